    *> one file than one run tracks (the first 500 were processed, the
    *> remainder were not and must be rerun from a split file), DUP =
    *> one or more batch sets refused as already on the processed-
    *> batch register, CLSD = one or more batch sets refused because
    *> their business date is certified closed on CALCCREG.DAT. A start
    *> record with no matching completion record is a run that
    *> abended mid-flight; OpsReport pairs the records by run id and
    *> flags those, so the overnight console scrollback no longer has
