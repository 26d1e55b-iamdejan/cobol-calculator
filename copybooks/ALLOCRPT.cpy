    *> Allocation register line. One record per printed line; the
    *> register is free-form text, not a fielded record. Produced by
    *> Allocate for each run: per rule the source amount credited,
    *> each target's percent and share, the rounding adjustment and
    *> the department that took it, and the GL references written,
    *> followed by any rules rejected and the run totals.
    01 ALLOC-REPORT-RECORD PIC X(132).
