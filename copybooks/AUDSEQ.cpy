    *> Persisted audit log chain position. Holds the AUDIT-SEQUENCE
    *> and AUDIT-CHECK-VALUE of the last line written to
    *> CALCAUDIT.LOG so the next run, whichever program writes it,
    *> carries the sequence and the check-value chain on from there,
    *> including after AuditArch has moved the lines to an archive.
    *> A program writing audit lines also reads the live log at start
    *> and takes over a later position found there, so a run that
    *> ended before this record was saved does not reissue numbers.
    01 AUDIT-SEQUENCE-RECORD.
        05 AUDSEQ-LAST-SEQUENCE PIC 9(9).
        05 FILLER PIC X(1).
        05 AUDSEQ-LAST-CHECK-VALUE PIC 9(9).
