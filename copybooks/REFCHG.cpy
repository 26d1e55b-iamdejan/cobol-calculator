    *> Reference-data change log record written to CALCREFCHG.LOG by
    *> RefMaint. One line per add, change, or delete applied to a
    *> reference file (CALCGLMAP.DAT, CALCRATE.DAT, CALCOPER.DAT,
    *> CALCTOL.DAT, CALCESCA.DAT), so every change to the figures
    *> Calculator posts with traces to a person and a time.
    *> REFCHG-ACTION is A = entry added, C = entry changed, D = entry
    *> deleted. REFCHG-BEFORE-IMAGE is the entry exactly as it stood
    *> on the file before the change (spaces for an add);
    *> REFCHG-AFTER-IMAGE is the entry as written (spaces for a
    *> delete). REFCHG-OPERATOR-ID is the supervisor signed on to
    *> RefMaint, or the id keyed at sign-on when operator control is
    *> not yet active.
    01 REF-CHANGE-RECORD.
        05 REFCHG-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 REFCHG-TIME PIC X(8).
        05 FILLER PIC X(1).
        05 REFCHG-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 REFCHG-FILE-NAME PIC X(13).
        05 FILLER PIC X(1).
        05 REFCHG-ACTION PIC X(1).
        05 FILLER PIC X(1).
        05 REFCHG-BEFORE-IMAGE PIC X(40).
        05 FILLER PIC X(1).
        05 REFCHG-AFTER-IMAGE PIC X(40).
