    *> Close register record, appended to CALCCREG.DAT by DayClose.
    *> CLOS-ACTION is CERT when every close-of-day check passed and
    *> the business date was certified, FAIL when a certification
    *> attempt found failed checks (CLOS-CHECKS-FAILED of them, the
    *> first named in CLOS-REASON), or REOP when a supervisor reopened
    *> a certified date (CLOS-REASON is the reason given). A business
    *> date is closed while its latest CERT or REOP entry is a CERT;
    *> Calculator refuses batch sets whose TRANS-HDR-BUS-DATE is
    *> closed. CLOS-DATE/CLOS-TIME stamp when the entry was written
    *> and CLOS-OPERATOR-ID who wrote it (spaces when operator control
    *> is not active).
    01 CLOSE-REGISTER-RECORD.
        05 CLOS-BUS-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 CLOS-ACTION PIC X(4).
        05 FILLER PIC X(1).
        05 CLOS-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 CLOS-TIME PIC X(8).
        05 FILLER PIC X(1).
        05 CLOS-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 CLOS-CHECKS-FAILED PIC 9(2).
        05 FILLER PIC X(1).
        05 CLOS-REASON PIC X(60).
