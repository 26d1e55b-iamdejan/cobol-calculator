    *> Standing-calculation schedule record read from CALCSCHD.DAT by
    *> SchedGen. One record per recurring calculation a department
    *> would otherwise key by hand every month. SCHD-FREQUENCY is
    *> M = monthly on SCHD-RUN-DAY (on the last day of a shorter
    *> month), Q = quarterly on SCHD-RUN-DAY in the start month and
    *> every third month after it, D = once only, on SCHD-START-DATE.
    *> SCHD-START-DATE and SCHD-STOP-DATE (YYYY-MM-DD) bound the
    *> business dates the schedule may fire on; a stop date of spaces
    *> means open-ended. The calculation fields are laid out as on
    *> the transaction record (see TRANREC) and are copied onto the
    *> generated detail record as they stand: SCHD-NUMBER-B and any
    *> chain-step operand may carry =NAME to pick up the rate in force
    *> on the business date. SCHD-TRANS-KEY is the TRANS-KEY the
    *> generated record carries, so each schedule keeps the same key
    *> on the results master from one month to the next.
    *> SCHD-ACCRUAL-FLAG (A or spaces) is copied to TRANS-ACCRUAL-FLAG,
    *> so a standing month-end accrual reverses at period close.
    01 SCHEDULE-RECORD.
        05 SCHD-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SCHD-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 SCHD-FREQUENCY PIC X(1).
        05 FILLER PIC X(1).
        05 SCHD-RUN-DAY PIC 9(2).
        05 FILLER PIC X(1).
        05 SCHD-START-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SCHD-STOP-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SCHD-TRANS-KEY PIC 9(6).
        05 FILLER PIC X(1).
        05 SCHD-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 SCHD-OPERATOR PIC X(1).
        05 FILLER PIC X(1).
        05 SCHD-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 SCHD-NUMBER-B-X REDEFINES SCHD-NUMBER-B PIC X(11).
        05 FILLER PIC X(1).
        05 SCHD-STEP-COUNT PIC 9(1).
        05 SCHD-STEP OCCURS 5 TIMES.
            10 FILLER PIC X(1).
            10 SCHD-STEP-OPERATOR PIC X(1).
            10 FILLER PIC X(1).
            10 SCHD-STEP-OPERAND PIC S9(4)V9(6) SIGN LEADING SEPARATE.
            10 SCHD-STEP-OPERAND-X REDEFINES SCHD-STEP-OPERAND
                PIC X(11).
        05 FILLER PIC X(1).
        05 SCHD-ACCRUAL-FLAG PIC X(1).
