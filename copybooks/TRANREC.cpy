    *> at run time (see RATEREC). A rate reference contributes zero
    *> to the trailer hash total, so departments can compute the hash
    *> without knowing the rate in force.
    *>
    *> TRANS-ACCRUAL-FLAG is A for a month-end accrual: every GL
    *> posting the record produces carries GL-ACCRUAL-FLAG A, and
    *> PeriodClose writes the reversal of each such posting into the
    *> next period when it closes the period the accrual posted in.
    *> Spaces (including files cut before the flag existed) for an
    *> ordinary transaction.
    01 TRANS-RECORD.
        05 TRANS-KEY PIC 9(6).
        05 FILLER PIC X(1).
            10 TRANS-STEP-OPERAND PIC S9(4)V9(6) SIGN LEADING SEPARATE.
            10 TRANS-STEP-OPERAND-X REDEFINES TRANS-STEP-OPERAND
                PIC X(11).
        05 FILLER PIC X(1).
        05 TRANS-ACCRUAL-FLAG PIC X(1).

    01 TRANS-HEADER-RECORD.
        05 TRANS-HDR-ID PIC X(3).
