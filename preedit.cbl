        WRITE EDIT-REPORT-RECORD
    END-IF.

    IF TRANS-ACCRUAL-FLAG NOT = SPACE AND TRANS-ACCRUAL-FLAG NOT = 'A'
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO EDIT-REPORT-RECORD
        STRING 'KEY ' TRANS-KEY ' INVALID ACCRUAL FLAG: '
            TRANS-ACCRUAL-FLAG
            DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
        WRITE EDIT-REPORT-RECORD
    END-IF.

CHECK-DUPLICATE-KEY.
    COMPUTE WS-KEY-SLOT = TRANS-KEY + 1.
    IF WS-KEY-SEEN(WS-KEY-SLOT) = 'Y'
