    MOVE WS-POSTING-PERIOD TO GL-PERIOD.
    COMPUTE GL-RESULT = 0 - GL-RESULT.
    MOVE WS-ORIG-REFERENCE TO GL-REVERSED-REF.
    MOVE SPACE TO GL-ACCRUAL-FLAG.

    WRITE GL-RECORD.

