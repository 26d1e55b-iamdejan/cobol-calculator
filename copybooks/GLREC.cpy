    *> posting; on a held item released by a supervisor it is restamped
    *> with the releasing supervisor's id, so the release traces to a
    *> person. Spaces when operator control is not active.
    *> GL-ACCRUAL-FLAG is A on a posting made from a transaction
    *> flagged as an accrual, R on the automatic reversal PeriodClose
    *> writes for it into the next period (dated the first day of that
    *> period, with GL-REVERSED-REF pointing at the accrual), and
    *> spaces on every other posting, including GLBackout reversals.
    *> GL-BATCH-ID and GL-TRANS-KEY identify the batch set
    *> (TRANS-HDR-BATCH-ID) and the transaction record (TRANS-KEY)
    *> that produced the posting, so a posting traces back to its
    *> input. Both are spaces on interactive postings; a repair
    *> resubmit carries the batch and key of the suspended record, and
    *> a reversal carries those of the posting it offsets.
    01 GL-RECORD.
        05 GL-REFERENCE PIC 9(9).
        05 FILLER PIC X(1).
        05 GL-PERIOD PIC X(7).
        05 FILLER PIC X(1).
        05 GL-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 GL-ACCRUAL-FLAG PIC X(1).
        05 FILLER PIC X(1).
        05 GL-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 GL-TRANS-KEY PIC X(6).
