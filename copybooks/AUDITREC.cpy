    *> interactive lines and on repair resubmits.
    *> AUDIT-OPERATOR-ID is the signed-on operator who ran the
    *> calculation (spaces when operator control is not active).
    *> AUDIT-BATCH-ID and AUDIT-TRANS-KEY identify the batch set and
    *> the transaction record the line was calculated for, as on the
    *> GL posting it supports; spaces on interactive lines.
    *> AUDIT-SEQUENCE numbers every line ever written, continuous
    *> across runs, programs and the monthly archive files; the last
    *> value issued is kept on CALCAUDSEQ.DAT. AUDIT-CHECK-VALUE is
    *> chained from the previous line: starting from that line's
    *> check value (zero before sequence 1), each of the first 134
    *> bytes of this record (everything up to and including
    *> AUDIT-SEQUENCE) is folded in as value * 131 + character code,
    *> modulo 999999937. An edited, inserted or deleted line breaks
    *> the chain from that point on; AuditVerify walks it. Lines
    *> written before the chain was introduced have spaces here.
    01 AUDIT-RECORD.
        05 AUDIT-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 AUDIT-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 AUDIT-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 AUDIT-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 AUDIT-TRANS-KEY PIC X(6).
        05 FILLER PIC X(1).
        05 AUDIT-SEQUENCE PIC 9(9).
        05 FILLER PIC X(1).
        05 AUDIT-CHECK-VALUE PIC 9(9).
