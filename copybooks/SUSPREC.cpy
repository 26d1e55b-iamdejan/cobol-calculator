    *> normal batch path instead of being re-keyed from the input file.
    *> Reason codes: OPR = invalid operator, SIZ = size error/overflow,
    *> CHN = invalid chain step count, TOL = held item rejected by
    *> the supervisor at tolerance review (TRANS-KEY and inputs
    *> carried over from the held GL record, key zero for an
    *> interactive item), PER = posting refused because its
    *> accounting period is already closed, RTE = a rate reference in
    *> an operand had no entry effective on the batch business date.
    *> SUSP-OPERATOR-ID is the signed-on operator who wrote the
    *> record to suspense, or the operator of the latest repair
    *> attempt once the record has been touched in repair mode.
    *> SUSP-TRANS-DATA is the full TRANS-RECORD image, accrual flag
    *> included, so a repaired accrual still reverses at period close.
    *> SUSP-BATCH-ID is the TRANS-HDR-BATCH-ID of the batch set the
    *> record came from (spaces for an interactive item rejected from
    *> hold); a repair resubmit posts under that batch id so the
    *> repaired posting still traces to its batch.
    *> SUSP-APPROVAL-STATUS is spaces for a record awaiting repair and
    *> PEND once a repair has changed Number A, Number B or the
    *> operator. A PEND record is not posted by repair mode: it waits
    *> for a different supervisor to approve or decline it in
    *> Calculator approval mode. SUSP-TRANS-DATA then carries the
    *> corrected values and SUSP-ORIGINAL-NUMBER-A/-OPERATOR/-NUMBER-B
    *> the values as they stood before the first correction;
    *> SUSP-MAKER-ID is the supervisor who made the latest correction
    *> and SUSP-REPAIR-DATE the date it was made. Approval posts the
    *> corrected record through the normal resubmit path; declining
    *> restores the original values and returns the record to the
    *> repair queue with the status cleared.
    01 SUSPENSE-RECORD.
        05 SUSP-REASON-CODE PIC X(3).
        05 FILLER PIC X(1).
        05 SUSP-RUN-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SUSP-TRANS-DATA PIC X(106).
        05 FILLER PIC X(1).
        05 SUSP-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SUSP-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SUSP-APPROVAL-STATUS PIC X(4).
        05 FILLER PIC X(1).
        05 SUSP-MAKER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SUSP-REPAIR-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SUSP-ORIGINAL-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 SUSP-ORIGINAL-OPERATOR PIC X(1).
        05 FILLER PIC X(1).
        05 SUSP-ORIGINAL-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 SUSP-ORIGINAL-NUMBER-B-X REDEFINES SUSP-ORIGINAL-NUMBER-B
            PIC X(11).
