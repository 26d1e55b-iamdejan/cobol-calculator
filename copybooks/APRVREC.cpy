    *> Repair approval register record, appended to CALCAPRV.DAT by
    *> Calculator approval mode each time a supervisor approves or
    *> declines a pending suspense repair (see SUSPREC). Carries the
    *> item's batch id, TRANS-KEY and suspense reason, the values
    *> before the repair (APRV-ORIGINAL-*) and after it
    *> (APRV-CORRECTED-*), the supervisor who made the repair
    *> (APRV-MAKER-ID, on APRV-REPAIR-DATE) and the supervisor who
    *> reviewed it (APRV-CHECKER-ID, on APRV-DATE/APRV-TIME).
    *> APRV-ACTION is APRV for an approval or DECL for a decline.
    *> APRV-OUTCOME is the result of posting an approved repair:
    *> POST = posted to the GL (APRV-GL-REFERENCE is the posting
    *> reference), RJCT = resubmit rejected and the record returned to
    *> the repair queue, DROP = a chain step failed after earlier
    *> steps posted and the record was removed from suspense; spaces
    *> for a decline. A maker can never be the checker; RepairRpt
    *> lists the register and flags any entry where they match.
    01 APPROVAL-RECORD.
        05 APRV-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 APRV-TIME PIC X(8).
        05 FILLER PIC X(1).
        05 APRV-ACTION PIC X(4).
        05 FILLER PIC X(1).
        05 APRV-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 APRV-TRANS-KEY PIC X(6).
        05 FILLER PIC X(1).
        05 APRV-REASON-CODE PIC X(3).
        05 FILLER PIC X(1).
        05 APRV-ORIGINAL-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 APRV-ORIGINAL-OPERATOR PIC X(1).
        05 FILLER PIC X(1).
        05 APRV-ORIGINAL-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 APRV-ORIGINAL-NUMBER-B-X REDEFINES APRV-ORIGINAL-NUMBER-B
            PIC X(11).
        05 FILLER PIC X(1).
        05 APRV-CORRECTED-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 APRV-CORRECTED-OPERATOR PIC X(1).
        05 FILLER PIC X(1).
        05 APRV-CORRECTED-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        05 APRV-CORRECTED-NUMBER-B-X REDEFINES APRV-CORRECTED-NUMBER-B
            PIC X(11).
        05 FILLER PIC X(1).
        05 APRV-MAKER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 APRV-REPAIR-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 APRV-CHECKER-ID PIC X(8).
        05 FILLER PIC X(1).
        05 APRV-OUTCOME PIC X(4).
        05 FILLER PIC X(1).
        05 APRV-GL-REFERENCE PIC X(9).
