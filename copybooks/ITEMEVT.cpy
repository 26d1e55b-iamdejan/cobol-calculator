    *> Item event log record, appended to CALCEVNT.LOG by Calculator
    *> each time a transaction changes hands outside the normal
    *> audit-and-post path, so its history survives after the hold or
    *> suspense record itself has been removed. Event types:
    *> HELD = posting held over tolerance for supervisor review,
    *> RELS = held posting released to the GL by a supervisor,
    *> HREJ = held posting rejected to suspense (reason TOL),
    *> SUSP = batch record written to suspense with its reason code,
    *> REPR = field corrected in repair mode (old and new values in
    *> EVNT-DETAIL), RSUB = repaired record resubmitted and posted,
    *> RRJT = resubmit rejected, record stays in suspense,
    *> DROP = record removed from suspense after a chain step failed
    *> part-way through the resubmit, PEND = corrected record held in
    *> suspense for approval by a second supervisor, APRV = pending
    *> repair approved (the RSUB, RRJT or DROP that follows is the
    *> result of posting it), DECL = pending repair declined and the
    *> original values restored.
    *> EVNT-BATCH-ID and EVNT-TRANS-KEY identify the item as on the
    *> GL and audit records; EVNT-GL-REFERENCE is the reserved or
    *> posted GL reference where there is one (spaces otherwise) and
    *> EVNT-OPERATOR-ID the signed-on operator who caused the event.
    01 ITEM-EVENT-RECORD.
        05 EVNT-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 EVNT-TIME PIC X(8).
        05 FILLER PIC X(1).
        05 EVNT-TYPE PIC X(4).
        05 FILLER PIC X(1).
        05 EVNT-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 EVNT-TRANS-KEY PIC X(6).
        05 FILLER PIC X(1).
        05 EVNT-GL-REFERENCE PIC X(9).
        05 FILLER PIC X(1).
        05 EVNT-REASON-CODE PIC X(3).
        05 FILLER PIC X(1).
        05 EVNT-OPERATOR-ID PIC X(8).
        05 FILLER PIC X(1).
        05 EVNT-DETAIL PIC X(50).
