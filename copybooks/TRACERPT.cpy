    *> Transaction trace report line, CALCTRACE.RPT. One record per
    *> printed line; the report is free-form text, not a fielded
    *> record. Produced by ItemTrace for one TRANS-KEY, GL-REFERENCE
    *> or batch id: the item's events from the audit log, GL interface,
    *> hold and suspense files, item event log and GL extracts, live
    *> and archived, in date/time order on a single page, then the
    *> item's current state and the trace totals.
    01 TRACE-REPORT-RECORD PIC X(132).
