    *> Standing-calculation generator report line. One record per
    *> printed line; the report is free-form text, not a fielded
    *> record. Produced by SchedGen: every schedule on file with what
    *> happened to it for the business date (fired, already generated,
    *> expired, not started, not due, invalid), then the batch sets
    *> written with their trailer count and hash, and the run totals.
    01 SCHED-GEN-REPORT-RECORD PIC X(132).
