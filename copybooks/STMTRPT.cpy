    *> Department chargeback statement line, CALCSTMT.RPT. One record
    *> per printed line; free-form text. Produced by DeptStmt after
    *> PeriodClose from the closed period's GL archive
    *> (CALCGL.yyyymm.ARC): one statement per GL-DEPARTMENT listing
    *> its batches by business date and TRANS-HDR-BATCH-ID, each
    *> posting with its reference, account, debit/credit indicator and
    *> amount, reversals listed and netted under the posting they
    *> offset, and the department totals; then a control page proving
    *> that the statements plus the postings with no department equal
    *> the period total on the archive and on the PeriodClose summary.
    01 STATEMENT-REPORT-RECORD PIC X(132).
