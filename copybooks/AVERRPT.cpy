    *> Audit chain verification report line, CALCAVER.RPT. One record
    *> per printed line; free-form text. Produced by AuditVerify: the
    *> files read, each sequence gap or out-of-place line found, the
    *> first broken check-value link, the totals and a closing
    *> certification line (CERTIFIED or NOT CERTIFIED).
    01 AUDIT-VERIFY-REPORT-RECORD PIC X(132).
