    *> Repair approval listing line, CALCAPRV.RPT. One record per
    *> printed line; free-form text. Produced by RepairRpt: the
    *> suspense repairs awaiting approval, then the approvals and
    *> declines on the approval register, each with the original and
    *> corrected values, the maker and (for decisions made) the
    *> checker, then the listing totals.
    01 APPROVAL-REPORT-RECORD PIC X(132).
