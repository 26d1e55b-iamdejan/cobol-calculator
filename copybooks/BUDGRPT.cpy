    *> Budget-versus-actual report line. One record per printed line;
    *> the report is free-form text, not a fielded record. Produced by
    *> BudgetRpt for a chosen accounting period: one line per
    *> department/account with budget, actual, variance (budget less
    *> actual) and percent used for the period and the year to date,
    *> flagged OVER when either percent is above the threshold,
    *> department subtotals, then the run summary.
    01 BUDGET-REPORT-RECORD PIC X(132).
