    *> Trial balance and year-end rollover report line. One record
    *> per printed line; the report is free-form text, not a fielded
    *> record. Produced by TrialBal: in trial balance mode, one line
    *> per account and department for the chosen period with opening,
    *> debits, credits and closing, account totals, grand totals and
    *> the debits-equal-credits check; in year-end mode, each closing
    *> balance carried into the new year and the rollover totals.
    01 TBAL-REPORT-RECORD PIC X(132).
