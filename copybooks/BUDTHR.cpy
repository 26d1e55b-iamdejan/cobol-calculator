    *> Budget threshold card read from CALCBTHR.DAT. One line holding
    *> the percent of budget used above which BudgetRpt flags a
    *> department/account, either for the reporting period or for the
    *> year to date, and ends with a non-zero return code so the
    *> scheduler can alert finance. When the file is absent the
    *> compiled-in default of 100 percent applies.
    01 BUDGET-THRESHOLD-RECORD.
        05 BTHR-PERCENT PIC 9(3).
