    *> Department budget record read from CALCBUDG.DAT. One line per
    *> department, GL account and accounting period, holding the
    *> amount the department is allowed to spend on that account in
    *> that period. BUDG-PERIOD is YYYY-MM, matching GL-PERIOD, and
    *> BUDG-ACCOUNT matches GL-ACCOUNT as assigned by the GL account
    *> map. BudgetRpt compares these figures with actual postings (net
    *> debits less credits) from CALCGL.OUT and the closed period
    *> archives; the financial year is the calendar year, so the
    *> year-to-date budget is the sum of the January to reporting
    *> period entries. A department/account with no entry for a
    *> period has a budget of zero for it.
    01 BUDGET-RECORD.
        05 BUDG-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 BUDG-ACCOUNT PIC X(8).
        05 FILLER PIC X(1).
        05 BUDG-PERIOD PIC X(7).
        05 FILLER PIC X(1).
        05 BUDG-AMOUNT PIC S9(10)V9(2) SIGN LEADING SEPARATE.
