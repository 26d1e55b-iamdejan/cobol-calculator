    *> Account balance ledger record held in CALCBAL.DAT. One line per
    *> GL account, department and accounting period, written by
    *> PeriodClose as it closes each period: BAL-OPENING is the closing
    *> balance of the latest earlier period for the same account and
    *> department in the financial year (zero when there is none),
    *> BAL-DEBITS and BAL-CREDITS are the period's postings swept into
    *> the period archive, and BAL-CLOSING is opening plus debits less
    *> credits. Balances are debit-positive. BAL-DEPARTMENT is spaces
    *> for interactive and repair postings. The financial year is the
    *> calendar year: a BAL-PERIOD of YYYY-00 is the brought-forward
    *> record TrialBal writes at the year-end rollover, holding the
    *> previous December closing balance as both opening and closing,
    *> so it becomes the January opening balance.
    01 BALANCE-RECORD.
        05 BAL-ACCOUNT PIC X(8).
        05 FILLER PIC X(1).
        05 BAL-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 BAL-PERIOD PIC X(7).
        05 FILLER PIC X(1).
        05 BAL-OPENING PIC S9(12)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 BAL-DEBITS PIC S9(12)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 BAL-CREDITS PIC S9(12)V9(6) SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 BAL-CLOSING PIC S9(12)V9(6) SIGN LEADING SEPARATE.
