    *> Inter-department allocation rule read from CALCALLOC.DAT. One
    *> line per target of a shared-cost pool: the lines sharing a
    *> source department and account make up one rule, and their
    *> ALLOC-PERCENT values (percent with four decimals) must add to
    *> exactly 100. Allocate credits the source department/account
    *> with the open period's net posted amount and debits each target
    *> department/account with its share rounded to the penny.
    *> ALLOC-ROUNDING-FLAG is R on exactly one line of each rule: the
    *> department on that line takes the rounding difference so the
    *> allocation nets to exactly zero. A target may not be the
    *> source department/account itself. A rule that breaks any of
    *> these is listed on the allocation register and not applied.
    01 ALLOCATION-RECORD.
        05 ALLOC-SOURCE-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 ALLOC-SOURCE-ACCOUNT PIC X(8).
        05 FILLER PIC X(1).
        05 ALLOC-TARGET-DEPARTMENT PIC X(4).
        05 FILLER PIC X(1).
        05 ALLOC-TARGET-ACCOUNT PIC X(8).
        05 FILLER PIC X(1).
        05 ALLOC-PERCENT PIC 9(3)V9(4).
        05 FILLER PIC X(1).
        05 ALLOC-ROUNDING-FLAG PIC X(1).
