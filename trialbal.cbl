IDENTIFICATION DIVISION.
PROGRAM-ID. TrialBal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT BALANCE-FILE ASSIGN TO "CALCBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAL-FILE-STATUS.

    SELECT BALANCE-TMP-FILE ASSIGN TO "CALCBAL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BTMP-FILE-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT TBAL-REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERDREC.

FD BALANCE-FILE.
    COPY BALREC.

FD BALANCE-TMP-FILE.
01 BALANCE-TMP-RECORD PIC X(120).

FD OPERATOR-FILE.
    COPY OPERREC.

FD TBAL-REPORT-FILE.
    COPY TBALRPT.

WORKING-STORAGE SECTION.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BAL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BTMP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-OPER-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-TRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-REPORT-FILENAME PIC X(100) VALUE SPACES.

01 WS-BAL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BAL-FILE VALUE 'Y'.
01 WS-BTMP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BTMP-FILE VALUE 'Y'.
01 WS-OPER-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-OPER-FILE VALUE 'Y'.

01 WS-OPERATOR-CONTROL-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-CONTROL-ACTIVE VALUE 'Y'.
01 WS-OPER-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-ON-FILE VALUE 'Y'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTHORITY PIC X(1) VALUE SPACE.
    88 SUPERVISOR-AUTHORITY VALUE 'S'.

01 WS-RUN-OPTION PIC X(1) VALUE SPACE.
    88 TRIAL-BALANCE-OPTION VALUE 'T' 't'.
    88 YEAR-END-OPTION VALUE 'Y' 'y'.
01 WS-CONFIRM PIC X(1) VALUE SPACE.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-LAST-CLOSED-PERIOD PIC X(7) VALUE SPACES.
01 WS-TB-PERIOD PIC X(7) VALUE SPACES.
01 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
01 WS-PERIOD-VALID-FLAG PIC X(1) VALUE 'N'.
    88 PERIOD-VALID VALUE 'Y'.

01 WS-FISCAL-YEAR-X PIC X(4) VALUE SPACES.
01 WS-FISCAL-YEAR PIC 9(4) VALUE 0.
01 WS-NEW-YEAR PIC 9(4) VALUE 0.
01 WS-YEAR-START-PERIOD PIC X(7) VALUE SPACES.
01 WS-YEAR-END-PERIOD PIC X(7) VALUE SPACES.
01 WS-NEW-YEAR-BF-PERIOD PIC X(7) VALUE SPACES.
01 WS-NEW-YEAR-END-PERIOD PIC X(7) VALUE SPACES.
01 WS-RESTATE-LAST-MONTH PIC 9(2) VALUE 0.
01 WS-MONTH-INDEX PIC 9(2) VALUE 0.

01 WS-BALANCE-TABLE.
    05 WS-TB-COUNT PIC 9(4) VALUE 0.
    05 WS-TB-ENTRY OCCURS 2000 TIMES.
        10 WS-TB-KEY.
            15 WS-TB-ACCOUNT PIC X(8).
            15 WS-TB-DEPARTMENT PIC X(4).
        10 WS-TB-LAST-PERIOD PIC X(7).
        10 WS-TB-OPENING PIC S9(12)V9(6).
        10 WS-TB-DEBITS PIC S9(12)V9(6).
        10 WS-TB-CREDITS PIC S9(12)V9(6).
        10 WS-TB-CLOSING PIC S9(12)V9(6).
        10 WS-TB-MONTHS.
            15 WS-TB-MONTH-SEEN PIC X(1) OCCURS 12 TIMES.

01 WS-TB-INDEX PIC 9(4) VALUE 0.
01 WS-TB-SLOT PIC 9(4) VALUE 0.
01 WS-TB-SHIFT PIC 9(4) VALUE 0.
01 WS-SEARCH-KEY.
    05 WS-SEARCH-ACCOUNT PIC X(8).
    05 WS-SEARCH-DEPARTMENT PIC X(4).
01 WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
    88 BALANCE-TABLE-FULL VALUE 'Y'.

01 WS-KNOWN-ACCOUNT-TABLE.
    05 WS-KA-COUNT PIC 9(4) VALUE 0.
    05 WS-KA-ACCOUNT PIC X(8) OCCURS 2000 TIMES.

01 WS-KA-INDEX PIC 9(4) VALUE 0.
01 WS-KA-SLOT PIC 9(4) VALUE 0.

01 WS-CURRENT-ACCOUNT PIC X(8) VALUE SPACES.
01 WS-ACCOUNT-LINES PIC 9(4) VALUE 0.
01 WS-ACCOUNT-TOTALS.
    05 WS-ACCT-OPENING PIC S9(12)V9(6) VALUE 0.
    05 WS-ACCT-DEBITS PIC S9(12)V9(6) VALUE 0.
    05 WS-ACCT-CREDITS PIC S9(12)V9(6) VALUE 0.
    05 WS-ACCT-CLOSING PIC S9(12)V9(6) VALUE 0.
01 WS-GRAND-TOTALS.
    05 WS-GRAND-OPENING PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-DEBITS PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-CREDITS PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-CLOSING PIC S9(12)V9(6) VALUE 0.
01 WS-DIFFERENCE PIC S9(12)V9(6) VALUE 0.
01 WS-EXPECTED-CLOSING PIC S9(12)V9(6) VALUE 0.

01 WS-LINE-LABEL PIC X(26) VALUE SPACES.
01 WS-LINE-FLAG PIC X(3) VALUE SPACES.

01 WS-LEDGER-READ-COUNT PIC 9(9) VALUE 0.
01 WS-LEDGER-USED-COUNT PIC 9(9) VALUE 0.
01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
01 WS-NEW-ACCOUNT-COUNT PIC 9(9) VALUE 0.
01 WS-ALREADY-ROLLED-COUNT PIC 9(9) VALUE 0.
01 WS-CARRIED-COUNT PIC 9(9) VALUE 0.
01 WS-ZERO-COUNT PIC 9(9) VALUE 0.
01 WS-ADJUSTED-COUNT PIC 9(9) VALUE 0.
01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
01 WS-CARRIED-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-CARRIED-CREDITS PIC S9(12)V9(6) VALUE 0.
01 WS-CARRIED-NET PIC S9(12)V9(6) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-OPENING-DISPLAY PIC -(12)9.9(6).
01 WS-DEBIT-DISPLAY PIC -(12)9.9(6).
01 WS-CREDIT-DISPLAY PIC -(12)9.9(6).
01 WS-CLOSING-DISPLAY PIC -(12)9.9(6).
01 WS-AMOUNT-DISPLAY PIC -(12)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    PERFORM LOAD-OPEN-PERIOD.

    DISPLAY 'Trial balance (T) or year-end rollover (Y): '
        WITH NO ADVANCING.
    ACCEPT WS-RUN-OPTION.

    IF TRIAL-BALANCE-OPTION
        PERFORM PRINT-TRIAL-BALANCE
    ELSE
    IF YEAR-END-OPTION
        PERFORM ROLL-YEAR-END
    ELSE
        DISPLAY 'Unknown option - nothing done'
        MOVE 12 TO RETURN-CODE
    END-IF
    END-IF.

    STOP RUN.

LOAD-OPEN-PERIOD.
    OPEN INPUT PERIOD-FILE.
    IF WS-PERD-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        READ PERIOD-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PERD-OPEN-PERIOD TO WS-OPEN-PERIOD
        END-READ
        CLOSE PERIOD-FILE
    END-IF.

    IF WS-OPEN-PERIOD = SPACES
        MOVE WS-RUN-DATE(1:7) TO WS-OPEN-PERIOD
    END-IF.

    MOVE WS-OPEN-PERIOD(1:4) TO WS-PERIOD-YEAR.
    MOVE WS-OPEN-PERIOD(6:2) TO WS-PERIOD-MONTH.
    IF WS-PERIOD-MONTH <= 1
        SUBTRACT 1 FROM WS-PERIOD-YEAR
        MOVE 12 TO WS-PERIOD-MONTH
    ELSE
        SUBTRACT 1 FROM WS-PERIOD-MONTH
    END-IF.
    MOVE SPACES TO WS-LAST-CLOSED-PERIOD.
    STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH
        DELIMITED BY SIZE INTO WS-LAST-CLOSED-PERIOD.

SIGN-ON-OPERATOR.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPER-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        SET OPERATOR-CONTROL-ACTIVE TO TRUE
        CLOSE OPERATOR-FILE
    END-IF.

    IF NOT OPERATOR-CONTROL-ACTIVE
        CONTINUE
    ELSE
        DISPLAY 'Operator id: ' WITH NO ADVANCING
        ACCEPT WS-OPERATOR-ID

        PERFORM FIND-OPERATOR-RECORD

        IF NOT OPERATOR-ON-FILE
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not on the'
                ' operator file - run refused'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        IF NOT SUPERVISOR-AUTHORITY
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not authorized'
                ' to run the year-end rollover - run refused'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        DISPLAY 'Operator ' WS-OPERATOR-ID ' signed on - authority '
            WS-OPERATOR-AUTHORITY
    END-IF.

FIND-OPERATOR-RECORD.
    MOVE 'N' TO WS-OPER-FOUND-FLAG.
    MOVE 'N' TO WS-OPER-EOF-SWITCH.

    OPEN INPUT OPERATOR-FILE.
    PERFORM UNTIL END-OF-OPER-FILE
        READ OPERATOR-FILE
            AT END
                SET END-OF-OPER-FILE TO TRUE
            NOT AT END
                IF OPER-ID = WS-OPERATOR-ID
                    SET OPERATOR-ON-FILE TO TRUE
                    MOVE OPER-AUTHORITY TO WS-OPERATOR-AUTHORITY
                    SET END-OF-OPER-FILE TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPERATOR-FILE.

PRINT-TRIAL-BALANCE.
    DISPLAY 'Period to print (YYYY-MM, blank=' WS-LAST-CLOSED-PERIOD
        '): ' WITH NO ADVANCING.
    ACCEPT WS-TB-PERIOD.
    IF WS-TB-PERIOD = SPACES
        MOVE WS-LAST-CLOSED-PERIOD TO WS-TB-PERIOD
    END-IF.

    MOVE 'N' TO WS-PERIOD-VALID-FLAG.
    IF WS-TB-PERIOD(1:4) IS NUMERIC AND WS-TB-PERIOD(5:1) = '-'
            AND WS-TB-PERIOD(6:2) IS NUMERIC
        MOVE WS-TB-PERIOD(6:2) TO WS-PERIOD-MONTH
        IF WS-PERIOD-MONTH <= 12
            SET PERIOD-VALID TO TRUE
        END-IF
    END-IF.
    IF NOT PERIOD-VALID
        DISPLAY 'Invalid period ' WS-TB-PERIOD ' - use YYYY-MM'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT BALANCE-FILE.
    IF WS-BAL-FILE-STATUS NOT = '00'
        DISPLAY 'No balance ledger (CALCBAL.DAT) - PeriodClose has'
            ' not closed a period yet'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL END-OF-BAL-FILE
        READ BALANCE-FILE
            AT END
                SET END-OF-BAL-FILE TO TRUE
            NOT AT END
                PERFORM LOAD-TRIAL-BALANCE-RECORD
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.

    MOVE SPACES TO WS-REPORT-FILENAME.
    MOVE 'CALCTB.RPT' TO WS-REPORT-FILENAME.
    OPEN OUTPUT TBAL-REPORT-FILE.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'TRIAL BALANCE - PERIOD ' WS-TB-PERIOD
        '   RUN ' WS-RUN-DATE
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    IF WS-TB-COUNT = 0
        MOVE SPACES TO TBAL-REPORT-RECORD
        STRING 'NO BALANCE LEDGER RECORDS FOR PERIOD ' WS-TB-PERIOD
            ' - PERIOD NOT YET CLOSED'
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
        CLOSE TBAL-REPORT-FILE
        DISPLAY 'No balance ledger records for period ' WS-TB-PERIOD
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'ACCOUNT  DEPT '
        '             OPENING'
        '               DEBITS'
        '              CREDITS'
        '              CLOSING'
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE SPACES TO WS-CURRENT-ACCOUNT.
    MOVE 0 TO WS-ACCOUNT-LINES.
    PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
            UNTIL WS-TB-INDEX > WS-TB-COUNT
        IF WS-TB-ACCOUNT(WS-TB-INDEX) NOT = WS-CURRENT-ACCOUNT
            IF WS-ACCOUNT-LINES > 1
                PERFORM WRITE-ACCOUNT-TOTAL
            END-IF
            MOVE WS-TB-ACCOUNT(WS-TB-INDEX) TO WS-CURRENT-ACCOUNT
            MOVE 0 TO WS-ACCOUNT-LINES
            INITIALIZE WS-ACCOUNT-TOTALS
        END-IF
        PERFORM WRITE-TRIAL-BALANCE-LINE
    END-PERFORM.
    IF WS-ACCOUNT-LINES > 1
        PERFORM WRITE-ACCOUNT-TOTAL
    END-IF.

    PERFORM WRITE-TRIAL-BALANCE-TOTALS.

    CLOSE TBAL-REPORT-FILE.

    DISPLAY 'Trial balance for ' WS-TB-PERIOD ' written to CALCTB.RPT'.

LOAD-TRIAL-BALANCE-RECORD.
    ADD 1 TO WS-LEDGER-READ-COUNT.

    IF BAL-PERIOD < WS-TB-PERIOD
        MOVE 0 TO WS-KA-SLOT
        PERFORM VARYING WS-KA-INDEX FROM 1 BY 1
                UNTIL WS-KA-INDEX > WS-KA-COUNT
                   OR WS-KA-SLOT > 0
            IF WS-KA-ACCOUNT(WS-KA-INDEX) = BAL-ACCOUNT
                MOVE WS-KA-INDEX TO WS-KA-SLOT
            END-IF
        END-PERFORM
        IF WS-KA-SLOT = 0 AND WS-KA-COUNT < 2000
            ADD 1 TO WS-KA-COUNT
            MOVE BAL-ACCOUNT TO WS-KA-ACCOUNT(WS-KA-COUNT)
        END-IF
    ELSE
    IF BAL-PERIOD = WS-TB-PERIOD
        ADD 1 TO WS-LEDGER-USED-COUNT
        MOVE BAL-ACCOUNT TO WS-SEARCH-ACCOUNT
        MOVE BAL-DEPARTMENT TO WS-SEARCH-DEPARTMENT
        PERFORM FIND-BALANCE-SLOT
        IF WS-TB-SLOT > 0
            ADD BAL-OPENING TO WS-TB-OPENING(WS-TB-SLOT)
            ADD BAL-DEBITS TO WS-TB-DEBITS(WS-TB-SLOT)
            ADD BAL-CREDITS TO WS-TB-CREDITS(WS-TB-SLOT)
            ADD BAL-CLOSING TO WS-TB-CLOSING(WS-TB-SLOT)
        END-IF
    END-IF
    END-IF.

FIND-BALANCE-SLOT.
    MOVE 0 TO WS-TB-SLOT.
    PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
            UNTIL WS-TB-INDEX > WS-TB-COUNT
               OR WS-TB-SLOT > 0
               OR WS-TB-KEY(WS-TB-INDEX) > WS-SEARCH-KEY
        IF WS-TB-KEY(WS-TB-INDEX) = WS-SEARCH-KEY
            MOVE WS-TB-INDEX TO WS-TB-SLOT
        END-IF
    END-PERFORM.

    IF WS-TB-SLOT = 0
        IF WS-TB-COUNT >= 2000
            ADD 1 TO WS-DROPPED-COUNT
            IF NOT BALANCE-TABLE-FULL
                SET BALANCE-TABLE-FULL TO TRUE
                DISPLAY 'Balance table full - account/department not'
                    ' reported: ' WS-SEARCH-KEY
            END-IF
        ELSE
            PERFORM VARYING WS-TB-SHIFT FROM WS-TB-COUNT BY -1
                    UNTIL WS-TB-SHIFT < WS-TB-INDEX
                MOVE WS-TB-ENTRY(WS-TB-SHIFT)
                    TO WS-TB-ENTRY(WS-TB-SHIFT + 1)
            END-PERFORM
            ADD 1 TO WS-TB-COUNT
            MOVE WS-TB-INDEX TO WS-TB-SLOT
            MOVE WS-SEARCH-KEY TO WS-TB-KEY(WS-TB-SLOT)
            MOVE SPACES TO WS-TB-LAST-PERIOD(WS-TB-SLOT)
            MOVE 0 TO WS-TB-OPENING(WS-TB-SLOT)
            MOVE 0 TO WS-TB-DEBITS(WS-TB-SLOT)
            MOVE 0 TO WS-TB-CREDITS(WS-TB-SLOT)
            MOVE 0 TO WS-TB-CLOSING(WS-TB-SLOT)
            MOVE SPACES TO WS-TB-MONTHS(WS-TB-SLOT)
        END-IF
    END-IF.

WRITE-TRIAL-BALANCE-LINE.
    ADD 1 TO WS-ACCOUNT-LINES.
    ADD WS-TB-OPENING(WS-TB-INDEX) TO WS-ACCT-OPENING.
    ADD WS-TB-DEBITS(WS-TB-INDEX) TO WS-ACCT-DEBITS.
    ADD WS-TB-CREDITS(WS-TB-INDEX) TO WS-ACCT-CREDITS.
    ADD WS-TB-CLOSING(WS-TB-INDEX) TO WS-ACCT-CLOSING.
    ADD WS-TB-OPENING(WS-TB-INDEX) TO WS-GRAND-OPENING.
    ADD WS-TB-DEBITS(WS-TB-INDEX) TO WS-GRAND-DEBITS.
    ADD WS-TB-CREDITS(WS-TB-INDEX) TO WS-GRAND-CREDITS.
    ADD WS-TB-CLOSING(WS-TB-INDEX) TO WS-GRAND-CLOSING.

    MOVE SPACES TO WS-LINE-FLAG.
    MOVE 0 TO WS-KA-SLOT.
    PERFORM VARYING WS-KA-INDEX FROM 1 BY 1
            UNTIL WS-KA-INDEX > WS-KA-COUNT
               OR WS-KA-SLOT > 0
        IF WS-KA-ACCOUNT(WS-KA-INDEX) = WS-TB-ACCOUNT(WS-TB-INDEX)
            MOVE WS-KA-INDEX TO WS-KA-SLOT
        END-IF
    END-PERFORM.
    IF WS-KA-SLOT = 0 AND WS-KA-COUNT > 0
        MOVE 'NEW' TO WS-LINE-FLAG
        IF WS-ACCOUNT-LINES = 1
            ADD 1 TO WS-NEW-ACCOUNT-COUNT
        END-IF
    END-IF.

    MOVE WS-TB-OPENING(WS-TB-INDEX) TO WS-OPENING-DISPLAY.
    MOVE WS-TB-DEBITS(WS-TB-INDEX) TO WS-DEBIT-DISPLAY.
    MOVE WS-TB-CREDITS(WS-TB-INDEX) TO WS-CREDIT-DISPLAY.
    MOVE WS-TB-CLOSING(WS-TB-INDEX) TO WS-CLOSING-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING WS-TB-ACCOUNT(WS-TB-INDEX)
        ' ' WS-TB-DEPARTMENT(WS-TB-INDEX)
        ' ' WS-OPENING-DISPLAY
        ' ' WS-DEBIT-DISPLAY
        ' ' WS-CREDIT-DISPLAY
        ' ' WS-CLOSING-DISPLAY
        ' ' WS-LINE-FLAG
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

WRITE-ACCOUNT-TOTAL.
    MOVE WS-ACCT-OPENING TO WS-OPENING-DISPLAY.
    MOVE WS-ACCT-DEBITS TO WS-DEBIT-DISPLAY.
    MOVE WS-ACCT-CREDITS TO WS-CREDIT-DISPLAY.
    MOVE WS-ACCT-CLOSING TO WS-CLOSING-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING WS-CURRENT-ACCOUNT
        ' ALL  '
        WS-OPENING-DISPLAY
        ' ' WS-DEBIT-DISPLAY
        ' ' WS-CREDIT-DISPLAY
        ' ' WS-CLOSING-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

WRITE-TRIAL-BALANCE-TOTALS.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-GRAND-OPENING TO WS-OPENING-DISPLAY.
    MOVE WS-GRAND-DEBITS TO WS-DEBIT-DISPLAY.
    MOVE WS-GRAND-CREDITS TO WS-CREDIT-DISPLAY.
    MOVE WS-GRAND-CLOSING TO WS-CLOSING-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'TOTALS       '
        ' ' WS-OPENING-DISPLAY
        ' ' WS-DEBIT-DISPLAY
        ' ' WS-CREDIT-DISPLAY
        ' ' WS-CLOSING-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    IF WS-GRAND-DEBITS = WS-GRAND-CREDITS
        MOVE 'TRIAL BALANCE IN BALANCE - TOTAL DEBITS EQUAL TOTAL CREDITS'
            TO TBAL-REPORT-RECORD
    ELSE
        COMPUTE WS-DIFFERENCE = WS-GRAND-DEBITS - WS-GRAND-CREDITS
        MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
        STRING 'TRIAL BALANCE OUT OF BALANCE - DEBITS LESS CREDITS '
            WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        DISPLAY 'WARNING - trial balance for ' WS-TB-PERIOD
            ' is out of balance'
        MOVE 4 TO RETURN-CODE
    END-IF.
    WRITE TBAL-REPORT-RECORD.

    COMPUTE WS-EXPECTED-CLOSING =
        WS-GRAND-OPENING + WS-GRAND-DEBITS - WS-GRAND-CREDITS.
    IF WS-EXPECTED-CLOSING NOT = WS-GRAND-CLOSING
        MOVE SPACES TO TBAL-REPORT-RECORD
        MOVE 'LEDGER ERROR - OPENING PLUS DEBITS LESS CREDITS IS NOT CLOSING'
            TO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
        DISPLAY 'WARNING - balance ledger does not foot for '
            WS-TB-PERIOD
        MOVE 8 TO RETURN-CODE
    END-IF.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-TB-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Account/department balances  . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-NEW-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Accounts new to the ledger (NEW) : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    IF WS-DROPPED-COUNT > 0
        MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO TBAL-REPORT-RECORD
        STRING 'WARNING - TABLE FULL, BALANCES NOT REPORTED: '
            WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
        MOVE 8 TO RETURN-CODE
    END-IF.

ROLL-YEAR-END.
    PERFORM SIGN-ON-OPERATOR.

    DISPLAY 'Financial year to roll forward (YYYY): '
        WITH NO ADVANCING.
    ACCEPT WS-FISCAL-YEAR-X.
    IF WS-FISCAL-YEAR-X IS NOT NUMERIC
        DISPLAY 'Invalid year ' WS-FISCAL-YEAR-X ' - use YYYY'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-FISCAL-YEAR-X TO WS-FISCAL-YEAR.
    COMPUTE WS-NEW-YEAR = WS-FISCAL-YEAR + 1.

    MOVE SPACES TO WS-YEAR-START-PERIOD.
    STRING WS-FISCAL-YEAR '-00' DELIMITED BY SIZE
        INTO WS-YEAR-START-PERIOD.
    MOVE SPACES TO WS-YEAR-END-PERIOD.
    STRING WS-FISCAL-YEAR '-12' DELIMITED BY SIZE
        INTO WS-YEAR-END-PERIOD.
    MOVE SPACES TO WS-NEW-YEAR-BF-PERIOD.
    STRING WS-NEW-YEAR '-00' DELIMITED BY SIZE
        INTO WS-NEW-YEAR-BF-PERIOD.
    MOVE SPACES TO WS-NEW-YEAR-END-PERIOD.
    STRING WS-NEW-YEAR '-12' DELIMITED BY SIZE
        INTO WS-NEW-YEAR-END-PERIOD.

    IF WS-OPEN-PERIOD NOT > WS-YEAR-END-PERIOD
        DISPLAY 'Period ' WS-YEAR-END-PERIOD ' is not closed yet -'
            ' close December before the year-end rollover'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF WS-OPEN-PERIOD > WS-NEW-YEAR-END-PERIOD
        MOVE 12 TO WS-RESTATE-LAST-MONTH
    ELSE
        MOVE WS-OPEN-PERIOD(6:2) TO WS-RESTATE-LAST-MONTH
        SUBTRACT 1 FROM WS-RESTATE-LAST-MONTH
    END-IF.

    OPEN INPUT BALANCE-FILE.
    IF WS-BAL-FILE-STATUS NOT = '00'
        DISPLAY 'No balance ledger (CALCBAL.DAT) - nothing to roll'
            ' forward'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL END-OF-BAL-FILE
        READ BALANCE-FILE
            AT END
                SET END-OF-BAL-FILE TO TRUE
            NOT AT END
                PERFORM LOAD-YEAR-END-RECORD
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.

    IF WS-ALREADY-ROLLED-COUNT > 0
        DISPLAY 'Year ' WS-FISCAL-YEAR ' has already been rolled'
            ' forward into ' WS-NEW-YEAR ' - run refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF WS-TB-COUNT = 0
        DISPLAY 'No balance ledger records for ' WS-FISCAL-YEAR
            ' - nothing to roll forward'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    DISPLAY 'Roll ' WS-FISCAL-YEAR ' closing balances into '
        WS-NEW-YEAR ' opening balances (Y/N): ' WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY 'Year-end rollover cancelled - ledger unchanged'
        STOP RUN
    END-IF.

    PERFORM REWRITE-LEDGER-WITH-ROLLOVER.
    PERFORM WRITE-YEAR-END-SUMMARY.

    MOVE WS-CARRIED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Year ' WS-FISCAL-YEAR ' rolled forward - balances'
        ' carried: ' WS-COUNT-DISPLAY.
    DISPLAY 'Year-end summary written to CALCYEND.RPT'.

LOAD-YEAR-END-RECORD.
    ADD 1 TO WS-LEDGER-READ-COUNT.

    IF BAL-PERIOD = WS-NEW-YEAR-BF-PERIOD
        ADD 1 TO WS-ALREADY-ROLLED-COUNT
    ELSE
    IF BAL-PERIOD NOT < WS-YEAR-START-PERIOD
            AND BAL-PERIOD NOT > WS-YEAR-END-PERIOD
        ADD 1 TO WS-LEDGER-USED-COUNT
        MOVE BAL-ACCOUNT TO WS-SEARCH-ACCOUNT
        MOVE BAL-DEPARTMENT TO WS-SEARCH-DEPARTMENT
        PERFORM FIND-BALANCE-SLOT
        IF WS-TB-SLOT > 0
            IF BAL-PERIOD NOT < WS-TB-LAST-PERIOD(WS-TB-SLOT)
                MOVE BAL-PERIOD TO WS-TB-LAST-PERIOD(WS-TB-SLOT)
                MOVE BAL-CLOSING TO WS-TB-CLOSING(WS-TB-SLOT)
            END-IF
        END-IF
    END-IF
    END-IF.

REWRITE-LEDGER-WITH-ROLLOVER.
    MOVE 'N' TO WS-BAL-EOF-SWITCH.
    OPEN INPUT BALANCE-FILE.
    OPEN OUTPUT BALANCE-TMP-FILE.

    PERFORM UNTIL END-OF-BAL-FILE
        READ BALANCE-FILE
            AT END
                SET END-OF-BAL-FILE TO TRUE
            NOT AT END
                PERFORM CARRY-INTO-LATER-PERIOD
                MOVE BALANCE-RECORD TO BALANCE-TMP-RECORD
                WRITE BALANCE-TMP-RECORD
        END-READ
    END-PERFORM.

    PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
            UNTIL WS-TB-INDEX > WS-TB-COUNT
        IF WS-TB-CLOSING(WS-TB-INDEX) = 0
            ADD 1 TO WS-ZERO-COUNT
        ELSE
            MOVE SPACES TO BALANCE-RECORD
            MOVE WS-TB-ACCOUNT(WS-TB-INDEX) TO BAL-ACCOUNT
            MOVE WS-TB-DEPARTMENT(WS-TB-INDEX) TO BAL-DEPARTMENT
            MOVE WS-NEW-YEAR-BF-PERIOD TO BAL-PERIOD
            MOVE WS-TB-CLOSING(WS-TB-INDEX) TO BAL-OPENING
            MOVE 0 TO BAL-DEBITS
            MOVE 0 TO BAL-CREDITS
            MOVE WS-TB-CLOSING(WS-TB-INDEX) TO BAL-CLOSING
            MOVE BALANCE-RECORD TO BALANCE-TMP-RECORD
            WRITE BALANCE-TMP-RECORD
            ADD 1 TO WS-CARRIED-COUNT
            IF WS-TB-CLOSING(WS-TB-INDEX) > 0
                ADD WS-TB-CLOSING(WS-TB-INDEX) TO WS-CARRIED-DEBITS
            ELSE
                SUBTRACT WS-TB-CLOSING(WS-TB-INDEX)
                    FROM WS-CARRIED-CREDITS
            END-IF
            ADD WS-TB-CLOSING(WS-TB-INDEX) TO WS-CARRIED-NET
            PERFORM ADD-MISSING-CLOSED-PERIODS
        END-IF
    END-PERFORM.

    CLOSE BALANCE-FILE.
    CLOSE BALANCE-TMP-FILE.

    MOVE 'N' TO WS-BTMP-EOF-SWITCH.
    OPEN INPUT BALANCE-TMP-FILE.
    OPEN OUTPUT BALANCE-FILE.

    PERFORM UNTIL END-OF-BTMP-FILE
        READ BALANCE-TMP-FILE
            AT END
                SET END-OF-BTMP-FILE TO TRUE
            NOT AT END
                MOVE BALANCE-TMP-RECORD TO BALANCE-RECORD
                WRITE BALANCE-RECORD
        END-READ
    END-PERFORM.

    CLOSE BALANCE-TMP-FILE.
    CLOSE BALANCE-FILE.

ADD-MISSING-CLOSED-PERIODS.
    PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
            UNTIL WS-MONTH-INDEX > WS-RESTATE-LAST-MONTH
        IF WS-TB-MONTH-SEEN(WS-TB-INDEX, WS-MONTH-INDEX) NOT = 'Y'
            MOVE SPACES TO BAL-PERIOD
            STRING WS-NEW-YEAR '-' WS-MONTH-INDEX
                DELIMITED BY SIZE INTO BAL-PERIOD
            MOVE BALANCE-RECORD TO BALANCE-TMP-RECORD
            WRITE BALANCE-TMP-RECORD
            ADD 1 TO WS-ADDED-COUNT
        END-IF
    END-PERFORM.

CARRY-INTO-LATER-PERIOD.
    IF BAL-PERIOD > WS-NEW-YEAR-BF-PERIOD
            AND BAL-PERIOD NOT > WS-NEW-YEAR-END-PERIOD
        MOVE BAL-ACCOUNT TO WS-SEARCH-ACCOUNT
        MOVE BAL-DEPARTMENT TO WS-SEARCH-DEPARTMENT
        MOVE 0 TO WS-TB-SLOT
        PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
                UNTIL WS-TB-INDEX > WS-TB-COUNT
                   OR WS-TB-SLOT > 0
            IF WS-TB-KEY(WS-TB-INDEX) = WS-SEARCH-KEY
                MOVE WS-TB-INDEX TO WS-TB-SLOT
            END-IF
        END-PERFORM
        IF WS-TB-SLOT > 0
            MOVE BAL-PERIOD(6:2) TO WS-MONTH-INDEX
            IF WS-MONTH-INDEX >= 1 AND WS-MONTH-INDEX <= 12
                MOVE 'Y' TO WS-TB-MONTH-SEEN(WS-TB-SLOT, WS-MONTH-INDEX)
            END-IF
            IF WS-TB-CLOSING(WS-TB-SLOT) NOT = 0
                ADD WS-TB-CLOSING(WS-TB-SLOT) TO BAL-OPENING
                ADD WS-TB-CLOSING(WS-TB-SLOT) TO BAL-CLOSING
                ADD 1 TO WS-ADJUSTED-COUNT
            END-IF
        END-IF
    END-IF.

WRITE-YEAR-END-SUMMARY.
    MOVE SPACES TO WS-REPORT-FILENAME.
    MOVE 'CALCYEND.RPT' TO WS-REPORT-FILENAME.
    OPEN OUTPUT TBAL-REPORT-FILE.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'YEAR-END ROLLOVER - FINANCIAL YEAR ' WS-FISCAL-YEAR
        ' INTO ' WS-NEW-YEAR '   RUN ' WS-RUN-DATE
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    IF OPERATOR-CONTROL-ACTIVE
        MOVE SPACES TO TBAL-REPORT-RECORD
        STRING 'Run by supervisor ' WS-OPERATOR-ID
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
    END-IF.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'ACCOUNT  DEPT  LAST PERIOD'
        '      CLOSING = OPENING ' WS-NEW-YEAR
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
            UNTIL WS-TB-INDEX > WS-TB-COUNT
        MOVE WS-TB-CLOSING(WS-TB-INDEX) TO WS-CLOSING-DISPLAY
        IF WS-TB-CLOSING(WS-TB-INDEX) = 0
            MOVE 'ZERO BALANCE - NOT CARRIED' TO WS-LINE-LABEL
        ELSE
            MOVE SPACES TO WS-LINE-LABEL
        END-IF
        MOVE SPACES TO TBAL-REPORT-RECORD
        STRING WS-TB-ACCOUNT(WS-TB-INDEX)
            ' ' WS-TB-DEPARTMENT(WS-TB-INDEX)
            '  ' WS-TB-LAST-PERIOD(WS-TB-INDEX)
            '    ' WS-CLOSING-DISPLAY
            ' ' WS-LINE-LABEL
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
    END-PERFORM.

    MOVE SPACES TO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-LEDGER-USED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Ledger records for the year  . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-CARRIED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Balances carried forward . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-ZERO-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Zero balances not carried  . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-CARRIED-DEBITS TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Debit balances carried . . . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-CARRIED-CREDITS TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Credit balances carried  . . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-CARRIED-NET TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Net balance carried forward  . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Closed ' WS-NEW-YEAR ' balances restated  . : '
        WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TBAL-REPORT-RECORD.
    STRING 'Closed ' WS-NEW-YEAR ' balances added . . . : '
        WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TBAL-REPORT-RECORD.
    WRITE TBAL-REPORT-RECORD.

    IF WS-DROPPED-COUNT > 0
        MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO TBAL-REPORT-RECORD
        STRING 'WARNING - TABLE FULL, BALANCES NOT CARRIED: '
            WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO TBAL-REPORT-RECORD
        WRITE TBAL-REPORT-RECORD
        MOVE 8 TO RETURN-CODE
    END-IF.

    CLOSE TBAL-REPORT-FILE.
