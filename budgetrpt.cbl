IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUDG-FILE-STATUS.

    SELECT THRESHOLD-FILE ASSIGN TO "CALCBTHR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BTHR-FILE-STATUS.

    SELECT GL-FILE ASSIGN TO "CALCGL.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-FILE-STATUS.

    SELECT BUDGET-REPORT-FILE ASSIGN TO "CALCBUDG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERDREC.

FD BUDGET-FILE.
    COPY BUDGREC.

FD THRESHOLD-FILE.
    COPY BUDTHR.

FD GL-FILE.
    COPY GLREC.

FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(120).

FD BUDGET-REPORT-FILE.
    COPY BUDGRPT.

WORKING-STORAGE SECTION.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BUDG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BTHR-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ARCH-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-ARCHIVE-FILENAME PIC X(100) VALUE SPACES.

01 WS-BUDG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BUDGET-FILE VALUE 'Y'.
01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-GL-FILE VALUE 'Y'.
01 WS-ARCH-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-ARCHIVE-FILE VALUE 'Y'.

01 WS-THRESHOLD-PERCENT PIC 9(3) VALUE 100.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-REPORT-PERIOD PIC X(7) VALUE SPACES.
01 WS-YEAR-START-PERIOD PIC X(7) VALUE SPACES.
01 WS-REPORT-MONTH PIC 9(2) VALUE 0.
01 WS-ARCHIVE-MONTH PIC 9(2) VALUE 0.
01 WS-ARCHIVE-PERIOD PIC X(7) VALUE SPACES.
01 WS-POSTING-PERIOD PIC X(7) VALUE SPACES.

01 WS-BUDGET-TABLE.
    05 WS-BA-COUNT PIC 9(4) VALUE 0.
    05 WS-BA-ENTRY OCCURS 2000 TIMES.
        10 WS-BA-KEY.
            15 WS-BA-DEPARTMENT PIC X(4).
            15 WS-BA-ACCOUNT PIC X(8).
        10 WS-BA-PERIOD-BUDGET PIC S9(12)V9(6).
        10 WS-BA-PERIOD-DEBITS PIC S9(12)V9(6).
        10 WS-BA-PERIOD-CREDITS PIC S9(12)V9(6).
        10 WS-BA-YTD-BUDGET PIC S9(12)V9(6).
        10 WS-BA-YTD-DEBITS PIC S9(12)V9(6).
        10 WS-BA-YTD-CREDITS PIC S9(12)V9(6).

01 WS-BA-INDEX PIC 9(4) VALUE 0.
01 WS-BA-SLOT PIC 9(4) VALUE 0.
01 WS-BA-SHIFT PIC 9(4) VALUE 0.
01 WS-SEARCH-KEY.
    05 WS-SEARCH-DEPARTMENT PIC X(4).
    05 WS-SEARCH-ACCOUNT PIC X(8).
01 WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
    88 BUDGET-TABLE-FULL VALUE 'Y'.

01 WS-LINE-BUDGET PIC S9(12)V9(6) VALUE 0.
01 WS-LINE-ACTUAL PIC S9(12)V9(6) VALUE 0.
01 WS-LINE-VARIANCE PIC S9(12)V9(6) VALUE 0.
01 WS-LINE-PERCENT PIC S9(7)V9(1) VALUE 0.
01 WS-LINE-OVER-FLAG PIC X(1) VALUE 'N'.
    88 LINE-OVER-THRESHOLD VALUE 'Y'.
01 WS-PERIOD-OVER-FLAG PIC X(1) VALUE 'N'.
    88 PERIOD-OVER-THRESHOLD VALUE 'Y'.
01 WS-YTD-OVER-FLAG PIC X(1) VALUE 'N'.
    88 YTD-OVER-THRESHOLD VALUE 'Y'.
01 WS-LINE-FLAG PIC X(11) VALUE SPACES.
01 WS-PERCENT-TEXT PIC X(9) VALUE SPACES.
01 WS-PERIOD-PERCENT-TEXT PIC X(9) VALUE SPACES.
01 WS-YTD-PERCENT-TEXT PIC X(9) VALUE SPACES.

01 WS-CURRENT-DEPARTMENT PIC X(4) VALUE SPACES.
01 WS-DEPT-TOTALS.
    05 WS-DEPT-PERIOD-BUDGET PIC S9(12)V9(6) VALUE 0.
    05 WS-DEPT-PERIOD-ACTUAL PIC S9(12)V9(6) VALUE 0.
    05 WS-DEPT-YTD-BUDGET PIC S9(12)V9(6) VALUE 0.
    05 WS-DEPT-YTD-ACTUAL PIC S9(12)V9(6) VALUE 0.
01 WS-GRAND-TOTALS.
    05 WS-GRAND-PERIOD-BUDGET PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-PERIOD-ACTUAL PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-YTD-BUDGET PIC S9(12)V9(6) VALUE 0.
    05 WS-GRAND-YTD-ACTUAL PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-LABEL PIC X(13) VALUE SPACES.
01 WS-TOTAL-PERIOD-BUDGET PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-PERIOD-ACTUAL PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-YTD-BUDGET PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-YTD-ACTUAL PIC S9(12)V9(6) VALUE 0.

01 WS-BUDGET-READ-COUNT PIC 9(9) VALUE 0.
01 WS-BUDGET-USED-COUNT PIC 9(9) VALUE 0.
01 WS-BUDGET-REJECT-COUNT PIC 9(9) VALUE 0.
01 WS-GL-READ-COUNT PIC 9(9) VALUE 0.
01 WS-GL-USED-COUNT PIC 9(9) VALUE 0.
01 WS-ARCHIVES-READ-COUNT PIC 9(9) VALUE 0.
01 WS-UNASSIGNED-COUNT PIC 9(9) VALUE 0.
01 WS-UNASSIGNED-AMOUNT PIC S9(12)V9(6) VALUE 0.
01 WS-OVER-COUNT PIC 9(9) VALUE 0.
01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
01 WS-TOTAL-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-CREDITS PIC S9(12)V9(6) VALUE 0.
01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-MONEY-DISPLAY-1 PIC -(9)9.99.
01 WS-MONEY-DISPLAY-2 PIC -(9)9.99.
01 WS-MONEY-DISPLAY-3 PIC -(9)9.99.
01 WS-MONEY-DISPLAY-4 PIC -(9)9.99.
01 WS-MONEY-DISPLAY-5 PIC -(9)9.99.
01 WS-MONEY-DISPLAY-6 PIC -(9)9.99.
01 WS-PERCENT-DISPLAY PIC -(6)9.9.
01 WS-HASH-DISPLAY PIC -(12)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    PERFORM LOAD-OPEN-PERIOD.
    PERFORM LOAD-BUDGET-THRESHOLD.

    DISPLAY 'Accounting period to report (YYYY-MM, blank=open '
        'period ' WS-OPEN-PERIOD '): ' WITH NO ADVANCING.
    ACCEPT WS-REPORT-PERIOD.
    IF WS-REPORT-PERIOD = SPACES
        MOVE WS-OPEN-PERIOD TO WS-REPORT-PERIOD
    END-IF.

    IF WS-REPORT-PERIOD(1:4) IS NOT NUMERIC
            OR WS-REPORT-PERIOD(5:1) NOT = '-'
            OR WS-REPORT-PERIOD(6:2) IS NOT NUMERIC
        DISPLAY 'Invalid accounting period: ' WS-REPORT-PERIOD
            ' - no report produced'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-REPORT-PERIOD(6:2) TO WS-REPORT-MONTH.
    IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
        DISPLAY 'Invalid accounting period: ' WS-REPORT-PERIOD
            ' - no report produced'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO WS-YEAR-START-PERIOD.
    STRING WS-REPORT-PERIOD(1:4) '-01'
        DELIMITED BY SIZE INTO WS-YEAR-START-PERIOD.

    OPEN INPUT BUDGET-FILE.
    IF WS-BUDG-FILE-STATUS NOT = '00'
        DISPLAY 'No budget file (CALCBUDG.DAT) - nothing to compare'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM OPEN-BUDGET-REPORT.
    PERFORM LOAD-BUDGET-FILE.
    PERFORM ACCUMULATE-ARCHIVE-ACTUALS.
    PERFORM ACCUMULATE-LIVE-ACTUALS.
    PERFORM WRITE-BUDGET-LINES.
    PERFORM WRITE-BUDGET-SUMMARY.
    CLOSE BUDGET-REPORT-FILE.

    DISPLAY 'Budget-versus-actual report written to CALCBUDG.RPT'.

    IF WS-DROPPED-COUNT > 0
        MOVE 8 TO RETURN-CODE
        MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Budget table full - entries not reported: '
            WS-COUNT-DISPLAY
    ELSE
        IF WS-OVER-COUNT > 0 OR WS-BUDGET-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    IF WS-OVER-COUNT > 0
        MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Department/accounts over budget threshold - alert'
            ' finance: ' WS-COUNT-DISPLAY
    ELSE
        DISPLAY 'No department/account over budget threshold'
    END-IF.

    STOP RUN.

LOAD-OPEN-PERIOD.
    MOVE SPACES TO WS-OPEN-PERIOD.
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
        STRING WS-RUN-DATE(1:7) DELIMITED BY SIZE INTO WS-OPEN-PERIOD
    END-IF.

LOAD-BUDGET-THRESHOLD.
    OPEN INPUT THRESHOLD-FILE.
    IF WS-BTHR-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        READ THRESHOLD-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BTHR-PERCENT IS NUMERIC AND BTHR-PERCENT > 0
                    MOVE BTHR-PERCENT TO WS-THRESHOLD-PERCENT
                END-IF
        END-READ
        CLOSE THRESHOLD-FILE
    END-IF.

OPEN-BUDGET-REPORT.
    OPEN OUTPUT BUDGET-REPORT-FILE.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'BUDGET VERSUS ACTUAL REPORT - PERIOD ' WS-REPORT-PERIOD
        '  YEAR TO DATE FROM ' WS-YEAR-START-PERIOD
        '  RUN ' WS-RUN-DATE
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-THRESHOLD-PERCENT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Flag threshold (percent used) . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

LOAD-BUDGET-FILE.
    PERFORM UNTIL END-OF-BUDGET-FILE
        READ BUDGET-FILE
            AT END
                SET END-OF-BUDGET-FILE TO TRUE
            NOT AT END
                PERFORM LOAD-BUDGET-RECORD
        END-READ
    END-PERFORM.
    CLOSE BUDGET-FILE.

    IF WS-BUDGET-REJECT-COUNT > 0
        MOVE SPACES TO BUDGET-REPORT-RECORD
        WRITE BUDGET-REPORT-RECORD
    END-IF.

LOAD-BUDGET-RECORD.
    ADD 1 TO WS-BUDGET-READ-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.

    IF BUDG-DEPARTMENT = SPACES
        MOVE 'DEPARTMENT IS BLANK' TO WS-REJECT-REASON
    ELSE
    IF BUDG-ACCOUNT = SPACES
        MOVE 'ACCOUNT IS BLANK' TO WS-REJECT-REASON
    ELSE
    IF BUDG-PERIOD(1:4) IS NOT NUMERIC
            OR BUDG-PERIOD(5:1) NOT = '-'
            OR BUDG-PERIOD(6:2) IS NOT NUMERIC
            OR BUDG-PERIOD(6:2) < '01' OR BUDG-PERIOD(6:2) > '12'
        MOVE 'PERIOD IS NOT YYYY-MM' TO WS-REJECT-REASON
    ELSE
    IF BUDG-AMOUNT IS NOT NUMERIC
        MOVE 'AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON
    END-IF
    END-IF
    END-IF
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-BUDGET-REJECT-COUNT
        MOVE SPACES TO BUDGET-REPORT-RECORD
        STRING 'BUDGET RECORD REJECTED - ' WS-REJECT-REASON
            ': ' BUDGET-RECORD
            DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD
        WRITE BUDGET-REPORT-RECORD
    ELSE
        IF BUDG-PERIOD >= WS-YEAR-START-PERIOD
                AND BUDG-PERIOD <= WS-REPORT-PERIOD
            ADD 1 TO WS-BUDGET-USED-COUNT
            MOVE BUDG-DEPARTMENT TO WS-SEARCH-DEPARTMENT
            MOVE BUDG-ACCOUNT TO WS-SEARCH-ACCOUNT
            PERFORM FIND-BUDGET-SLOT
            IF WS-BA-SLOT > 0
                ADD BUDG-AMOUNT TO WS-BA-YTD-BUDGET(WS-BA-SLOT)
                IF BUDG-PERIOD = WS-REPORT-PERIOD
                    ADD BUDG-AMOUNT TO WS-BA-PERIOD-BUDGET(WS-BA-SLOT)
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-BUDGET-SLOT.
    MOVE 0 TO WS-BA-SLOT.
    PERFORM VARYING WS-BA-INDEX FROM 1 BY 1
            UNTIL WS-BA-INDEX > WS-BA-COUNT
               OR WS-BA-SLOT > 0
               OR WS-BA-KEY(WS-BA-INDEX) > WS-SEARCH-KEY
        IF WS-BA-KEY(WS-BA-INDEX) = WS-SEARCH-KEY
            MOVE WS-BA-INDEX TO WS-BA-SLOT
        END-IF
    END-PERFORM.

    IF WS-BA-SLOT = 0
        IF WS-BA-COUNT >= 2000
            ADD 1 TO WS-DROPPED-COUNT
            IF NOT BUDGET-TABLE-FULL
                SET BUDGET-TABLE-FULL TO TRUE
                DISPLAY 'Budget table full - department/account not'
                    ' reported: ' WS-SEARCH-KEY
            END-IF
        ELSE
            PERFORM VARYING WS-BA-SHIFT FROM WS-BA-COUNT BY -1
                    UNTIL WS-BA-SHIFT < WS-BA-INDEX
                MOVE WS-BA-ENTRY(WS-BA-SHIFT)
                    TO WS-BA-ENTRY(WS-BA-SHIFT + 1)
            END-PERFORM
            ADD 1 TO WS-BA-COUNT
            MOVE WS-BA-INDEX TO WS-BA-SLOT
            MOVE WS-SEARCH-KEY TO WS-BA-KEY(WS-BA-SLOT)
            MOVE 0 TO WS-BA-PERIOD-BUDGET(WS-BA-SLOT)
            MOVE 0 TO WS-BA-PERIOD-DEBITS(WS-BA-SLOT)
            MOVE 0 TO WS-BA-PERIOD-CREDITS(WS-BA-SLOT)
            MOVE 0 TO WS-BA-YTD-BUDGET(WS-BA-SLOT)
            MOVE 0 TO WS-BA-YTD-DEBITS(WS-BA-SLOT)
            MOVE 0 TO WS-BA-YTD-CREDITS(WS-BA-SLOT)
        END-IF
    END-IF.

ACCUMULATE-ARCHIVE-ACTUALS.
    PERFORM VARYING WS-ARCHIVE-MONTH FROM 1 BY 1
            UNTIL WS-ARCHIVE-MONTH > WS-REPORT-MONTH
        MOVE SPACES TO WS-ARCHIVE-PERIOD
        STRING WS-REPORT-PERIOD(1:4) '-' WS-ARCHIVE-MONTH
            DELIMITED BY SIZE INTO WS-ARCHIVE-PERIOD
        MOVE SPACES TO WS-ARCHIVE-FILENAME
        STRING 'CALCGL.' WS-REPORT-PERIOD(1:4) WS-ARCHIVE-MONTH '.ARC'
            DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
        PERFORM READ-PERIOD-ARCHIVE
    END-PERFORM.

READ-PERIOD-ARCHIVE.
    MOVE 'N' TO WS-ARCH-EOF-SWITCH.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCH-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO WS-ARCHIVES-READ-COUNT
        PERFORM UNTIL END-OF-ARCHIVE-FILE
            READ ARCHIVE-FILE
                AT END
                    SET END-OF-ARCHIVE-FILE TO TRUE
                NOT AT END
                    MOVE ARCHIVE-RECORD TO GL-RECORD
                    IF GL-PERIOD = SPACES
                        MOVE WS-ARCHIVE-PERIOD TO WS-POSTING-PERIOD
                    ELSE
                        MOVE GL-PERIOD TO WS-POSTING-PERIOD
                    END-IF
                    PERFORM ACCUMULATE-GL-ACTUAL
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.

ACCUMULATE-LIVE-ACTUALS.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        SET END-OF-GL-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    IF GL-PERIOD = SPACES
                        MOVE WS-OPEN-PERIOD TO WS-POSTING-PERIOD
                    ELSE
                        MOVE GL-PERIOD TO WS-POSTING-PERIOD
                    END-IF
                    PERFORM ACCUMULATE-GL-ACTUAL
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

ACCUMULATE-GL-ACTUAL.
    ADD 1 TO WS-GL-READ-COUNT.

    IF WS-POSTING-PERIOD >= WS-YEAR-START-PERIOD
            AND WS-POSTING-PERIOD <= WS-REPORT-PERIOD
        IF GL-DEPARTMENT = SPACES
            ADD 1 TO WS-UNASSIGNED-COUNT
            IF GL-DC-INDICATOR = 'C'
                SUBTRACT GL-RESULT FROM WS-UNASSIGNED-AMOUNT
            ELSE
                ADD GL-RESULT TO WS-UNASSIGNED-AMOUNT
            END-IF
        ELSE
            ADD 1 TO WS-GL-USED-COUNT
            MOVE GL-DEPARTMENT TO WS-SEARCH-DEPARTMENT
            MOVE GL-ACCOUNT TO WS-SEARCH-ACCOUNT
            PERFORM FIND-BUDGET-SLOT
            IF WS-BA-SLOT > 0
                IF GL-DC-INDICATOR = 'C'
                    ADD GL-RESULT TO WS-BA-YTD-CREDITS(WS-BA-SLOT)
                    ADD GL-RESULT TO WS-TOTAL-CREDITS
                    IF WS-POSTING-PERIOD = WS-REPORT-PERIOD
                        ADD GL-RESULT
                            TO WS-BA-PERIOD-CREDITS(WS-BA-SLOT)
                    END-IF
                ELSE
                    ADD GL-RESULT TO WS-BA-YTD-DEBITS(WS-BA-SLOT)
                    ADD GL-RESULT TO WS-TOTAL-DEBITS
                    IF WS-POSTING-PERIOD = WS-REPORT-PERIOD
                        ADD GL-RESULT
                            TO WS-BA-PERIOD-DEBITS(WS-BA-SLOT)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-BUDGET-LINES.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'DEPT ACCOUNT  '
        '------------------ PERIOD ------------------ '
        '---------------- YEAR TO DATE ---------------'
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING '                     BUDGET        ACTUAL      VARIANCE'
        '    %USED        BUDGET        ACTUAL      VARIANCE'
        '    %USED FLAG'
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE SPACES TO WS-CURRENT-DEPARTMENT.
    INITIALIZE WS-DEPT-TOTALS.
    INITIALIZE WS-GRAND-TOTALS.

    PERFORM VARYING WS-BA-INDEX FROM 1 BY 1
            UNTIL WS-BA-INDEX > WS-BA-COUNT
        IF WS-BA-DEPARTMENT(WS-BA-INDEX) NOT = WS-CURRENT-DEPARTMENT
            IF WS-CURRENT-DEPARTMENT NOT = SPACES
                PERFORM WRITE-DEPARTMENT-TOTAL
            END-IF
            MOVE WS-BA-DEPARTMENT(WS-BA-INDEX)
                TO WS-CURRENT-DEPARTMENT
            INITIALIZE WS-DEPT-TOTALS
        END-IF
        PERFORM WRITE-BUDGET-LINE
    END-PERFORM.

    IF WS-CURRENT-DEPARTMENT NOT = SPACES
        PERFORM WRITE-DEPARTMENT-TOTAL
    END-IF.

    MOVE 'ALL DEPTS' TO WS-TOTAL-LABEL.
    MOVE WS-GRAND-PERIOD-BUDGET TO WS-TOTAL-PERIOD-BUDGET.
    MOVE WS-GRAND-PERIOD-ACTUAL TO WS-TOTAL-PERIOD-ACTUAL.
    MOVE WS-GRAND-YTD-BUDGET TO WS-TOTAL-YTD-BUDGET.
    MOVE WS-GRAND-YTD-ACTUAL TO WS-TOTAL-YTD-ACTUAL.
    PERFORM WRITE-TOTAL-LINE.

WRITE-BUDGET-LINE.
    MOVE 'N' TO WS-PERIOD-OVER-FLAG.
    MOVE 'N' TO WS-YTD-OVER-FLAG.

    MOVE WS-BA-PERIOD-BUDGET(WS-BA-INDEX) TO WS-LINE-BUDGET.
    COMPUTE WS-LINE-ACTUAL = WS-BA-PERIOD-DEBITS(WS-BA-INDEX)
        - WS-BA-PERIOD-CREDITS(WS-BA-INDEX).
    PERFORM COMPUTE-PERCENT-USED.
    MOVE WS-PERCENT-TEXT TO WS-PERIOD-PERCENT-TEXT.
    MOVE WS-LINE-OVER-FLAG TO WS-PERIOD-OVER-FLAG.
    MOVE WS-LINE-BUDGET TO WS-MONEY-DISPLAY-1.
    MOVE WS-LINE-ACTUAL TO WS-MONEY-DISPLAY-2.
    MOVE WS-LINE-VARIANCE TO WS-MONEY-DISPLAY-3.
    ADD WS-LINE-BUDGET TO WS-DEPT-PERIOD-BUDGET WS-GRAND-PERIOD-BUDGET.
    ADD WS-LINE-ACTUAL TO WS-DEPT-PERIOD-ACTUAL WS-GRAND-PERIOD-ACTUAL.

    MOVE WS-BA-YTD-BUDGET(WS-BA-INDEX) TO WS-LINE-BUDGET.
    COMPUTE WS-LINE-ACTUAL = WS-BA-YTD-DEBITS(WS-BA-INDEX)
        - WS-BA-YTD-CREDITS(WS-BA-INDEX).
    PERFORM COMPUTE-PERCENT-USED.
    MOVE WS-PERCENT-TEXT TO WS-YTD-PERCENT-TEXT.
    MOVE WS-LINE-OVER-FLAG TO WS-YTD-OVER-FLAG.
    MOVE WS-LINE-BUDGET TO WS-MONEY-DISPLAY-4.
    MOVE WS-LINE-ACTUAL TO WS-MONEY-DISPLAY-5.
    MOVE WS-LINE-VARIANCE TO WS-MONEY-DISPLAY-6.
    ADD WS-LINE-BUDGET TO WS-DEPT-YTD-BUDGET WS-GRAND-YTD-BUDGET.
    ADD WS-LINE-ACTUAL TO WS-DEPT-YTD-ACTUAL WS-GRAND-YTD-ACTUAL.

    MOVE SPACES TO WS-LINE-FLAG.
    IF PERIOD-OVER-THRESHOLD AND YTD-OVER-THRESHOLD
        MOVE 'OVER BOTH' TO WS-LINE-FLAG
    ELSE
        IF PERIOD-OVER-THRESHOLD
            MOVE 'OVER PERIOD' TO WS-LINE-FLAG
        ELSE
            IF YTD-OVER-THRESHOLD
                MOVE 'OVER YTD' TO WS-LINE-FLAG
            END-IF
        END-IF
    END-IF.
    IF WS-LINE-FLAG NOT = SPACES
        ADD 1 TO WS-OVER-COUNT
    END-IF.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING WS-BA-DEPARTMENT(WS-BA-INDEX)
        ' ' WS-BA-ACCOUNT(WS-BA-INDEX)
        ' ' WS-MONEY-DISPLAY-1
        ' ' WS-MONEY-DISPLAY-2
        ' ' WS-MONEY-DISPLAY-3
        ' ' WS-PERIOD-PERCENT-TEXT
        ' ' WS-MONEY-DISPLAY-4
        ' ' WS-MONEY-DISPLAY-5
        ' ' WS-MONEY-DISPLAY-6
        ' ' WS-YTD-PERCENT-TEXT
        ' ' WS-LINE-FLAG
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

COMPUTE-PERCENT-USED.
    MOVE 'N' TO WS-LINE-OVER-FLAG.
    COMPUTE WS-LINE-VARIANCE = WS-LINE-BUDGET - WS-LINE-ACTUAL.

    IF WS-LINE-BUDGET > 0
        COMPUTE WS-LINE-PERCENT ROUNDED =
            WS-LINE-ACTUAL * 100 / WS-LINE-BUDGET
            ON SIZE ERROR
                MOVE 9999999.9 TO WS-LINE-PERCENT
        END-COMPUTE
        MOVE WS-LINE-PERCENT TO WS-PERCENT-DISPLAY
        MOVE WS-PERCENT-DISPLAY TO WS-PERCENT-TEXT
        IF WS-LINE-PERCENT > WS-THRESHOLD-PERCENT
            SET LINE-OVER-THRESHOLD TO TRUE
        END-IF
    ELSE
        IF WS-LINE-ACTUAL > 0
            MOVE ' NO BUDGT' TO WS-PERCENT-TEXT
            SET LINE-OVER-THRESHOLD TO TRUE
        ELSE
            MOVE '      N/A' TO WS-PERCENT-TEXT
        END-IF
    END-IF.

WRITE-DEPARTMENT-TOTAL.
    MOVE SPACES TO WS-TOTAL-LABEL.
    STRING WS-CURRENT-DEPARTMENT ' TOTAL'
        DELIMITED BY SIZE INTO WS-TOTAL-LABEL.
    MOVE WS-DEPT-PERIOD-BUDGET TO WS-TOTAL-PERIOD-BUDGET.
    MOVE WS-DEPT-PERIOD-ACTUAL TO WS-TOTAL-PERIOD-ACTUAL.
    MOVE WS-DEPT-YTD-BUDGET TO WS-TOTAL-YTD-BUDGET.
    MOVE WS-DEPT-YTD-ACTUAL TO WS-TOTAL-YTD-ACTUAL.
    PERFORM WRITE-TOTAL-LINE.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-PERIOD-BUDGET TO WS-LINE-BUDGET.
    MOVE WS-TOTAL-PERIOD-ACTUAL TO WS-LINE-ACTUAL.
    PERFORM COMPUTE-PERCENT-USED.
    MOVE WS-PERCENT-TEXT TO WS-PERIOD-PERCENT-TEXT.
    MOVE WS-LINE-BUDGET TO WS-MONEY-DISPLAY-1.
    MOVE WS-LINE-ACTUAL TO WS-MONEY-DISPLAY-2.
    MOVE WS-LINE-VARIANCE TO WS-MONEY-DISPLAY-3.

    MOVE WS-TOTAL-YTD-BUDGET TO WS-LINE-BUDGET.
    MOVE WS-TOTAL-YTD-ACTUAL TO WS-LINE-ACTUAL.
    PERFORM COMPUTE-PERCENT-USED.
    MOVE WS-PERCENT-TEXT TO WS-YTD-PERCENT-TEXT.
    MOVE WS-LINE-BUDGET TO WS-MONEY-DISPLAY-4.
    MOVE WS-LINE-ACTUAL TO WS-MONEY-DISPLAY-5.
    MOVE WS-LINE-VARIANCE TO WS-MONEY-DISPLAY-6.

    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING WS-TOTAL-LABEL
        ' ' WS-MONEY-DISPLAY-1
        ' ' WS-MONEY-DISPLAY-2
        ' ' WS-MONEY-DISPLAY-3
        ' ' WS-PERIOD-PERCENT-TEXT
        ' ' WS-MONEY-DISPLAY-4
        ' ' WS-MONEY-DISPLAY-5
        ' ' WS-MONEY-DISPLAY-6
        ' ' WS-YTD-PERCENT-TEXT
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

WRITE-BUDGET-SUMMARY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-BUDGET-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Budget records read  . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-BUDGET-USED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Budget records in year to date . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-BUDGET-REJECT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Budget records rejected  . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-ARCHIVES-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Period archives read . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-GL-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'GL postings read . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-GL-USED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Postings in year to date . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-TOTAL-DEBITS TO WS-HASH-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Actual debits year to date . . . : ' WS-HASH-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-TOTAL-CREDITS TO WS-HASH-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Actual credits year to date  . . : ' WS-HASH-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Postings with no department  . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-UNASSIGNED-AMOUNT TO WS-HASH-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Net amount with no department  . : ' WS-HASH-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO BUDGET-REPORT-RECORD.
    STRING 'Over threshold . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
    WRITE BUDGET-REPORT-RECORD.

    IF WS-DROPPED-COUNT > 0
        MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO BUDGET-REPORT-RECORD
        STRING 'NOT REPORTED - BUDGET TABLE FULL : ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD
        WRITE BUDGET-REPORT-RECORD
    END-IF.
