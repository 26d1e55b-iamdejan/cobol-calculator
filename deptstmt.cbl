IDENTIFICATION DIVISION.
PROGRAM-ID. DeptStmt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-FILE-STATUS.

    SELECT BATCH-REGISTER-FILE ASSIGN TO "CALCBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREG-FILE-STATUS.

    SELECT POST-SUMMARY-FILE ASSIGN TO "CALCPCLS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCLS-FILE-STATUS.

    SELECT STATEMENT-REPORT-FILE ASSIGN TO "CALCSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "CALCSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERDREC.

FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(120).

FD BATCH-REGISTER-FILE.
    COPY BATREG.

FD POST-SUMMARY-FILE.
    COPY POSTRPT.

FD STATEMENT-REPORT-FILE.
    COPY STMTRPT.

SD SORT-WORK-FILE.
01 SORT-STMT-RECORD.
    05 SORT-DEPARTMENT PIC X(4).
    05 SORT-BUS-DATE PIC X(10).
    05 SORT-BATCH-ID PIC X(8).
    05 SORT-GROUP-REF PIC 9(9).
    05 SORT-ENTRY-TYPE PIC 9(1).
    05 SORT-REFERENCE PIC 9(9).
    05 SORT-GL-IMAGE PIC X(120).

WORKING-STORAGE SECTION.
    COPY GLREC.

01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ARCH-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-PCLS-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-STMT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-ARCHIVE-FILENAME PIC X(100) VALUE SPACES.

01 WS-ARCH-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-ARCHIVE-FILE VALUE 'Y'.
01 WS-BREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BREG-FILE VALUE 'Y'.
01 WS-PCLS-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-PCLS-FILE VALUE 'Y'.
01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SORT-FILE VALUE 'Y'.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-LAST-CLOSED-PERIOD PIC X(7) VALUE SPACES.
01 WS-STMT-PERIOD PIC X(7) VALUE SPACES.
01 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
01 WS-PERIOD-VALID-FLAG PIC X(1) VALUE 'N'.
    88 PERIOD-VALID VALUE 'Y'.
01 WS-PERIOD-FILE-FLAG PIC X(1) VALUE 'N'.
    88 PERIOD-CONTROL-PRESENT VALUE 'Y'.

01 WS-BATCH-REGISTER-TABLE.
    05 WS-BR-COUNT PIC 9(5) VALUE 0.
    05 WS-BR-ENTRY OCCURS 5000 TIMES.
        10 WS-BR-BATCH-ID PIC X(8).
        10 WS-BR-BUS-DATE PIC X(10).

01 WS-BR-INDEX PIC 9(5) VALUE 0.
01 WS-BR-DROPPED-COUNT PIC 9(9) VALUE 0.
01 WS-BUS-DATE PIC X(10) VALUE SPACES.

01 WS-DEPARTMENT-TABLE.
    05 WS-DT-COUNT PIC 9(4) VALUE 0.
    05 WS-DT-ENTRY OCCURS 1000 TIMES.
        10 WS-DT-DEPARTMENT PIC X(4).
        10 WS-DT-POSTINGS PIC 9(9).
        10 WS-DT-DEBITS PIC S9(12)V9(6).
        10 WS-DT-CREDITS PIC S9(12)V9(6).

01 WS-DT-INDEX PIC 9(4) VALUE 0.
01 WS-DT-DROPPED-COUNT PIC 9(9) VALUE 0.

01 WS-PERIOD-COUNT PIC 9(9) VALUE 0.
01 WS-PERIOD-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-PERIOD-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-INTERACTIVE-COUNT PIC 9(9) VALUE 0.
01 WS-INTERACTIVE-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-INTERACTIVE-CREDITS PIC S9(12)V9(6) VALUE 0.
01 WS-REPAIR-COUNT PIC 9(9) VALUE 0.
01 WS-REPAIR-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-REPAIR-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-STMT-COUNT PIC 9(9) VALUE 0.
01 WS-STMT-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-STMT-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-PROVED-COUNT PIC 9(9) VALUE 0.
01 WS-PROVED-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-PROVED-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-CUR-DEPARTMENT PIC X(4) VALUE SPACES.
01 WS-DEPT-POSTINGS PIC 9(9) VALUE 0.
01 WS-DEPT-BATCHES PIC 9(9) VALUE 0.
01 WS-DEPT-REVERSALS PIC 9(9) VALUE 0.
01 WS-DEPT-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-DEPT-CREDITS PIC S9(12)V9(6) VALUE 0.
01 WS-DEPT-NET PIC S9(12)V9(6) VALUE 0.

01 WS-CUR-BATCH-ID PIC X(8) VALUE SPACES.
01 WS-CUR-BUS-DATE PIC X(10) VALUE SPACES.
01 WS-BAT-POSTINGS PIC 9(9) VALUE 0.
01 WS-BAT-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-BAT-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-GROUP-REF PIC 9(9) VALUE 0.
01 WS-GROUP-ORIGINAL-FLAG PIC X(1) VALUE 'N'.
    88 GROUP-HAS-ORIGINAL VALUE 'Y'.
01 WS-GROUP-REVERSALS PIC 9(5) VALUE 0.
01 WS-GROUP-NET PIC S9(12)V9(6) VALUE 0.
01 WS-GROUP-DC PIC X(1) VALUE SPACE.

01 WS-FIRST-POSTING-FLAG PIC X(1) VALUE 'Y'.
    88 FIRST-POSTING VALUE 'Y'.
01 WS-LAST-REFERENCE PIC 9(9) VALUE 0.
01 WS-DUPLICATE-COUNT PIC 9(9) VALUE 0.
01 WS-PRIOR-REVERSAL-COUNT PIC 9(9) VALUE 0.
01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.

01 WS-PCLS-PRESENT-FLAG PIC X(1) VALUE 'N'.
    88 CLOSE-SUMMARY-PRESENT VALUE 'Y'.
01 WS-PCLS-PERIOD-FLAG PIC X(1) VALUE 'N'.
    88 CLOSE-SUMMARY-FOR-PERIOD VALUE 'Y'.
01 WS-PCLS-TOTALS-FLAG PIC X(1) VALUE 'N'.
    88 CLOSE-SUMMARY-TOTALS-FOUND VALUE 'Y'.
01 WS-PCLS-PERIOD PIC X(7) VALUE SPACES.
01 WS-PCLS-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-PCLS-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-ARCHIVE-AGREE-FLAG PIC X(1) VALUE 'N'.
    88 STATEMENTS-AGREE VALUE 'Y'.
01 WS-SUMMARY-AGREE-FLAG PIC X(1) VALUE 'Y'.
    88 SUMMARY-AGREES VALUE 'Y'.

01 WS-CONTROL-LABEL PIC X(30) VALUE SPACES.
01 WS-CONTROL-COUNT PIC 9(9) VALUE 0.
01 WS-CONTROL-DEBITS PIC S9(12)V9(6) VALUE 0.
01 WS-CONTROL-CREDITS PIC S9(12)V9(6) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-AMOUNT-DISPLAY PIC -(12)9.9(6).
01 WS-DEBIT-DISPLAY PIC -(12)9.9(6).
01 WS-CREDIT-DISPLAY PIC -(12)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    PERFORM LOAD-OPEN-PERIOD.
    PERFORM ACCEPT-STATEMENT-PERIOD.

    MOVE SPACES TO WS-ARCHIVE-FILENAME.
    STRING 'CALCGL.' WS-STMT-PERIOD(1:4) WS-STMT-PERIOD(6:2) '.ARC'
        DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCH-FILE-STATUS NOT = '00'
        DISPLAY 'No GL archive ' WS-ARCHIVE-FILENAME
        DISPLAY 'Period ' WS-STMT-PERIOD ' has not been closed by'
            ' PeriodClose - no statements produced'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE ARCHIVE-FILE.

    PERFORM LOAD-BATCH-REGISTER.
    PERFORM READ-CLOSE-SUMMARY.

    OPEN OUTPUT STATEMENT-REPORT-FILE.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-DEPARTMENT
        ON ASCENDING KEY SORT-BUS-DATE
        ON ASCENDING KEY SORT-BATCH-ID
        ON ASCENDING KEY SORT-GROUP-REF
        ON ASCENDING KEY SORT-ENTRY-TYPE
        ON ASCENDING KEY SORT-REFERENCE
        INPUT PROCEDURE IS RELEASE-ARCHIVE-POSTINGS
        OUTPUT PROCEDURE IS WRITE-DEPARTMENT-STATEMENTS.

    PERFORM PROVE-CONTROL-TOTALS.
    PERFORM WRITE-CONTROL-PAGE.
    CLOSE STATEMENT-REPORT-FILE.

    MOVE WS-DT-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Department statements for period ' WS-STMT-PERIOD
        ': ' WS-COUNT-DISPLAY ' - see CALCSTMT.RPT'.

    IF NOT STATEMENTS-AGREE OR NOT SUMMARY-AGREES
            OR WS-DUPLICATE-COUNT > 0
        DISPLAY 'CONTROL TOTALS DO NOT AGREE - statements must not'
            ' be issued; see the control page'
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY 'Control totals agree with the period total'
    END-IF.

    IF WS-BR-DROPPED-COUNT > 0 OR WS-DT-DROPPED-COUNT > 0
        DISPLAY 'WARNING - table full; some business dates or'
            ' department lines are missing from the report'
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
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
                SET PERIOD-CONTROL-PRESENT TO TRUE
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

ACCEPT-STATEMENT-PERIOD.
    DISPLAY 'Period to report (YYYY-MM, blank=' WS-LAST-CLOSED-PERIOD
        '): ' WITH NO ADVANCING.
    ACCEPT WS-STMT-PERIOD.
    IF WS-STMT-PERIOD = SPACES
        MOVE WS-LAST-CLOSED-PERIOD TO WS-STMT-PERIOD
    END-IF.

    MOVE 'N' TO WS-PERIOD-VALID-FLAG.
    IF WS-STMT-PERIOD(1:4) IS NUMERIC AND WS-STMT-PERIOD(5:1) = '-'
            AND WS-STMT-PERIOD(6:2) IS NUMERIC
        MOVE WS-STMT-PERIOD(6:2) TO WS-PERIOD-MONTH
        IF WS-PERIOD-MONTH >= 1 AND WS-PERIOD-MONTH <= 12
            SET PERIOD-VALID TO TRUE
        END-IF
    END-IF.
    IF NOT PERIOD-VALID
        DISPLAY 'Invalid period ' WS-STMT-PERIOD ' - use YYYY-MM'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF PERIOD-CONTROL-PRESENT AND WS-STMT-PERIOD NOT < WS-OPEN-PERIOD
        DISPLAY 'Period ' WS-STMT-PERIOD ' is not closed yet - the'
            ' open period is ' WS-OPEN-PERIOD
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-BATCH-REGISTER.
    OPEN INPUT BATCH-REGISTER-FILE.
    IF WS-BREG-FILE-STATUS NOT = '00'
        SET END-OF-BREG-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-BREG-FILE
            READ BATCH-REGISTER-FILE
                AT END
                    SET END-OF-BREG-FILE TO TRUE
                NOT AT END
                    IF WS-BR-COUNT >= 5000
                        ADD 1 TO WS-BR-DROPPED-COUNT
                    ELSE
                        ADD 1 TO WS-BR-COUNT
                        MOVE BREG-BATCH-ID
                            TO WS-BR-BATCH-ID(WS-BR-COUNT)
                        MOVE BREG-BUS-DATE
                            TO WS-BR-BUS-DATE(WS-BR-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCH-REGISTER-FILE
    END-IF.

FIND-BUSINESS-DATE.
    MOVE SPACES TO WS-BUS-DATE.
    IF GL-BATCH-ID NOT = SPACES
        PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                UNTIL WS-BR-INDEX > WS-BR-COUNT
            IF WS-BR-BATCH-ID(WS-BR-INDEX) = GL-BATCH-ID
                MOVE WS-BR-BUS-DATE(WS-BR-INDEX) TO WS-BUS-DATE
            END-IF
        END-PERFORM
    END-IF.

READ-CLOSE-SUMMARY.
    OPEN INPUT POST-SUMMARY-FILE.
    IF WS-PCLS-FILE-STATUS NOT = '00'
        SET END-OF-PCLS-FILE TO TRUE
    ELSE
        SET CLOSE-SUMMARY-PRESENT TO TRUE
        PERFORM UNTIL END-OF-PCLS-FILE
            READ POST-SUMMARY-FILE
                AT END
                    SET END-OF-PCLS-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-CLOSE-SUMMARY-LINE
            END-READ
        END-PERFORM
        CLOSE POST-SUMMARY-FILE
    END-IF.

CHECK-CLOSE-SUMMARY-LINE.
    IF POST-SUMMARY-RECORD(1:34) = 'FINAL GL POSTING SUMMARY - PERIOD '
        MOVE POST-SUMMARY-RECORD(35:7) TO WS-PCLS-PERIOD
        IF WS-PCLS-PERIOD = WS-STMT-PERIOD
            SET CLOSE-SUMMARY-FOR-PERIOD TO TRUE
        END-IF
    END-IF.

    IF CLOSE-SUMMARY-FOR-PERIOD
            AND NOT CLOSE-SUMMARY-TOTALS-FOUND
            AND POST-SUMMARY-RECORD(1:7) = 'TOTALS '
        COMPUTE WS-PCLS-DEBITS =
            FUNCTION NUMVAL(POST-SUMMARY-RECORD(11:20))
        COMPUTE WS-PCLS-CREDITS =
            FUNCTION NUMVAL(POST-SUMMARY-RECORD(32:20))
        SET CLOSE-SUMMARY-TOTALS-FOUND TO TRUE
    END-IF.

RELEASE-ARCHIVE-POSTINGS.
    MOVE 'N' TO WS-ARCH-EOF-SWITCH.
    OPEN INPUT ARCHIVE-FILE.
    PERFORM UNTIL END-OF-ARCHIVE-FILE
        READ ARCHIVE-FILE
            AT END
                SET END-OF-ARCHIVE-FILE TO TRUE
            NOT AT END
                PERFORM RELEASE-ARCHIVE-POSTING
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.

RELEASE-ARCHIVE-POSTING.
    MOVE ARCHIVE-RECORD TO GL-RECORD.

    ADD 1 TO WS-PERIOD-COUNT.
    IF GL-DC-INDICATOR = 'C'
        ADD GL-RESULT TO WS-PERIOD-CREDITS
    ELSE
        ADD GL-RESULT TO WS-PERIOD-DEBITS
    END-IF.

    IF GL-DEPARTMENT = SPACES
        IF GL-BATCH-ID = SPACES
            ADD 1 TO WS-INTERACTIVE-COUNT
            IF GL-DC-INDICATOR = 'C'
                ADD GL-RESULT TO WS-INTERACTIVE-CREDITS
            ELSE
                ADD GL-RESULT TO WS-INTERACTIVE-DEBITS
            END-IF
        ELSE
            ADD 1 TO WS-REPAIR-COUNT
            IF GL-DC-INDICATOR = 'C'
                ADD GL-RESULT TO WS-REPAIR-CREDITS
            ELSE
                ADD GL-RESULT TO WS-REPAIR-DEBITS
            END-IF
        END-IF
    ELSE
        PERFORM FIND-BUSINESS-DATE
        MOVE SPACES TO SORT-STMT-RECORD
        MOVE GL-DEPARTMENT TO SORT-DEPARTMENT
        MOVE WS-BUS-DATE TO SORT-BUS-DATE
        MOVE GL-BATCH-ID TO SORT-BATCH-ID
        IF GL-REVERSED-REF(1:1) NOT = SPACE
            MOVE GL-REVERSED-REF TO SORT-GROUP-REF
            MOVE 2 TO SORT-ENTRY-TYPE
        ELSE
            MOVE GL-REFERENCE TO SORT-GROUP-REF
            MOVE 1 TO SORT-ENTRY-TYPE
        END-IF
        MOVE GL-REFERENCE TO SORT-REFERENCE
        MOVE GL-RECORD TO SORT-GL-IMAGE
        RELEASE SORT-STMT-RECORD
    END-IF.

WRITE-DEPARTMENT-STATEMENTS.
    MOVE 'N' TO WS-SORT-EOF-SWITCH.
    PERFORM UNTIL END-OF-SORT-FILE
        RETURN SORT-WORK-FILE
            AT END
                SET END-OF-SORT-FILE TO TRUE
            NOT AT END
                PERFORM LIST-SORTED-POSTING
        END-RETURN
    END-PERFORM.

    IF NOT FIRST-POSTING
        PERFORM FINISH-POSTING-GROUP
        PERFORM FINISH-BATCH
        PERFORM FINISH-DEPARTMENT
    END-IF.

LIST-SORTED-POSTING.
    MOVE SORT-GL-IMAGE TO GL-RECORD.

    IF FIRST-POSTING
        PERFORM START-DEPARTMENT
        PERFORM START-BATCH
    ELSE
        IF SORT-DEPARTMENT NOT = WS-CUR-DEPARTMENT
            PERFORM FINISH-POSTING-GROUP
            PERFORM FINISH-BATCH
            PERFORM FINISH-DEPARTMENT
            PERFORM START-DEPARTMENT
            PERFORM START-BATCH
        ELSE
            IF SORT-BATCH-ID NOT = WS-CUR-BATCH-ID
                    OR SORT-BUS-DATE NOT = WS-CUR-BUS-DATE
                PERFORM FINISH-POSTING-GROUP
                PERFORM FINISH-BATCH
                PERFORM START-BATCH
            END-IF
        END-IF
    END-IF.

    MOVE SPACES TO WS-NOTE-TEXT.
    IF NOT FIRST-POSTING AND GL-REFERENCE = WS-LAST-REFERENCE
        ADD 1 TO WS-DUPLICATE-COUNT
        MOVE 'DUPLICATE REFERENCE - CHARGED TWICE' TO WS-NOTE-TEXT
    ELSE
        IF SORT-ENTRY-TYPE = 1
            PERFORM FINISH-POSTING-GROUP
            MOVE SORT-GROUP-REF TO WS-GROUP-REF
            SET GROUP-HAS-ORIGINAL TO TRUE
            MOVE 0 TO WS-GROUP-REVERSALS
            MOVE GL-RESULT TO WS-GROUP-NET
            MOVE GL-DC-INDICATOR TO WS-GROUP-DC
            IF GL-ACCRUAL-FLAG = 'A'
                MOVE 'ACCRUAL - REVERSES IN THE NEXT PERIOD'
                    TO WS-NOTE-TEXT
            END-IF
        ELSE
            IF GROUP-HAS-ORIGINAL AND SORT-GROUP-REF = WS-GROUP-REF
                ADD 1 TO WS-GROUP-REVERSALS
                ADD 1 TO WS-DEPT-REVERSALS
                ADD GL-RESULT TO WS-GROUP-NET
                STRING 'REVERSAL OF REF ' GL-REVERSED-REF
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
            ELSE
                PERFORM FINISH-POSTING-GROUP
                MOVE SORT-GROUP-REF TO WS-GROUP-REF
                MOVE 'N' TO WS-GROUP-ORIGINAL-FLAG
                MOVE 0 TO WS-GROUP-REVERSALS
                ADD 1 TO WS-PRIOR-REVERSAL-COUNT
                STRING 'REVERSAL OF REF ' GL-REVERSED-REF
                    ' - ORIGINAL IN AN EARLIER PERIOD'
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
            END-IF
        END-IF
    END-IF.

    MOVE GL-RESULT TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING '    ' GL-REFERENCE ' ' GL-DATE ' ' GL-ACCOUNT
        ' ' GL-DC-INDICATOR '  ' WS-AMOUNT-DISPLAY
        '  ' GL-TRANS-KEY '  ' WS-NOTE-TEXT
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    ADD 1 TO WS-BAT-POSTINGS.
    ADD 1 TO WS-DEPT-POSTINGS.
    ADD 1 TO WS-STMT-COUNT.
    IF GL-DC-INDICATOR = 'C'
        ADD GL-RESULT TO WS-BAT-CREDITS
        ADD GL-RESULT TO WS-DEPT-CREDITS
        ADD GL-RESULT TO WS-STMT-CREDITS
    ELSE
        ADD GL-RESULT TO WS-BAT-DEBITS
        ADD GL-RESULT TO WS-DEPT-DEBITS
        ADD GL-RESULT TO WS-STMT-DEBITS
    END-IF.

    MOVE GL-REFERENCE TO WS-LAST-REFERENCE.
    MOVE 'N' TO WS-FIRST-POSTING-FLAG.

START-DEPARTMENT.
    MOVE SORT-DEPARTMENT TO WS-CUR-DEPARTMENT.
    MOVE 0 TO WS-DEPT-POSTINGS.
    MOVE 0 TO WS-DEPT-BATCHES.
    MOVE 0 TO WS-DEPT-REVERSALS.
    MOVE 0 TO WS-DEPT-DEBITS.
    MOVE 0 TO WS-DEPT-CREDITS.
    MOVE 'N' TO WS-GROUP-ORIGINAL-FLAG.
    MOVE 0 TO WS-GROUP-REVERSALS.

    IF NOT FIRST-POSTING
        MOVE SPACES TO STATEMENT-REPORT-RECORD
        WRITE STATEMENT-REPORT-RECORD
        MOVE SPACES TO STATEMENT-REPORT-RECORD
        WRITE STATEMENT-REPORT-RECORD
    END-IF.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'DEPARTMENT CHARGEBACK STATEMENT  DEPARTMENT '
        WS-CUR-DEPARTMENT '  PERIOD ' WS-STMT-PERIOD
        '  RUN ' WS-RUN-DATE
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Postings charged to department ' WS-CUR-DEPARTMENT
        ' in the closed period, from ' WS-ARCHIVE-FILENAME
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

START-BATCH.
    MOVE SORT-BATCH-ID TO WS-CUR-BATCH-ID.
    MOVE SORT-BUS-DATE TO WS-CUR-BUS-DATE.
    MOVE 0 TO WS-BAT-POSTINGS.
    MOVE 0 TO WS-BAT-DEBITS.
    MOVE 0 TO WS-BAT-CREDITS.
    MOVE 'N' TO WS-GROUP-ORIGINAL-FLAG.
    MOVE 0 TO WS-GROUP-REVERSALS.
    ADD 1 TO WS-DEPT-BATCHES.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    IF WS-CUR-BATCH-ID = SPACES
        MOVE '  NO BATCH - ALLOCATIONS AND OTHER DIRECT POSTINGS'
            TO STATEMENT-REPORT-RECORD
    ELSE
        IF WS-CUR-BUS-DATE = SPACES
            STRING '  BATCH ' WS-CUR-BATCH-ID
                '  BUSINESS DATE NOT ON BATCH REGISTER'
                DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
        ELSE
            STRING '  BATCH ' WS-CUR-BATCH-ID
                '  BUSINESS DATE ' WS-CUR-BUS-DATE
                DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
        END-IF
    END-IF.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING '    REFERENCE DATE       ACCOUNT  D/C               AMOUNT'
        '  KEY     NOTE'
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

FINISH-POSTING-GROUP.
    IF GROUP-HAS-ORIGINAL AND WS-GROUP-REVERSALS > 0
        MOVE WS-GROUP-NET TO WS-AMOUNT-DISPLAY
        MOVE WS-GROUP-REVERSALS TO WS-COUNT-DISPLAY
        MOVE SPACES TO STATEMENT-REPORT-RECORD
        MOVE 'NET AFTER REVERSAL' TO STATEMENT-REPORT-RECORD(15:18)
        MOVE WS-GROUP-DC TO STATEMENT-REPORT-RECORD(35:1)
        MOVE WS-AMOUNT-DISPLAY TO STATEMENT-REPORT-RECORD(38:20)
        STRING 'NET OF REF ' WS-GROUP-REF
            DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD(68:30)
        WRITE STATEMENT-REPORT-RECORD
    END-IF.
    MOVE 'N' TO WS-GROUP-ORIGINAL-FLAG.
    MOVE 0 TO WS-GROUP-REVERSALS.

FINISH-BATCH.
    MOVE WS-BAT-POSTINGS TO WS-COUNT-DISPLAY.
    MOVE WS-BAT-DEBITS TO WS-DEBIT-DISPLAY.
    MOVE WS-BAT-CREDITS TO WS-CREDIT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING '  BATCH TOTAL  POSTINGS ' WS-COUNT-DISPLAY
        '  DEBITS ' WS-DEBIT-DISPLAY
        '  CREDITS ' WS-CREDIT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

FINISH-DEPARTMENT.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'DEPARTMENT ' WS-CUR-DEPARTMENT ' TOTALS'
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DEPT-BATCHES TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Batches  . . . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DEPT-POSTINGS TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Postings . . . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DEPT-REVERSALS TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Reversals netted . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DEPT-DEBITS TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Total debits . . . . . . . . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DEPT-CREDITS TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Total credits  . . . . . . . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    COMPUTE WS-DEPT-NET = WS-DEPT-DEBITS - WS-DEPT-CREDITS.
    MOVE WS-DEPT-NET TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Net charge (debits - credits)  . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    IF WS-DT-COUNT >= 1000
        ADD 1 TO WS-DT-DROPPED-COUNT
    ELSE
        ADD 1 TO WS-DT-COUNT
        MOVE WS-CUR-DEPARTMENT TO WS-DT-DEPARTMENT(WS-DT-COUNT)
        MOVE WS-DEPT-POSTINGS TO WS-DT-POSTINGS(WS-DT-COUNT)
        MOVE WS-DEPT-DEBITS TO WS-DT-DEBITS(WS-DT-COUNT)
        MOVE WS-DEPT-CREDITS TO WS-DT-CREDITS(WS-DT-COUNT)
    END-IF.

PROVE-CONTROL-TOTALS.
    COMPUTE WS-PROVED-COUNT = WS-STMT-COUNT + WS-INTERACTIVE-COUNT
        + WS-REPAIR-COUNT.
    COMPUTE WS-PROVED-DEBITS = WS-STMT-DEBITS + WS-INTERACTIVE-DEBITS
        + WS-REPAIR-DEBITS.
    COMPUTE WS-PROVED-CREDITS = WS-STMT-CREDITS
        + WS-INTERACTIVE-CREDITS + WS-REPAIR-CREDITS.

    IF WS-PROVED-COUNT = WS-PERIOD-COUNT
            AND WS-PROVED-DEBITS = WS-PERIOD-DEBITS
            AND WS-PROVED-CREDITS = WS-PERIOD-CREDITS
        SET STATEMENTS-AGREE TO TRUE
    END-IF.

    IF CLOSE-SUMMARY-TOTALS-FOUND
        IF WS-PCLS-DEBITS NOT = WS-PERIOD-DEBITS
                OR WS-PCLS-CREDITS NOT = WS-PERIOD-CREDITS
            MOVE 'N' TO WS-SUMMARY-AGREE-FLAG
        END-IF
    END-IF.

WRITE-CONTROL-PAGE.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'DEPARTMENT STATEMENT CONTROL PAGE  PERIOD ' WS-STMT-PERIOD
        '  RUN ' WS-RUN-DATE
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'SOURCE                            POSTINGS'
        '               DEBITS              CREDITS'
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
            UNTIL WS-DT-INDEX > WS-DT-COUNT
        MOVE SPACES TO WS-CONTROL-LABEL
        STRING 'STATEMENT DEPT ' WS-DT-DEPARTMENT(WS-DT-INDEX)
            DELIMITED BY SIZE INTO WS-CONTROL-LABEL
        MOVE WS-DT-POSTINGS(WS-DT-INDEX) TO WS-CONTROL-COUNT
        MOVE WS-DT-DEBITS(WS-DT-INDEX) TO WS-CONTROL-DEBITS
        MOVE WS-DT-CREDITS(WS-DT-INDEX) TO WS-CONTROL-CREDITS
        PERFORM WRITE-CONTROL-LINE
    END-PERFORM.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE 'ALL DEPARTMENT STATEMENTS' TO WS-CONTROL-LABEL.
    MOVE WS-STMT-COUNT TO WS-CONTROL-COUNT.
    MOVE WS-STMT-DEBITS TO WS-CONTROL-DEBITS.
    MOVE WS-STMT-CREDITS TO WS-CONTROL-CREDITS.
    PERFORM WRITE-CONTROL-LINE.

    MOVE 'NO DEPARTMENT - INTERACTIVE' TO WS-CONTROL-LABEL.
    MOVE WS-INTERACTIVE-COUNT TO WS-CONTROL-COUNT.
    MOVE WS-INTERACTIVE-DEBITS TO WS-CONTROL-DEBITS.
    MOVE WS-INTERACTIVE-CREDITS TO WS-CONTROL-CREDITS.
    PERFORM WRITE-CONTROL-LINE.

    MOVE 'NO DEPARTMENT - REPAIRS' TO WS-CONTROL-LABEL.
    MOVE WS-REPAIR-COUNT TO WS-CONTROL-COUNT.
    MOVE WS-REPAIR-DEBITS TO WS-CONTROL-DEBITS.
    MOVE WS-REPAIR-CREDITS TO WS-CONTROL-CREDITS.
    PERFORM WRITE-CONTROL-LINE.

    MOVE 'STATEMENTS PLUS NO DEPARTMENT' TO WS-CONTROL-LABEL.
    MOVE WS-PROVED-COUNT TO WS-CONTROL-COUNT.
    MOVE WS-PROVED-DEBITS TO WS-CONTROL-DEBITS.
    MOVE WS-PROVED-CREDITS TO WS-CONTROL-CREDITS.
    PERFORM WRITE-CONTROL-LINE.

    MOVE 'PERIOD TOTAL ON GL ARCHIVE' TO WS-CONTROL-LABEL.
    MOVE WS-PERIOD-COUNT TO WS-CONTROL-COUNT.
    MOVE WS-PERIOD-DEBITS TO WS-CONTROL-DEBITS.
    MOVE WS-PERIOD-CREDITS TO WS-CONTROL-CREDITS.
    PERFORM WRITE-CONTROL-LINE.

    IF CLOSE-SUMMARY-TOTALS-FOUND
        MOVE WS-PCLS-DEBITS TO WS-DEBIT-DISPLAY
        MOVE WS-PCLS-CREDITS TO WS-CREDIT-DISPLAY
        MOVE SPACES TO STATEMENT-REPORT-RECORD
        STRING 'PERIODCLOSE SUMMARY TOTALS    '
            '             '
            WS-DEBIT-DISPLAY ' ' WS-CREDIT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
        WRITE STATEMENT-REPORT-RECORD
    END-IF.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Departments on statements  . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    IF STATEMENTS-AGREE
        MOVE 'Statements plus no-department  . : AGREE WITH THE ARCHIVE'
            TO STATEMENT-REPORT-RECORD
    ELSE
        MOVE 'Statements plus no-department  . : DO NOT AGREE WITH THE ARCHIVE'
            TO STATEMENT-REPORT-RECORD
    END-IF.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    IF CLOSE-SUMMARY-TOTALS-FOUND
        IF SUMMARY-AGREES
            MOVE 'Archive against PeriodClose  . . : AGREES WITH CALCPCLS.RPT'
                TO STATEMENT-REPORT-RECORD
        ELSE
            MOVE 'Archive against PeriodClose  . . : DOES NOT AGREE WITH CALCPCLS.RPT'
                TO STATEMENT-REPORT-RECORD
        END-IF
    ELSE
        IF CLOSE-SUMMARY-PRESENT AND WS-PCLS-PERIOD NOT = SPACES
            STRING 'Archive against PeriodClose  . . : NOT COMPARED -'
                ' CALCPCLS.RPT IS FOR PERIOD ' WS-PCLS-PERIOD
                DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
        ELSE
            MOVE 'Archive against PeriodClose  . . : NOT COMPARED - NO CALCPCLS.RPT'
                TO STATEMENT-REPORT-RECORD
        END-IF
    END-IF.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Duplicate references . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE WS-PRIOR-REVERSAL-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING 'Reversals of earlier periods . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.

    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    IF STATEMENTS-AGREE AND SUMMARY-AGREES AND WS-DUPLICATE-COUNT = 0
        MOVE 'CONTROL TOTALS AGREE - NOTHING DROPPED OR DOUBLE-CHARGED'
            TO STATEMENT-REPORT-RECORD
    ELSE
        MOVE 'CONTROL TOTALS DO NOT AGREE - STATEMENTS MUST NOT BE ISSUED'
            TO STATEMENT-REPORT-RECORD
    END-IF.
    WRITE STATEMENT-REPORT-RECORD.

WRITE-CONTROL-LINE.
    MOVE WS-CONTROL-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-CONTROL-DEBITS TO WS-DEBIT-DISPLAY.
    MOVE WS-CONTROL-CREDITS TO WS-CREDIT-DISPLAY.
    MOVE SPACES TO STATEMENT-REPORT-RECORD.
    STRING WS-CONTROL-LABEL ' ' WS-COUNT-DISPLAY
        ' ' WS-DEBIT-DISPLAY ' ' WS-CREDIT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD.
    WRITE STATEMENT-REPORT-RECORD.
