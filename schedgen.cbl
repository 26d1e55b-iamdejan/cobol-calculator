IDENTIFICATION DIVISION.
PROGRAM-ID. SchedGen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCHEDULE-FILE ASSIGN TO "CALCSCHD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHD-FILE-STATUS.

    SELECT SCHEDULE-GEN-FILE ASSIGN TO "CALCSGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SGEN-FILE-STATUS.

    SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT SCHED-GEN-REPORT-FILE ASSIGN TO "CALCSGEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCHEDULE-FILE.
    COPY SCHDREC.

FD SCHEDULE-GEN-FILE.
    COPY SGENREC.

FD TRANS-FILE.
    COPY TRANREC.

FD SCHED-GEN-REPORT-FILE.
    COPY SGENRPT.

WORKING-STORAGE SECTION.
    COPY TRANREC REPLACING LEADING ==TRANS== BY ==WS-GEN==.

01 WS-SCHD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-SGEN-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-SRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-TRANS-FILENAME PIC X(100) VALUE SPACES.

01 WS-SCHD-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SCHEDULE-FILE VALUE 'Y'.
01 WS-SGEN-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SGEN-FILE VALUE 'Y'.

01 WS-BUS-DATE PIC X(10) VALUE SPACES.
01 WS-BUS-YEAR PIC 9(4) VALUE 0.
01 WS-BUS-MONTH PIC 9(2) VALUE 0.
01 WS-BUS-DAY PIC 9(2) VALUE 0.
01 WS-BUS-LAST-DAY PIC 9(2) VALUE 0.
01 WS-START-MONTH PIC 9(2) VALUE 0.
01 WS-MONTH-GAP PIC 9(2) VALUE 0.
01 WS-GAP-QUOTIENT PIC 9(2) VALUE 0.
01 WS-GAP-REMAINDER PIC 9(2) VALUE 0.

01 WS-MONTH-DAYS-TABLE.
    05 WS-MONTH-DAYS-VALUES PIC X(24)
        VALUE '312831303130313130313031'.
    05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES
        PIC 9(2) OCCURS 12 TIMES.

01 WS-CHECK-DATE PIC X(10) VALUE SPACES.
01 WS-CHECK-DATE-X PIC X(8) VALUE SPACES.
01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE-X PIC 9(8).
01 WS-CHECK-INTEGER PIC 9(9) VALUE 0.
01 WS-DATE-VALID-FLAG PIC X(1) VALUE 'N'.
    88 DATE-VALID VALUE 'Y'.

01 WS-RUN-NUMBER PIC 9(3) VALUE 0.
01 WS-SCHD-STATUS PIC X(18) VALUE SPACES.
01 WS-SCHD-DETAIL PIC X(60) VALUE SPACES.
01 WS-STEP-INDEX PIC 9(1) VALUE 0.

01 WS-GENERATED-TABLE.
    05 WS-GENERATED-COUNT PIC 9(4) VALUE 0.
    05 WS-GENERATED-ID OCCURS 1000 TIMES PIC X(8).
01 WS-GENERATED-INDEX PIC 9(4) VALUE 0.
01 WS-GENERATED-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 SCHEDULE-ALREADY-GENERATED VALUE 'Y'.

01 WS-FIRED-TABLE.
    05 WS-FIRED-COUNT PIC 9(3) VALUE 0.
    05 WS-FIRED-ENTRY OCCURS 500 TIMES.
        10 WS-FIRED-SCHD-ID PIC X(8).
        10 WS-FIRED-DEPARTMENT PIC X(4).
        10 WS-FIRED-BATCH-ID PIC X(8).
        10 WS-FIRED-TRANS PIC X(106).
01 WS-FIRED-INDEX PIC 9(3) VALUE 0.

01 WS-DUE-KEY-TABLE.
    05 WS-DUE-KEY-COUNT PIC 9(4) VALUE 0.
    05 WS-DUE-KEY-ENTRY OCCURS 1500 TIMES.
        10 WS-DUE-KEY PIC 9(6).
        10 WS-DUE-KEY-SCHD-ID PIC X(8).
01 WS-DUE-KEY-INDEX PIC 9(4) VALUE 0.

01 WS-SET-TABLE.
    05 WS-SET-COUNT PIC 9(3) VALUE 0.
    05 WS-SET-ENTRY OCCURS 500 TIMES.
        10 WS-SET-DEPARTMENT PIC X(4).
        10 WS-SET-BATCH-ID PIC X(8).
        10 WS-SET-RECORD-COUNT PIC 9(9).
        10 WS-SET-HASH-TOTAL PIC S9(12)V9(6).
01 WS-SET-INDEX PIC 9(3) VALUE 0.
01 WS-SET-SLOT PIC 9(3) VALUE 0.

01 WS-SCHEDULE-COUNT PIC 9(9) VALUE 0.
01 WS-FIRED-TOTAL PIC 9(9) VALUE 0.
01 WS-ALREADY-COUNT PIC 9(9) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(9) VALUE 0.
01 WS-NOT-STARTED-COUNT PIC 9(9) VALUE 0.
01 WS-NOT-DUE-COUNT PIC 9(9) VALUE 0.
01 WS-INVALID-COUNT PIC 9(9) VALUE 0.
01 WS-OVERFLOW-COUNT PIC 9(9) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-HASH-DISPLAY PIC -(12)9.9(6).
01 WS-DAY-DISPLAY PIC Z9.

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    DISPLAY 'Business date to generate for (YYYY-MM-DD, blank=today): '
        WITH NO ADVANCING.
    ACCEPT WS-BUS-DATE.
    IF WS-BUS-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-BUS-DATE
    END-IF.

    MOVE WS-BUS-DATE TO WS-CHECK-DATE.
    PERFORM VALIDATE-CHECK-DATE.
    IF NOT DATE-VALID
        DISPLAY 'Invalid business date: ' WS-BUS-DATE
            ' - nothing generated'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM SET-BUSINESS-CALENDAR.
    PERFORM SCAN-GENERATION-REGISTER.

    ADD 1 TO WS-RUN-NUMBER.
    MOVE SPACES TO WS-TRANS-FILENAME.
    STRING 'CALCSTD.' WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
        WS-BUS-DATE(9:2) '.' WS-RUN-NUMBER '.DAT'
        DELIMITED BY SIZE INTO WS-TRANS-FILENAME.

    PERFORM OPEN-GENERATION-REPORT.

    OPEN INPUT SCHEDULE-FILE.
    IF WS-SCHD-FILE-STATUS NOT = '00'
        DISPLAY 'No standing-calculation schedule file - nothing'
            ' to generate'
        MOVE SPACES TO SCHED-GEN-REPORT-RECORD
        MOVE 'NO SCHEDULE FILE (CALCSCHD.DAT) - NOTHING GENERATED'
            TO SCHED-GEN-REPORT-RECORD
        WRITE SCHED-GEN-REPORT-RECORD
    ELSE
        PERFORM UNTIL END-OF-SCHEDULE-FILE
            READ SCHEDULE-FILE
                AT END
                    SET END-OF-SCHEDULE-FILE TO TRUE
                NOT AT END
                    PERFORM EVALUATE-SCHEDULE
            END-READ
        END-PERFORM
        CLOSE SCHEDULE-FILE
    END-IF.

    IF WS-FIRED-COUNT > 0
        PERFORM WRITE-TRANSACTION-FILE
        PERFORM REGISTER-GENERATED-SCHEDULES
        MOVE WS-FIRED-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Transaction file ' WS-TRANS-FILENAME(1:24)
            ' written - schedules fired: ' WS-COUNT-DISPLAY
    ELSE
        DISPLAY 'No schedules due for ' WS-BUS-DATE
            ' - no transaction file written'
    END-IF.

    PERFORM WRITE-GENERATION-SUMMARY.
    CLOSE SCHED-GEN-REPORT-FILE.

    DISPLAY 'Generator report written to CALCSGEN.RPT'.

    IF WS-INVALID-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

SET-BUSINESS-CALENDAR.
    MOVE WS-BUS-DATE(1:4) TO WS-BUS-YEAR.
    MOVE WS-BUS-DATE(6:2) TO WS-BUS-MONTH.
    MOVE WS-BUS-DATE(9:2) TO WS-BUS-DAY.

    MOVE WS-MONTH-DAYS(WS-BUS-MONTH) TO WS-BUS-LAST-DAY.
    IF WS-BUS-MONTH = 2
        IF FUNCTION MOD(WS-BUS-YEAR, 400) = 0
                OR (FUNCTION MOD(WS-BUS-YEAR, 4) = 0
                    AND FUNCTION MOD(WS-BUS-YEAR, 100) NOT = 0)
            MOVE 29 TO WS-BUS-LAST-DAY
        END-IF
    END-IF.

SCAN-GENERATION-REGISTER.
    MOVE 0 TO WS-RUN-NUMBER.
    MOVE 0 TO WS-GENERATED-COUNT.
    MOVE 'N' TO WS-SGEN-EOF-SWITCH.

    OPEN INPUT SCHEDULE-GEN-FILE.
    IF WS-SGEN-FILE-STATUS NOT = '00'
        SET END-OF-SGEN-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-SGEN-FILE
            READ SCHEDULE-GEN-FILE
                AT END
                    SET END-OF-SGEN-FILE TO TRUE
                NOT AT END
                    IF SGEN-BUS-DATE = WS-BUS-DATE
                        PERFORM STORE-GENERATED-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCHEDULE-GEN-FILE
    END-IF.

STORE-GENERATED-ENTRY.
    IF SGEN-RUN-NUMBER IS NUMERIC
            AND SGEN-RUN-NUMBER > WS-RUN-NUMBER
        MOVE SGEN-RUN-NUMBER TO WS-RUN-NUMBER
    END-IF.

    IF WS-GENERATED-COUNT >= 1000
        DISPLAY 'More than 1000 schedules already generated for '
            WS-BUS-DATE ' - cannot screen for repeats, run refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ADD 1 TO WS-GENERATED-COUNT.
    MOVE SGEN-SCHD-ID TO WS-GENERATED-ID(WS-GENERATED-COUNT).

OPEN-GENERATION-REPORT.
    OPEN OUTPUT SCHED-GEN-REPORT-FILE.

    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'STANDING CALCULATION GENERATOR  ' WS-RUN-DATE
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'BUSINESS DATE ' WS-BUS-DATE
        '  RUN ' WS-RUN-NUMBER
        '  FILE ' WS-TRANS-FILENAME(1:30)
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    MOVE 'SCHEDULE DEPT F DAY START      STOP       KEY    STATUS'
        TO SCHED-GEN-REPORT-RECORD.
    MOVE 'DETAIL' TO SCHED-GEN-REPORT-RECORD(76:6).
    WRITE SCHED-GEN-REPORT-RECORD.

EVALUATE-SCHEDULE.
    ADD 1 TO WS-SCHEDULE-COUNT.
    MOVE SPACES TO WS-SCHD-STATUS.
    MOVE SPACES TO WS-SCHD-DETAIL.

    PERFORM VALIDATE-SCHEDULE.

    IF WS-SCHD-STATUS = SPACES
        PERFORM CHECK-SCHEDULE-DATES
    END-IF.

    IF WS-SCHD-STATUS = SPACES
        PERFORM CHECK-SCHEDULE-DUE
    END-IF.

    IF WS-SCHD-STATUS = SPACES
        PERFORM CHECK-DUE-KEY
    END-IF.

    IF WS-SCHD-STATUS = SPACES
        PERFORM CHECK-ALREADY-GENERATED
    END-IF.

    IF WS-SCHD-STATUS = SPACES
        PERFORM FIRE-SCHEDULE
    END-IF.

    PERFORM WRITE-SCHEDULE-LINE.

VALIDATE-SCHEDULE.
    IF SCHD-ID = SPACES
        MOVE 'SCHEDULE ID IS BLANK' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-DEPARTMENT = SPACES
        MOVE 'DEPARTMENT IS BLANK' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-FREQUENCY NOT = 'M' AND SCHD-FREQUENCY NOT = 'Q'
            AND SCHD-FREQUENCY NOT = 'D'
        MOVE 'FREQUENCY MUST BE M, Q OR D' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-FREQUENCY NOT = 'D'
            AND (SCHD-RUN-DAY NOT NUMERIC
                 OR SCHD-RUN-DAY < 1 OR SCHD-RUN-DAY > 31)
        MOVE 'RUN DAY MUST BE 01 TO 31' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-TRANS-KEY NOT NUMERIC
        MOVE 'TRANS-KEY IS NOT NUMERIC' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-NUMBER-A NOT NUMERIC
        MOVE 'NUMBER A IS NOT NUMERIC' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-OPERATOR NOT = '+' AND SCHD-OPERATOR NOT = '-'
            AND SCHD-OPERATOR NOT = '*' AND SCHD-OPERATOR NOT = '/'
            AND SCHD-OPERATOR NOT = '%' AND SCHD-OPERATOR NOT = 'M'
        MOVE 'INVALID OPERATOR' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-NUMBER-B-X(1:1) = '='
            AND SCHD-NUMBER-B-X(2:8) = SPACES
        MOVE 'RATE REFERENCE WITHOUT A NAME' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-NUMBER-B-X(1:1) NOT = '=' AND SCHD-NUMBER-B NOT NUMERIC
        MOVE 'NUMBER B IS NOT NUMERIC OR =NAME' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-STEP-COUNT NOT NUMERIC OR SCHD-STEP-COUNT > 5
        MOVE 'CHAIN STEP COUNT MUST BE 0 TO 5' TO WS-SCHD-DETAIL
    ELSE
    IF SCHD-ACCRUAL-FLAG NOT = SPACE AND SCHD-ACCRUAL-FLAG NOT = 'A'
        MOVE 'ACCRUAL FLAG MUST BE A OR BLANK' TO WS-SCHD-DETAIL
    ELSE
        PERFORM VALIDATE-SCHEDULE-STEPS
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

    IF WS-SCHD-DETAIL NOT = SPACES
        MOVE 'INVALID' TO WS-SCHD-STATUS
        ADD 1 TO WS-INVALID-COUNT
    END-IF.

VALIDATE-SCHEDULE-STEPS.
    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
            UNTIL WS-STEP-INDEX > SCHD-STEP-COUNT
               OR WS-SCHD-DETAIL NOT = SPACES
        IF SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = '+'
                AND SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = '-'
                AND SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = '*'
                AND SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = '/'
                AND SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = '%'
                AND SCHD-STEP-OPERATOR(WS-STEP-INDEX) NOT = 'M'
            STRING 'CHAIN STEP ' WS-STEP-INDEX ' INVALID OPERATOR'
                DELIMITED BY SIZE INTO WS-SCHD-DETAIL
        ELSE
            IF SCHD-STEP-OPERAND-X(WS-STEP-INDEX)(1:1) = '='
                IF SCHD-STEP-OPERAND-X(WS-STEP-INDEX)(2:8) = SPACES
                    STRING 'CHAIN STEP ' WS-STEP-INDEX
                        ' RATE REFERENCE WITHOUT A NAME'
                        DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                END-IF
            ELSE
                IF SCHD-STEP-OPERAND(WS-STEP-INDEX) NOT NUMERIC
                    STRING 'CHAIN STEP ' WS-STEP-INDEX
                        ' OPERAND IS NOT NUMERIC OR =NAME'
                        DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-SCHEDULE-DATES.
    MOVE SCHD-START-DATE TO WS-CHECK-DATE.
    PERFORM VALIDATE-CHECK-DATE.
    IF NOT DATE-VALID
        MOVE 'INVALID' TO WS-SCHD-STATUS
        MOVE 'START DATE IS NOT A REAL DATE (YYYY-MM-DD)'
            TO WS-SCHD-DETAIL
        ADD 1 TO WS-INVALID-COUNT
    ELSE
        IF SCHD-STOP-DATE NOT = SPACES
            MOVE SCHD-STOP-DATE TO WS-CHECK-DATE
            PERFORM VALIDATE-CHECK-DATE
        END-IF
        IF NOT DATE-VALID
            MOVE 'INVALID' TO WS-SCHD-STATUS
            MOVE 'STOP DATE IS NOT A REAL DATE (YYYY-MM-DD)'
                TO WS-SCHD-DETAIL
            ADD 1 TO WS-INVALID-COUNT
        ELSE
            IF WS-BUS-DATE < SCHD-START-DATE
                MOVE 'NOT STARTED' TO WS-SCHD-STATUS
                STRING 'FIRST ELIGIBLE ' SCHD-START-DATE
                    DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                ADD 1 TO WS-NOT-STARTED-COUNT
            ELSE
                IF (SCHD-STOP-DATE NOT = SPACES
                        AND WS-BUS-DATE > SCHD-STOP-DATE)
                    OR (SCHD-FREQUENCY = 'D'
                        AND WS-BUS-DATE > SCHD-START-DATE)
                    MOVE 'EXPIRED' TO WS-SCHD-STATUS
                    IF SCHD-FREQUENCY = 'D'
                        STRING 'ONE-OFF FOR ' SCHD-START-DATE
                            DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                    ELSE
                        STRING 'STOPPED AFTER ' SCHD-STOP-DATE
                            DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                    END-IF
                    ADD 1 TO WS-EXPIRED-COUNT
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-SCHEDULE-DUE.
    IF SCHD-FREQUENCY = 'D'
        CONTINUE
    ELSE
        IF SCHD-RUN-DAY NOT = WS-BUS-DAY
                AND NOT (SCHD-RUN-DAY > WS-BUS-LAST-DAY
                         AND WS-BUS-DAY = WS-BUS-LAST-DAY)
            MOVE 'NOT DUE' TO WS-SCHD-STATUS
            MOVE SCHD-RUN-DAY TO WS-DAY-DISPLAY
            STRING 'RUNS ON DAY ' WS-DAY-DISPLAY
                DELIMITED BY SIZE INTO WS-SCHD-DETAIL
            ADD 1 TO WS-NOT-DUE-COUNT
        ELSE
            IF SCHD-FREQUENCY = 'Q'
                PERFORM CHECK-QUARTER-MONTH
            END-IF
        END-IF
    END-IF.

CHECK-QUARTER-MONTH.
    MOVE SCHD-START-DATE(6:2) TO WS-START-MONTH.
    IF WS-BUS-MONTH >= WS-START-MONTH
        COMPUTE WS-MONTH-GAP = WS-BUS-MONTH - WS-START-MONTH
    ELSE
        COMPUTE WS-MONTH-GAP = WS-BUS-MONTH + 12 - WS-START-MONTH
    END-IF.

    DIVIDE WS-MONTH-GAP BY 3 GIVING WS-GAP-QUOTIENT
        REMAINDER WS-GAP-REMAINDER.

    IF WS-GAP-REMAINDER NOT = 0
        MOVE 'NOT DUE' TO WS-SCHD-STATUS
        STRING 'QUARTERLY FROM MONTH ' SCHD-START-DATE(6:2)
            DELIMITED BY SIZE INTO WS-SCHD-DETAIL
        ADD 1 TO WS-NOT-DUE-COUNT
    END-IF.

CHECK-ALREADY-GENERATED.
    MOVE 'N' TO WS-GENERATED-FOUND-FLAG.
    PERFORM VARYING WS-GENERATED-INDEX FROM 1 BY 1
            UNTIL WS-GENERATED-INDEX > WS-GENERATED-COUNT
               OR SCHEDULE-ALREADY-GENERATED
        IF WS-GENERATED-ID(WS-GENERATED-INDEX) = SCHD-ID
            SET SCHEDULE-ALREADY-GENERATED TO TRUE
        END-IF
    END-PERFORM.

    IF SCHEDULE-ALREADY-GENERATED
        MOVE 'ALREADY GENERATED' TO WS-SCHD-STATUS
        STRING 'ON FILE FOR ' WS-BUS-DATE ' - NOT CUT AGAIN'
            DELIMITED BY SIZE INTO WS-SCHD-DETAIL
        ADD 1 TO WS-ALREADY-COUNT
    END-IF.

CHECK-DUE-KEY.
    PERFORM VARYING WS-DUE-KEY-INDEX FROM 1 BY 1
            UNTIL WS-DUE-KEY-INDEX > WS-DUE-KEY-COUNT
               OR WS-SCHD-STATUS NOT = SPACES
        IF WS-DUE-KEY-SCHD-ID(WS-DUE-KEY-INDEX) = SCHD-ID
            MOVE 'INVALID' TO WS-SCHD-STATUS
            MOVE 'SCHEDULE ID APPEARS TWICE ON THE SCHEDULE FILE'
                TO WS-SCHD-DETAIL
            ADD 1 TO WS-INVALID-COUNT
        ELSE
            IF WS-DUE-KEY(WS-DUE-KEY-INDEX) = SCHD-TRANS-KEY
                MOVE 'INVALID' TO WS-SCHD-STATUS
                STRING 'TRANS-KEY ALSO USED BY SCHEDULE '
                    WS-DUE-KEY-SCHD-ID(WS-DUE-KEY-INDEX)
                    DELIMITED BY SIZE INTO WS-SCHD-DETAIL
                ADD 1 TO WS-INVALID-COUNT
            END-IF
        END-IF
    END-PERFORM.

    IF WS-SCHD-STATUS = SPACES AND WS-DUE-KEY-COUNT < 1500
        ADD 1 TO WS-DUE-KEY-COUNT
        MOVE SCHD-TRANS-KEY TO WS-DUE-KEY(WS-DUE-KEY-COUNT)
        MOVE SCHD-ID TO WS-DUE-KEY-SCHD-ID(WS-DUE-KEY-COUNT)
    END-IF.

FIRE-SCHEDULE.
    IF WS-FIRED-COUNT >= 500
        MOVE 'NOT GENERATED' TO WS-SCHD-STATUS
        MOVE 'OVER 500 SCHEDULES DUE - RERUN TO CUT THE REST'
            TO WS-SCHD-DETAIL
        ADD 1 TO WS-OVERFLOW-COUNT
    ELSE
        MOVE SPACES TO WS-GEN-RECORD
        MOVE SCHD-TRANS-KEY TO WS-GEN-KEY
        MOVE SCHD-NUMBER-A TO WS-GEN-NUMBER-A
        MOVE SCHD-OPERATOR TO WS-GEN-OPERATOR
        MOVE SCHD-NUMBER-B-X TO WS-GEN-NUMBER-B-X
        MOVE SCHD-STEP-COUNT TO WS-GEN-STEP-COUNT
        MOVE SCHD-ACCRUAL-FLAG TO WS-GEN-ACCRUAL-FLAG
        PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                UNTIL WS-STEP-INDEX > SCHD-STEP-COUNT
            MOVE SCHD-STEP-OPERATOR(WS-STEP-INDEX)
                TO WS-GEN-STEP-OPERATOR(WS-STEP-INDEX)
            MOVE SCHD-STEP-OPERAND-X(WS-STEP-INDEX)
                TO WS-GEN-STEP-OPERAND-X(WS-STEP-INDEX)
        END-PERFORM

        ADD 1 TO WS-FIRED-COUNT
        MOVE SCHD-ID TO WS-FIRED-SCHD-ID(WS-FIRED-COUNT)
        MOVE SCHD-DEPARTMENT TO WS-FIRED-DEPARTMENT(WS-FIRED-COUNT)
        MOVE SPACES TO WS-FIRED-BATCH-ID(WS-FIRED-COUNT)
        STRING 'S' SCHD-DEPARTMENT WS-RUN-NUMBER
            DELIMITED BY SIZE INTO WS-FIRED-BATCH-ID(WS-FIRED-COUNT)
        MOVE WS-GEN-RECORD TO WS-FIRED-TRANS(WS-FIRED-COUNT)

        ADD 1 TO WS-FIRED-TOTAL
        MOVE 'FIRED' TO WS-SCHD-STATUS
        STRING 'BATCH ' WS-FIRED-BATCH-ID(WS-FIRED-COUNT)
            DELIMITED BY SIZE INTO WS-SCHD-DETAIL
    END-IF.

WRITE-SCHEDULE-LINE.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING SCHD-ID
        ' ' SCHD-DEPARTMENT
        ' ' SCHD-FREQUENCY
        ' ' SCHD-RUN-DAY
        '  ' SCHD-START-DATE
        ' ' SCHD-STOP-DATE
        ' ' SCHD-TRANS-KEY
        ' ' WS-SCHD-STATUS
        ' ' WS-SCHD-DETAIL
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

WRITE-TRANSACTION-FILE.
    MOVE 0 TO WS-SET-COUNT.
    PERFORM VARYING WS-FIRED-INDEX FROM 1 BY 1
            UNTIL WS-FIRED-INDEX > WS-FIRED-COUNT
        PERFORM FIND-BATCH-SET-SLOT
    END-PERFORM.

    OPEN OUTPUT TRANS-FILE.
    PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
            UNTIL WS-SET-INDEX > WS-SET-COUNT
        PERFORM WRITE-BATCH-SET
    END-PERFORM.
    CLOSE TRANS-FILE.

FIND-BATCH-SET-SLOT.
    MOVE 0 TO WS-SET-SLOT.
    PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
            UNTIL WS-SET-INDEX > WS-SET-COUNT
               OR WS-SET-SLOT > 0
        IF WS-SET-DEPARTMENT(WS-SET-INDEX)
                = WS-FIRED-DEPARTMENT(WS-FIRED-INDEX)
            MOVE WS-SET-INDEX TO WS-SET-SLOT
        END-IF
    END-PERFORM.

    IF WS-SET-SLOT = 0
        ADD 1 TO WS-SET-COUNT
        MOVE WS-SET-COUNT TO WS-SET-SLOT
        MOVE WS-FIRED-DEPARTMENT(WS-FIRED-INDEX)
            TO WS-SET-DEPARTMENT(WS-SET-SLOT)
        MOVE WS-FIRED-BATCH-ID(WS-FIRED-INDEX)
            TO WS-SET-BATCH-ID(WS-SET-SLOT)
        MOVE 0 TO WS-SET-RECORD-COUNT(WS-SET-SLOT)
        MOVE 0 TO WS-SET-HASH-TOTAL(WS-SET-SLOT)
    END-IF.

WRITE-BATCH-SET.
    MOVE SPACES TO TRANS-HEADER-RECORD.
    MOVE 'HDR' TO TRANS-HDR-ID.
    MOVE WS-SET-BATCH-ID(WS-SET-INDEX) TO TRANS-HDR-BATCH-ID.
    MOVE WS-BUS-DATE TO TRANS-HDR-BUS-DATE.
    MOVE WS-SET-DEPARTMENT(WS-SET-INDEX) TO TRANS-HDR-DEPARTMENT.
    WRITE TRANS-HEADER-RECORD.

    PERFORM VARYING WS-FIRED-INDEX FROM 1 BY 1
            UNTIL WS-FIRED-INDEX > WS-FIRED-COUNT
        IF WS-FIRED-DEPARTMENT(WS-FIRED-INDEX)
                = WS-SET-DEPARTMENT(WS-SET-INDEX)
            MOVE WS-FIRED-TRANS(WS-FIRED-INDEX) TO TRANS-RECORD
            ADD 1 TO WS-SET-RECORD-COUNT(WS-SET-INDEX)
            ADD TRANS-NUMBER-A TO WS-SET-HASH-TOTAL(WS-SET-INDEX)
            IF TRANS-NUMBER-B-X(1:1) = '='
                CONTINUE
            ELSE
                ADD TRANS-NUMBER-B TO WS-SET-HASH-TOTAL(WS-SET-INDEX)
            END-IF
            WRITE TRANS-RECORD
        END-IF
    END-PERFORM.

    MOVE SPACES TO TRANS-TRAILER-RECORD.
    MOVE 'TRL' TO TRANS-TRL-ID.
    MOVE WS-SET-RECORD-COUNT(WS-SET-INDEX) TO TRANS-TRL-RECORD-COUNT.
    MOVE WS-SET-HASH-TOTAL(WS-SET-INDEX) TO TRANS-TRL-HASH-TOTAL.
    WRITE TRANS-TRAILER-RECORD.

REGISTER-GENERATED-SCHEDULES.
    OPEN EXTEND SCHEDULE-GEN-FILE.
    IF WS-SGEN-FILE-STATUS = '35'
        OPEN OUTPUT SCHEDULE-GEN-FILE
        CLOSE SCHEDULE-GEN-FILE
        OPEN EXTEND SCHEDULE-GEN-FILE
    END-IF.

    PERFORM VARYING WS-FIRED-INDEX FROM 1 BY 1
            UNTIL WS-FIRED-INDEX > WS-FIRED-COUNT
        MOVE SPACES TO SCHEDULE-GEN-RECORD
        MOVE WS-FIRED-SCHD-ID(WS-FIRED-INDEX) TO SGEN-SCHD-ID
        MOVE WS-BUS-DATE TO SGEN-BUS-DATE
        MOVE WS-RUN-DATE TO SGEN-GEN-DATE
        MOVE WS-FIRED-BATCH-ID(WS-FIRED-INDEX) TO SGEN-BATCH-ID
        MOVE WS-RUN-NUMBER TO SGEN-RUN-NUMBER
        MOVE WS-TRANS-FILENAME(1:30) TO SGEN-FILE-NAME
        WRITE SCHEDULE-GEN-RECORD
    END-PERFORM.

    CLOSE SCHEDULE-GEN-FILE.

WRITE-GENERATION-SUMMARY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    IF WS-FIRED-COUNT > 0
        MOVE SPACES TO SCHED-GEN-REPORT-RECORD
        STRING 'BATCH SETS WRITTEN TO ' WS-TRANS-FILENAME(1:30)
            DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD
        WRITE SCHED-GEN-REPORT-RECORD

        MOVE SPACES TO SCHED-GEN-REPORT-RECORD
        MOVE 'BATCH ID DEPT     RECORDS   HASH TOTAL'
            TO SCHED-GEN-REPORT-RECORD
        WRITE SCHED-GEN-REPORT-RECORD

        PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
                UNTIL WS-SET-INDEX > WS-SET-COUNT
            MOVE WS-SET-RECORD-COUNT(WS-SET-INDEX) TO WS-COUNT-DISPLAY
            MOVE WS-SET-HASH-TOTAL(WS-SET-INDEX) TO WS-HASH-DISPLAY
            MOVE SPACES TO SCHED-GEN-REPORT-RECORD
            STRING WS-SET-BATCH-ID(WS-SET-INDEX)
                ' ' WS-SET-DEPARTMENT(WS-SET-INDEX)
                ' ' WS-COUNT-DISPLAY
                ' ' WS-HASH-DISPLAY
                DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD
            WRITE SCHED-GEN-REPORT-RECORD
        END-PERFORM

        MOVE SPACES TO SCHED-GEN-REPORT-RECORD
        WRITE SCHED-GEN-REPORT-RECORD
    END-IF.

    MOVE WS-SCHEDULE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Schedules read . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-FIRED-TOTAL TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Fired  . . . . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Already generated for the date . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Skipped - expired  . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-NOT-STARTED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Skipped - not yet started  . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-NOT-DUE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Skipped - not due on this date . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    MOVE WS-INVALID-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO SCHED-GEN-REPORT-RECORD.
    STRING 'Invalid - correct the schedule . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD.
    WRITE SCHED-GEN-REPORT-RECORD.

    IF WS-OVERFLOW-COUNT > 0
        MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO SCHED-GEN-REPORT-RECORD
        STRING 'Due but not generated - rerun  . : ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO SCHED-GEN-REPORT-RECORD
        WRITE SCHED-GEN-REPORT-RECORD
    END-IF.

VALIDATE-CHECK-DATE.
    MOVE 'N' TO WS-DATE-VALID-FLAG.
    IF WS-CHECK-DATE(1:4) IS NUMERIC
            AND WS-CHECK-DATE(5:1) = '-'
            AND WS-CHECK-DATE(6:2) IS NUMERIC
            AND WS-CHECK-DATE(8:1) = '-'
            AND WS-CHECK-DATE(9:2) IS NUMERIC
            AND WS-CHECK-DATE(1:4) >= '1601'
        MOVE SPACES TO WS-CHECK-DATE-X
        STRING WS-CHECK-DATE(1:4) WS-CHECK-DATE(6:2)
            WS-CHECK-DATE(9:2)
            DELIMITED BY SIZE INTO WS-CHECK-DATE-X
        COMPUTE WS-CHECK-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
        IF WS-CHECK-INTEGER > 0
            SET DATE-VALID TO TRUE
        END-IF
    END-IF.
