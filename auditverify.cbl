IDENTIFICATION DIVISION.
PROGRAM-ID. AuditVerify.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "CALCAUDSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDSEQ-FILE-STATUS.

    SELECT VERIFY-REPORT-FILE ASSIGN TO "CALCAVER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VRPT-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "CALCSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERDREC.

FD AUDIT-FILE.
    COPY AUDITREC.

FD AUDIT-SEQUENCE-FILE.
    COPY AUDSEQ.

FD VERIFY-REPORT-FILE.
    COPY AVERRPT.

SD SORT-WORK-FILE.
01 SORT-AUDIT-RECORD.
    05 SORT-AUD-SEQUENCE PIC 9(9).
    05 SORT-AUD-SOURCE PIC X(24).
    05 SORT-AUD-IMAGE PIC X(144).

WORKING-STORAGE SECTION.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-VRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-AUDIT-FILENAME PIC X(100) VALUE SPACES.

01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE VALUE 'Y'.
01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SORT-FILE VALUE 'Y'.
01 WS-CONTROL-FLAG PIC X(1) VALUE 'N'.
    88 CONTROL-RECORD-PRESENT VALUE 'Y'.
01 WS-CHAIN-SEEN-FLAG PIC X(1) VALUE 'N'.
    88 CHAIN-SEEN VALUE 'Y'.
01 WS-CHAIN-STARTED-FLAG PIC X(1) VALUE 'N'.
    88 CHAIN-STARTED VALUE 'Y'.
01 WS-FULL-WALK-FLAG PIC X(1) VALUE 'N'.
    88 FULL-WALK VALUE 'Y'.
01 WS-SCANNING-ARCHIVE-FLAG PIC X(1) VALUE 'N'.
    88 SCANNING-ARCHIVE VALUE 'Y'.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-FROM-PERIOD PIC X(7) VALUE SPACES.
01 WS-TO-PERIOD PIC X(7) VALUE SPACES.
01 WS-SCAN-PERIOD PIC X(7) VALUE SPACES.
01 WS-SCAN-YEAR PIC 9(4) VALUE 0.
01 WS-SCAN-MONTH PIC 9(2) VALUE 0.

01 WS-AUDIT-CHECK-VALUE PIC 9(9) VALUE 0.
01 WS-AUDIT-CHECK-WORK PIC 9(12) VALUE 0.
01 WS-AUDIT-CHECK-INDEX PIC 9(4) VALUE 0.

01 WS-CONTROL-SEQUENCE PIC 9(9) VALUE 0.
01 WS-CONTROL-CHECK-VALUE PIC 9(9) VALUE 0.
01 WS-PREV-SEQUENCE PIC 9(9) VALUE 0.
01 WS-PREV-CHECK-VALUE PIC 9(9) VALUE 0.
01 WS-FIRST-SEQUENCE PIC 9(9) VALUE 0.
01 WS-GAP-LOW PIC 9(9) VALUE 0.
01 WS-GAP-HIGH PIC 9(9) VALUE 0.

01 WS-BREAK-DETAIL.
    05 WS-BREAK-SEQUENCE PIC 9(9) VALUE 0.
    05 WS-BREAK-SOURCE PIC X(24) VALUE SPACES.
    05 WS-BREAK-DATE PIC X(10) VALUE SPACES.
    05 WS-BREAK-TIME PIC X(8) VALUE SPACES.
    05 WS-BREAK-STORED PIC 9(9) VALUE 0.
    05 WS-BREAK-EXPECTED PIC 9(9) VALUE 0.

01 WS-PROBLEM-TABLE.
    05 WS-PROBLEM-COUNT PIC 9(4) VALUE 0.
    05 WS-PROBLEM-LINE OCCURS 20 TIMES PIC X(120).
01 WS-PROBLEM-INDEX PIC 9(4) VALUE 0.
01 WS-PROBLEM-TEXT PIC X(120) VALUE SPACES.

01 WS-FILES-READ-COUNT PIC 9(9) VALUE 0.
01 WS-ARCHIVES-READ-COUNT PIC 9(9) VALUE 0.
01 WS-LINES-READ-COUNT PIC 9(9) VALUE 0.
01 WS-LEGACY-COUNT PIC 9(9) VALUE 0.
01 WS-UNSEQUENCED-COUNT PIC 9(9) VALUE 0.
01 WS-CHAINED-COUNT PIC 9(9) VALUE 0.
01 WS-GAP-COUNT PIC 9(9) VALUE 0.
01 WS-BREAK-COUNT PIC 9(9) VALUE 0.
01 WS-PROBLEMS-OMITTED PIC 9(9) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-SEQUENCE-DISPLAY PIC Z(8)9.
01 WS-SEQUENCE-DISPLAY-2 PIC Z(8)9.
01 WS-CERTIFICATE-LINE PIC X(132) VALUE SPACES.

01 WS-SYS-DATE PIC X(8).
01 WS-SYS-TIME PIC X(8).
01 WS-RUN-DATE PIC X(10).
01 WS-RUN-TIME PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-SYS-TIME FROM TIME.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.
    STRING WS-SYS-TIME(1:2) ':' WS-SYS-TIME(3:2) ':' WS-SYS-TIME(5:2)
        DELIMITED BY SIZE INTO WS-RUN-TIME.

    PERFORM LOAD-OPEN-PERIOD.
    PERFORM SET-ARCHIVE-RANGE.
    PERFORM READ-AUDIT-SEQUENCE.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-AUD-SEQUENCE
        INPUT PROCEDURE IS COLLECT-AUDIT-LINES
        OUTPUT PROCEDURE IS VERIFY-AUDIT-CHAIN.

    PERFORM CHECK-CONTROL-RECORD.
    PERFORM WRITE-VERIFY-REPORT.

    DISPLAY WS-CERTIFICATE-LINE.
    DISPLAY 'Verification report written to CALCAVER.RPT'.

    IF WS-CHAINED-COUNT = 0
        MOVE 4 TO RETURN-CODE
    ELSE
        IF WS-BREAK-COUNT > 0 OR WS-GAP-COUNT > 0
                OR WS-UNSEQUENCED-COUNT > 0
            MOVE 8 TO RETURN-CODE
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

SET-ARCHIVE-RANGE.
    IF WS-OPEN-PERIOD > WS-RUN-DATE(1:7)
        MOVE WS-OPEN-PERIOD TO WS-TO-PERIOD
    ELSE
        MOVE WS-RUN-DATE(1:7) TO WS-TO-PERIOD
    END-IF.

    DISPLAY 'Earliest archive month to verify from (YYYY-MM, '
        'blank=all archives): ' WITH NO ADVANCING.
    ACCEPT WS-FROM-PERIOD.
    IF WS-FROM-PERIOD = SPACES
        SET FULL-WALK TO TRUE
        MOVE '2000-01' TO WS-FROM-PERIOD
    END-IF.

    IF WS-FROM-PERIOD(1:4) IS NUMERIC AND WS-FROM-PERIOD(5:1) = '-'
            AND WS-FROM-PERIOD(6:2) IS NUMERIC
        MOVE WS-FROM-PERIOD(6:2) TO WS-SCAN-MONTH
    ELSE
        MOVE 0 TO WS-SCAN-MONTH
    END-IF.
    IF WS-SCAN-MONTH < 1 OR WS-SCAN-MONTH > 12
        DISPLAY 'Invalid month ' WS-FROM-PERIOD ' - use YYYY-MM'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

FIRST-SCAN-MONTH.
    MOVE WS-FROM-PERIOD(1:4) TO WS-SCAN-YEAR.
    MOVE WS-FROM-PERIOD(6:2) TO WS-SCAN-MONTH.
    MOVE WS-FROM-PERIOD TO WS-SCAN-PERIOD.

ADVANCE-SCAN-MONTH.
    IF WS-SCAN-MONTH >= 12
        ADD 1 TO WS-SCAN-YEAR
        MOVE 1 TO WS-SCAN-MONTH
    ELSE
        ADD 1 TO WS-SCAN-MONTH
    END-IF.
    MOVE SPACES TO WS-SCAN-PERIOD.
    STRING WS-SCAN-YEAR '-' WS-SCAN-MONTH
        DELIMITED BY SIZE INTO WS-SCAN-PERIOD.

READ-AUDIT-SEQUENCE.
    OPEN INPUT AUDIT-SEQUENCE-FILE.
    IF WS-AUDSEQ-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        READ AUDIT-SEQUENCE-FILE
            AT END
                CONTINUE
            NOT AT END
                SET CONTROL-RECORD-PRESENT TO TRUE
                MOVE AUDSEQ-LAST-SEQUENCE TO WS-CONTROL-SEQUENCE
                MOVE AUDSEQ-LAST-CHECK-VALUE TO WS-CONTROL-CHECK-VALUE
        END-READ
        CLOSE AUDIT-SEQUENCE-FILE
    END-IF.

COLLECT-AUDIT-LINES.
    SET SCANNING-ARCHIVE TO TRUE.
    PERFORM FIRST-SCAN-MONTH.
    PERFORM UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD
        MOVE SPACES TO WS-AUDIT-FILENAME
        STRING 'CALCAUDIT.' WS-SCAN-PERIOD(1:4) WS-SCAN-PERIOD(6:2)
            '.ARC' DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
        PERFORM SCAN-ONE-AUDIT-FILE
        PERFORM ADVANCE-SCAN-MONTH
    END-PERFORM.

    MOVE 'N' TO WS-SCANNING-ARCHIVE-FLAG.
    MOVE 'CALCAUDIT.LOG' TO WS-AUDIT-FILENAME.
    PERFORM SCAN-ONE-AUDIT-FILE.

SCAN-ONE-AUDIT-FILE.
    MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO WS-FILES-READ-COUNT
        IF SCANNING-ARCHIVE
            ADD 1 TO WS-ARCHIVES-READ-COUNT
        END-IF
        PERFORM UNTIL END-OF-AUDIT-FILE
            READ AUDIT-FILE
                AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                NOT AT END
                    PERFORM COLLECT-AUDIT-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

COLLECT-AUDIT-LINE.
    ADD 1 TO WS-LINES-READ-COUNT.
    IF AUDIT-SEQUENCE IS NUMERIC AND AUDIT-CHECK-VALUE IS NUMERIC
        SET CHAIN-SEEN TO TRUE
        MOVE AUDIT-SEQUENCE TO SORT-AUD-SEQUENCE
        MOVE WS-AUDIT-FILENAME TO SORT-AUD-SOURCE
        MOVE AUDIT-RECORD TO SORT-AUD-IMAGE
        RELEASE SORT-AUDIT-RECORD
    ELSE
        IF NOT CHAIN-SEEN
            ADD 1 TO WS-LEGACY-COUNT
        ELSE
            ADD 1 TO WS-UNSEQUENCED-COUNT
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'LINE WITHOUT SEQUENCE NUMBER IN '
                WS-AUDIT-FILENAME(1:24)
                ' DATED ' AUDIT-DATE ' ' AUDIT-TIME
                ' - WRITTEN AFTER THE CHAIN STARTED'
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM ADD-PROBLEM-LINE
        END-IF
    END-IF.

VERIFY-AUDIT-CHAIN.
    MOVE 'N' TO WS-SORT-EOF-SWITCH.
    PERFORM UNTIL END-OF-SORT-FILE
        RETURN SORT-WORK-FILE
            AT END
                SET END-OF-SORT-FILE TO TRUE
            NOT AT END
                PERFORM VERIFY-AUDIT-LINE
        END-RETURN
    END-PERFORM.

VERIFY-AUDIT-LINE.
    MOVE SORT-AUD-IMAGE TO AUDIT-RECORD.
    ADD 1 TO WS-CHAINED-COUNT.

    IF NOT CHAIN-STARTED
        SET CHAIN-STARTED TO TRUE
        MOVE AUDIT-SEQUENCE TO WS-FIRST-SEQUENCE
        IF AUDIT-SEQUENCE = 1
            MOVE 0 TO WS-PREV-CHECK-VALUE
            PERFORM CHECK-AUDIT-LINK
        ELSE
            IF FULL-WALK
                ADD 1 TO WS-GAP-COUNT
                MOVE 1 TO WS-GAP-LOW
                COMPUTE WS-GAP-HIGH = AUDIT-SEQUENCE - 1
                PERFORM NOTE-SEQUENCE-GAP
            ELSE
                MOVE AUDIT-SEQUENCE TO WS-SEQUENCE-DISPLAY
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'CHAIN TAKEN UP AT SEQUENCE '
                    WS-SEQUENCE-DISPLAY ' IN ' SORT-AUD-SOURCE
                    ' - EARLIER LINES ARE BEFORE THE RANGE VERIFIED'
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM ADD-PROBLEM-LINE
            END-IF
        END-IF
    ELSE
        IF AUDIT-SEQUENCE = WS-PREV-SEQUENCE
            ADD 1 TO WS-GAP-COUNT
            MOVE AUDIT-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'SEQUENCE ' WS-SEQUENCE-DISPLAY
                ' APPEARS MORE THAN ONCE - DUPLICATE IN '
                SORT-AUD-SOURCE ' DATED ' AUDIT-DATE ' ' AUDIT-TIME
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM ADD-PROBLEM-LINE
        ELSE
            IF AUDIT-SEQUENCE > WS-PREV-SEQUENCE + 1
                ADD 1 TO WS-GAP-COUNT
                COMPUTE WS-GAP-LOW = WS-PREV-SEQUENCE + 1
                COMPUTE WS-GAP-HIGH = AUDIT-SEQUENCE - 1
                PERFORM NOTE-SEQUENCE-GAP
            END-IF
            PERFORM CHECK-AUDIT-LINK
        END-IF
    END-IF.

    MOVE AUDIT-SEQUENCE TO WS-PREV-SEQUENCE.
    MOVE AUDIT-CHECK-VALUE TO WS-PREV-CHECK-VALUE.

CHECK-AUDIT-LINK.
    MOVE WS-PREV-CHECK-VALUE TO WS-AUDIT-CHECK-WORK.
    PERFORM VARYING WS-AUDIT-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-AUDIT-CHECK-INDEX > 134
        COMPUTE WS-AUDIT-CHECK-WORK = FUNCTION MOD(
            WS-AUDIT-CHECK-WORK * 131
            + FUNCTION ORD(AUDIT-RECORD(WS-AUDIT-CHECK-INDEX:1)),
            999999937)
    END-PERFORM.
    MOVE WS-AUDIT-CHECK-WORK TO WS-AUDIT-CHECK-VALUE.

    IF WS-AUDIT-CHECK-VALUE NOT = AUDIT-CHECK-VALUE
        ADD 1 TO WS-BREAK-COUNT
        IF WS-BREAK-COUNT = 1
            MOVE AUDIT-SEQUENCE TO WS-BREAK-SEQUENCE
            MOVE SORT-AUD-SOURCE TO WS-BREAK-SOURCE
            MOVE AUDIT-DATE TO WS-BREAK-DATE
            MOVE AUDIT-TIME TO WS-BREAK-TIME
            MOVE AUDIT-CHECK-VALUE TO WS-BREAK-STORED
            MOVE WS-AUDIT-CHECK-VALUE TO WS-BREAK-EXPECTED
        END-IF
    END-IF.

NOTE-SEQUENCE-GAP.
    MOVE WS-GAP-LOW TO WS-SEQUENCE-DISPLAY.
    MOVE WS-GAP-HIGH TO WS-SEQUENCE-DISPLAY-2.
    MOVE SPACES TO WS-PROBLEM-TEXT.
    STRING 'SEQUENCE GAP - ' WS-SEQUENCE-DISPLAY
        ' TO ' WS-SEQUENCE-DISPLAY-2
        ' MISSING BEFORE ' SORT-AUD-SOURCE
        ' LINE DATED ' AUDIT-DATE ' ' AUDIT-TIME
        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT.
    PERFORM ADD-PROBLEM-LINE.

ADD-PROBLEM-LINE.
    IF WS-PROBLEM-COUNT >= 20
        ADD 1 TO WS-PROBLEMS-OMITTED
    ELSE
        ADD 1 TO WS-PROBLEM-COUNT
        MOVE WS-PROBLEM-TEXT TO WS-PROBLEM-LINE(WS-PROBLEM-COUNT)
    END-IF.

CHECK-CONTROL-RECORD.
    IF CONTROL-RECORD-PRESENT AND CHAIN-STARTED
        IF WS-CONTROL-SEQUENCE > WS-PREV-SEQUENCE
            ADD 1 TO WS-GAP-COUNT
            COMPUTE WS-GAP-LOW = WS-PREV-SEQUENCE + 1
            MOVE WS-GAP-LOW TO WS-SEQUENCE-DISPLAY
            MOVE WS-CONTROL-SEQUENCE TO WS-SEQUENCE-DISPLAY-2
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'SEQUENCE GAP - ' WS-SEQUENCE-DISPLAY
                ' TO ' WS-SEQUENCE-DISPLAY-2
                ' ISSUED PER CALCAUDSEQ.DAT BUT MISSING FROM THE END'
                ' OF THE LOG'
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM ADD-PROBLEM-LINE
        ELSE
        IF WS-CONTROL-SEQUENCE = WS-PREV-SEQUENCE
            IF WS-CONTROL-CHECK-VALUE NOT = WS-PREV-CHECK-VALUE
                ADD 1 TO WS-BREAK-COUNT
                MOVE WS-PREV-SEQUENCE TO WS-SEQUENCE-DISPLAY
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'LAST LINE, SEQUENCE ' WS-SEQUENCE-DISPLAY
                    ', DOES NOT CARRY THE CHECK VALUE RECORDED ON'
                    ' CALCAUDSEQ.DAT'
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM ADD-PROBLEM-LINE
            END-IF
        ELSE
            MOVE WS-CONTROL-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'CALCAUDSEQ.DAT SHOWS SEQUENCE ' WS-SEQUENCE-DISPLAY
                ' - BEHIND THE LOG AFTER AN INTERRUPTED RUN, TAKEN UP'
                ' FROM THE LOG BY THE NEXT RUN'
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM ADD-PROBLEM-LINE
        END-IF
        END-IF
    END-IF.

WRITE-VERIFY-REPORT.
    OPEN OUTPUT VERIFY-REPORT-FILE.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'AUDIT LOG CHAIN VERIFICATION  ' WS-RUN-DATE ' ' WS-RUN-TIME
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-ARCHIVES-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    IF FULL-WALK
        STRING 'LIVE LOG AND ALL ARCHIVES TO ' WS-TO-PERIOD
            ' - ARCHIVES READ ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD
    ELSE
        STRING 'LIVE LOG AND ARCHIVES ' WS-FROM-PERIOD ' TO '
            WS-TO-PERIOD ' - ARCHIVES READ ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD
    END-IF.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    MOVE 'GAPS AND FINDINGS' TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    IF WS-PROBLEM-COUNT = 0
        MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD
        MOVE 'NONE' TO AUDIT-VERIFY-REPORT-RECORD
        WRITE AUDIT-VERIFY-REPORT-RECORD
    ELSE
        PERFORM VARYING WS-PROBLEM-INDEX FROM 1 BY 1
                UNTIL WS-PROBLEM-INDEX > WS-PROBLEM-COUNT
            MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD
            MOVE WS-PROBLEM-LINE(WS-PROBLEM-INDEX)
                TO AUDIT-VERIFY-REPORT-RECORD
            WRITE AUDIT-VERIFY-REPORT-RECORD
        END-PERFORM
    END-IF.

    IF WS-PROBLEMS-OMITTED > 0
        MOVE WS-PROBLEMS-OMITTED TO WS-COUNT-DISPLAY
        MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD
        STRING '... FURTHER FINDINGS NOT PRINTED: ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD
        WRITE AUDIT-VERIFY-REPORT-RECORD
    END-IF.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    MOVE 'FIRST BROKEN LINK' TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    IF WS-BREAK-SEQUENCE = 0
        MOVE 'NONE' TO AUDIT-VERIFY-REPORT-RECORD
    ELSE
        MOVE WS-BREAK-SEQUENCE TO WS-SEQUENCE-DISPLAY
        STRING 'SEQUENCE ' WS-SEQUENCE-DISPLAY
            ' IN ' WS-BREAK-SOURCE
            ' DATED ' WS-BREAK-DATE ' ' WS-BREAK-TIME
            ' - CHECK VALUE ' WS-BREAK-STORED
            ' EXPECTED ' WS-BREAK-EXPECTED
            DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD
    END-IF.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-LINES-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Audit lines read . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-LEGACY-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Lines before the chain started . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-CHAINED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Lines in the chain . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-FIRST-SEQUENCE TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'First sequence . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-PREV-SEQUENCE TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Last sequence  . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Sequence gaps and duplicates . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Broken links . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE WS-UNSEQUENCED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    STRING 'Unnumbered lines in the chain  . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    MOVE SPACES TO WS-CERTIFICATE-LINE.
    IF WS-CHAINED-COUNT = 0
        STRING 'NOT CERTIFIED - NO SEQUENCED AUDIT LINES FOUND'
            ' TO VERIFY'
            DELIMITED BY SIZE INTO WS-CERTIFICATE-LINE
    ELSE
    IF WS-BREAK-COUNT > 0 OR WS-GAP-COUNT > 0
            OR WS-UNSEQUENCED-COUNT > 0
        MOVE WS-BREAK-COUNT TO WS-SEQUENCE-DISPLAY
        MOVE WS-GAP-COUNT TO WS-SEQUENCE-DISPLAY-2
        STRING 'NOT CERTIFIED - AUDIT LOG CHAIN BROKEN: LINKS'
            WS-SEQUENCE-DISPLAY ' GAPS' WS-SEQUENCE-DISPLAY-2
            ' - SEE FINDINGS ABOVE'
            DELIMITED BY SIZE INTO WS-CERTIFICATE-LINE
    ELSE
        MOVE WS-FIRST-SEQUENCE TO WS-SEQUENCE-DISPLAY
        MOVE WS-PREV-SEQUENCE TO WS-SEQUENCE-DISPLAY-2
        STRING 'CERTIFIED - AUDIT LOG CHAIN INTACT FROM SEQUENCE'
            WS-SEQUENCE-DISPLAY ' TO' WS-SEQUENCE-DISPLAY-2
            ', LAST CHECK VALUE ' WS-PREV-CHECK-VALUE
            ', VERIFIED ' WS-RUN-DATE ' ' WS-RUN-TIME
            DELIMITED BY SIZE INTO WS-CERTIFICATE-LINE
    END-IF
    END-IF.
    MOVE WS-CERTIFICATE-LINE TO AUDIT-VERIFY-REPORT-RECORD.
    WRITE AUDIT-VERIFY-REPORT-RECORD.

    CLOSE VERIFY-REPORT-FILE.
