IDENTIFICATION DIVISION.
PROGRAM-ID. ItemTrace.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT GL-FILE ASSIGN DYNAMIC WS-GL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT HOLD-FILE ASSIGN TO "CALCHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT ITEM-EVENT-FILE ASSIGN TO "CALCEVNT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVNT-FILE-STATUS.

    SELECT XMIT-REGISTER-FILE ASSIGN TO "CALCXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREG-FILE-STATUS.

    SELECT TRACE-REPORT-FILE ASSIGN TO "CALCTRACE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRPT-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "CALCSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
    COPY PERDREC.

FD AUDIT-FILE.
    COPY AUDITREC.

FD GL-FILE.
    COPY GLREC.

FD HOLD-FILE.
    COPY HOLDREC.

FD SUSPENSE-FILE.
    COPY SUSPREC.

FD ITEM-EVENT-FILE.
    COPY ITEMEVT.

FD XMIT-REGISTER-FILE.
    COPY XMTREG.

FD TRACE-REPORT-FILE.
    COPY TRACERPT.

SD SORT-WORK-FILE.
01 SORT-EVENT-RECORD.
    05 SORT-EVT-DATE PIC X(10).
    05 SORT-EVT-TIME PIC X(8).
    05 SORT-EVT-SEQ PIC 9(6).
    05 SORT-EVT-SHOW-TIME PIC X(8).
    05 SORT-EVT-TEXT PIC X(100).

WORKING-STORAGE SECTION.
    COPY TRANREC.

01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-HOLD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-SUSP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-EVNT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-XREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-TRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-AUDIT-FILENAME PIC X(100) VALUE SPACES.
01 WS-GL-FILENAME PIC X(100) VALUE SPACES.

01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE VALUE 'Y'.
01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-GL-FILE VALUE 'Y'.
01 WS-HOLD-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-HOLD-FILE VALUE 'Y'.
01 WS-SUSP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
01 WS-EVNT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-EVENT-FILE VALUE 'Y'.
01 WS-XREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-XREG-FILE VALUE 'Y'.
01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SORT-FILE VALUE 'Y'.

01 WS-TRACE-TYPE PIC X(1) VALUE SPACE.
    88 TRACE-BY-KEY VALUE 'K' 'k'.
    88 TRACE-BY-REFERENCE VALUE 'R' 'r'.
    88 TRACE-BY-BATCH VALUE 'B' 'b'.
01 WS-TRACE-KEY-INPUT PIC 9(6) VALUE 0.
01 WS-TRACE-REF-INPUT PIC 9(9) VALUE 0.
01 WS-TRACE-KEY PIC X(6) VALUE SPACES.
01 WS-TRACE-BATCH PIC X(8) VALUE SPACES.

01 WS-SELECT-MODE PIC X(1) VALUE SPACE.
    88 SELECT-BY-ITEM VALUE 'I'.
    88 SELECT-BY-BATCH VALUE 'B'.
    88 SELECT-BY-REFERENCE VALUE 'R'.
01 WS-MATCH-FLAG PIC X(1) VALUE 'N'.
    88 RECORD-SELECTED VALUE 'Y'.

01 WS-SEARCH-REF PIC 9(9) VALUE 0.
01 WS-REF-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 REFERENCE-FOUND VALUE 'Y'.
01 WS-FOUND-GL-IMAGE PIC X(120) VALUE SPACES.
01 WS-FOUND-SOURCE PIC X(24) VALUE SPACES.
01 WS-REF-DATE PIC X(10) VALUE SPACES.
01 WS-REF-NUMBER-A PIC S9(4)V9(6) VALUE 0.
01 WS-REF-OPERATOR PIC X(1) VALUE SPACE.
01 WS-REF-NUMBER-B PIC S9(4)V9(6) VALUE 0.

01 WS-REF-TABLE.
    05 WS-REF-COUNT PIC 9(4) VALUE 0.
    05 WS-REF-ENTRY OCCURS 500 TIMES.
        10 WS-REF-NUMBER PIC 9(9).
        10 WS-REF-POSTED-FLAG PIC X(1).
        10 WS-REF-EXTRACT-NO PIC 9(6).
01 WS-REF-INDEX PIC 9(4) VALUE 0.
01 WS-REF-SLOT PIC 9(4) VALUE 0.
01 WS-LOOKUP-REF PIC 9(9) VALUE 0.
01 WS-REF-TABLE-FLAG PIC X(1) VALUE 'N'.
    88 REF-TABLE-FULL VALUE 'Y'.

01 WS-AUD-TABLE.
    05 WS-AUD-COUNT PIC 9(4) VALUE 0.
    05 WS-AUD-ENTRY OCCURS 500 TIMES.
        10 WS-AUD-DATE PIC X(10).
        10 WS-AUD-TIME PIC X(8).
        10 WS-AUD-NUMBER-A PIC S9(4)V9(6).
        10 WS-AUD-OPERATOR PIC X(1).
        10 WS-AUD-NUMBER-B PIC S9(4)V9(6).
        10 WS-AUD-USED-FLAG PIC X(1).
01 WS-AUD-INDEX PIC 9(4) VALUE 0.
01 WS-AUD-SLOT PIC 9(4) VALUE 0.

01 WS-STATE-TABLE.
    05 WS-STATE-COUNT PIC 9(4) VALUE 0.
    05 WS-STATE-LINE OCCURS 5 TIMES PIC X(100).
01 WS-STATE-INDEX PIC 9(4) VALUE 0.
01 WS-STATE-TEXT PIC X(100) VALUE SPACES.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-FROM-PERIOD PIC X(7) VALUE SPACES.
01 WS-TO-PERIOD PIC X(7) VALUE SPACES.
01 WS-DEFAULT-FROM PIC X(7) VALUE SPACES.
01 WS-SCAN-PERIOD PIC X(7) VALUE SPACES.
01 WS-SCAN-YEAR PIC 9(4) VALUE 0.
01 WS-SCAN-MONTH PIC 9(2) VALUE 0.
01 WS-SCANNING-ARCHIVE-FLAG PIC X(1) VALUE 'N'.
    88 SCANNING-ARCHIVE VALUE 'Y'.

01 WS-EVENT-SEQ PIC 9(6) VALUE 0.
01 WS-EVENT-DATE PIC X(10) VALUE SPACES.
01 WS-EVENT-TIME PIC X(8) VALUE SPACES.
01 WS-EVENT-SHOW-TIME PIC X(8) VALUE SPACES.
01 WS-EVENT-TEXT PIC X(100) VALUE SPACES.
01 WS-EVENT-LABEL PIC X(18) VALUE SPACES.
01 WS-REASON-TEXT PIC X(22) VALUE SPACES.
01 WS-ARCHIVE-TAG PIC X(9) VALUE SPACES.
01 WS-ACCRUAL-TAG PIC X(8) VALUE SPACES.
01 WS-EXTRACT-HIT-FLAG PIC X(1) VALUE 'N'.
    88 EXTRACT-CARRIES-ITEM VALUE 'Y'.
01 WS-SUSP-KEY PIC X(6) VALUE SPACES.
01 WS-PAGE-EVENT-LIMIT PIC 9(3) VALUE 36.

01 WS-AUDIT-ARCHIVE-COUNT PIC 9(9) VALUE 0.
01 WS-GL-ARCHIVE-COUNT PIC 9(9) VALUE 0.
01 WS-EXTRACT-FILE-COUNT PIC 9(9) VALUE 0.
01 WS-AUDIT-LINE-COUNT PIC 9(9) VALUE 0.
01 WS-POSTING-COUNT PIC 9(9) VALUE 0.
01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
01 WS-ITEM-EVENT-COUNT PIC 9(9) VALUE 0.
01 WS-SENT-COUNT PIC 9(9) VALUE 0.
01 WS-ACKD-COUNT PIC 9(9) VALUE 0.
01 WS-UNSENT-COUNT PIC 9(9) VALUE 0.
01 WS-EXTRACT-ITEM-COUNT PIC 9(9) VALUE 0.
01 WS-EVENT-TOTAL PIC 9(9) VALUE 0.
01 WS-PRINTED-COUNT PIC 9(9) VALUE 0.
01 WS-OMITTED-COUNT PIC 9(9) VALUE 0.
01 WS-STATE-OMITTED-COUNT PIC 9(9) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-AUDIT-ARCHIVE-DISPLAY PIC ZZZ9.
01 WS-GL-ARCHIVE-DISPLAY PIC ZZZ9.
01 WS-EXTRACT-FILE-DISPLAY PIC ZZZ9.
01 WS-AMOUNT-DISPLAY PIC -(4)9.9(6).
01 WS-NUMBER-A-DISPLAY PIC -(4)9.9(6).
01 WS-NUMBER-B-DISPLAY PIC -(4)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    PERFORM LOAD-OPEN-PERIOD.

    DISPLAY 'Trace by (K=Transaction key, R=GL reference, '
        'B=Batch id): ' WITH NO ADVANCING.
    ACCEPT WS-TRACE-TYPE.

    IF TRACE-BY-KEY
        DISPLAY 'Transaction key: ' WITH NO ADVANCING
        ACCEPT WS-TRACE-KEY-INPUT
        MOVE WS-TRACE-KEY-INPUT TO WS-TRACE-KEY
        DISPLAY 'Batch id (blank=all batches): ' WITH NO ADVANCING
        ACCEPT WS-TRACE-BATCH
        SET SELECT-BY-ITEM TO TRUE
    ELSE
    IF TRACE-BY-REFERENCE
        DISPLAY 'GL reference: ' WITH NO ADVANCING
        ACCEPT WS-TRACE-REF-INPUT
    ELSE
    IF TRACE-BY-BATCH
        DISPLAY 'Batch id: ' WITH NO ADVANCING
        ACCEPT WS-TRACE-BATCH
        IF WS-TRACE-BATCH = SPACES
            DISPLAY 'No batch id given - nothing traced'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SET SELECT-BY-BATCH TO TRUE
    ELSE
        DISPLAY 'Unknown trace type - nothing traced'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    END-IF
    END-IF.

    PERFORM SET-ARCHIVE-RANGE.

    IF TRACE-BY-REFERENCE
        PERFORM RESOLVE-GL-REFERENCE
    END-IF.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-EVT-DATE
        ON ASCENDING KEY SORT-EVT-TIME
        ON ASCENDING KEY SORT-EVT-SEQ
        INPUT PROCEDURE IS COLLECT-TRACE-EVENTS
        OUTPUT PROCEDURE IS PRINT-TRACE-REPORT.

    MOVE WS-EVENT-TOTAL TO WS-COUNT-DISPLAY.
    DISPLAY 'Trace written to CALCTRACE.RPT - events: '
        WS-COUNT-DISPLAY.

    IF WS-EVENT-TOTAL = 0 AND WS-STATE-COUNT = 0
        DISPLAY 'Nothing found for the item traced'
        MOVE 4 TO RETURN-CODE
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

    MOVE WS-TO-PERIOD(1:4) TO WS-SCAN-YEAR.
    SUBTRACT 2 FROM WS-SCAN-YEAR.
    MOVE SPACES TO WS-DEFAULT-FROM.
    STRING WS-SCAN-YEAR '-01' DELIMITED BY SIZE INTO WS-DEFAULT-FROM.

    DISPLAY 'Earliest archive month to search (YYYY-MM, blank='
        WS-DEFAULT-FROM '): ' WITH NO ADVANCING.
    ACCEPT WS-FROM-PERIOD.
    IF WS-FROM-PERIOD = SPACES
        MOVE WS-DEFAULT-FROM TO WS-FROM-PERIOD
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

RESOLVE-GL-REFERENCE.
    MOVE WS-TRACE-REF-INPUT TO WS-SEARCH-REF.
    PERFORM SEARCH-ALL-GL-FOR-REFERENCE.

    IF NOT REFERENCE-FOUND
        SET SELECT-BY-REFERENCE TO TRUE
        MOVE WS-TRACE-REF-INPUT TO WS-LOOKUP-REF
        PERFORM ADD-REF-TO-TABLE
    ELSE
        MOVE WS-FOUND-GL-IMAGE TO GL-RECORD
        IF GL-TRANS-KEY NOT = SPACES
            SET SELECT-BY-ITEM TO TRUE
            MOVE GL-TRANS-KEY TO WS-TRACE-KEY
            MOVE GL-BATCH-ID TO WS-TRACE-BATCH
        ELSE
            SET SELECT-BY-REFERENCE TO TRUE
            MOVE GL-REFERENCE TO WS-LOOKUP-REF
            PERFORM ADD-REF-TO-TABLE
            IF GL-REVERSED-REF(1:1) NOT = SPACE
                MOVE GL-REVERSED-REF TO WS-SEARCH-REF
                MOVE GL-REVERSED-REF TO WS-LOOKUP-REF
                PERFORM ADD-REF-TO-TABLE
                PERFORM SEARCH-ALL-GL-FOR-REFERENCE
                MOVE WS-FOUND-GL-IMAGE TO GL-RECORD
            END-IF
            MOVE GL-DATE TO WS-REF-DATE
            MOVE GL-NUMBER-A TO WS-REF-NUMBER-A
            MOVE GL-OPERATOR TO WS-REF-OPERATOR
            MOVE GL-NUMBER-B TO WS-REF-NUMBER-B
        END-IF
    END-IF.

SEARCH-ALL-GL-FOR-REFERENCE.
    MOVE 'N' TO WS-REF-FOUND-FLAG.
    PERFORM FIRST-SCAN-MONTH.
    PERFORM UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD OR REFERENCE-FOUND
        MOVE SPACES TO WS-GL-FILENAME
        STRING 'CALCGL.' WS-SCAN-PERIOD(1:4) WS-SCAN-PERIOD(6:2)
            '.ARC' DELIMITED BY SIZE INTO WS-GL-FILENAME
        PERFORM FIND-REFERENCE-IN-GL-FILE
        PERFORM ADVANCE-SCAN-MONTH
    END-PERFORM.

    IF NOT REFERENCE-FOUND
        MOVE 'CALCGL.OUT' TO WS-GL-FILENAME
        PERFORM FIND-REFERENCE-IN-GL-FILE
    END-IF.

    IF NOT REFERENCE-FOUND
        PERFORM FIND-REFERENCE-IN-HOLD-FILE
    END-IF.

FIND-REFERENCE-IN-GL-FILE.
    MOVE 'N' TO WS-GL-EOF-SWITCH.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-GL-FILE OR REFERENCE-FOUND
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    IF GL-REFERENCE = WS-SEARCH-REF
                        SET REFERENCE-FOUND TO TRUE
                        MOVE GL-RECORD TO WS-FOUND-GL-IMAGE
                        MOVE WS-GL-FILENAME TO WS-FOUND-SOURCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

FIND-REFERENCE-IN-HOLD-FILE.
    MOVE 'N' TO WS-HOLD-EOF-SWITCH.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-HOLD-FILE OR REFERENCE-FOUND
            READ HOLD-FILE
                AT END
                    SET END-OF-HOLD-FILE TO TRUE
                NOT AT END
                    MOVE HOLD-GL-IMAGE TO GL-RECORD
                    IF GL-REFERENCE = WS-SEARCH-REF
                        SET REFERENCE-FOUND TO TRUE
                        MOVE GL-RECORD TO WS-FOUND-GL-IMAGE
                        MOVE 'CALCHOLD.DAT' TO WS-FOUND-SOURCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

COLLECT-TRACE-EVENTS.
    MOVE 0 TO WS-EVENT-SEQ.
    PERFORM SCAN-AUDIT-FILES.
    PERFORM SCAN-GL-FILES.
    PERFORM SCAN-HOLD-FILE.
    PERFORM SCAN-SUSPENSE-FILE.
    PERFORM SCAN-ITEM-EVENT-LOG.
    PERFORM SCAN-EXTRACTS.

RELEASE-TRACE-EVENT.
    ADD 1 TO WS-EVENT-SEQ.
    ADD 1 TO WS-EVENT-TOTAL.
    MOVE WS-EVENT-DATE TO SORT-EVT-DATE.
    MOVE WS-EVENT-TIME TO SORT-EVT-TIME.
    MOVE WS-EVENT-SEQ TO SORT-EVT-SEQ.
    MOVE WS-EVENT-SHOW-TIME TO SORT-EVT-SHOW-TIME.
    MOVE WS-EVENT-TEXT TO SORT-EVT-TEXT.
    RELEASE SORT-EVENT-RECORD.

SET-UNTIMED-EVENT.
    MOVE '99:99:99' TO WS-EVENT-TIME.
    MOVE SPACES TO WS-EVENT-SHOW-TIME.

SCAN-AUDIT-FILES.
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
        IF SCANNING-ARCHIVE
            ADD 1 TO WS-AUDIT-ARCHIVE-COUNT
        END-IF
        PERFORM UNTIL END-OF-AUDIT-FILE
            READ AUDIT-FILE
                AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-AUDIT-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

CHECK-AUDIT-LINE.
    MOVE 'N' TO WS-MATCH-FLAG.
    IF SELECT-BY-BATCH
        IF AUDIT-BATCH-ID = WS-TRACE-BATCH
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
    IF SELECT-BY-ITEM
        IF AUDIT-TRANS-KEY = WS-TRACE-KEY
                AND (WS-TRACE-BATCH = SPACES
                     OR AUDIT-BATCH-ID = WS-TRACE-BATCH)
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
        IF AUDIT-DATE = WS-REF-DATE
                AND AUDIT-NUMBER-A = WS-REF-NUMBER-A
                AND AUDIT-OPERATOR = WS-REF-OPERATOR
                AND AUDIT-NUMBER-B = WS-REF-NUMBER-B
                AND AUDIT-BATCH-ID = SPACES
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF
    END-IF.

    IF RECORD-SELECTED
        ADD 1 TO WS-AUDIT-LINE-COUNT
        IF WS-AUD-COUNT < 500
            ADD 1 TO WS-AUD-COUNT
            MOVE AUDIT-DATE TO WS-AUD-DATE(WS-AUD-COUNT)
            MOVE AUDIT-TIME TO WS-AUD-TIME(WS-AUD-COUNT)
            MOVE AUDIT-NUMBER-A TO WS-AUD-NUMBER-A(WS-AUD-COUNT)
            MOVE AUDIT-OPERATOR TO WS-AUD-OPERATOR(WS-AUD-COUNT)
            MOVE AUDIT-NUMBER-B TO WS-AUD-NUMBER-B(WS-AUD-COUNT)
            MOVE 'N' TO WS-AUD-USED-FLAG(WS-AUD-COUNT)
        END-IF

        MOVE AUDIT-NUMBER-A TO WS-NUMBER-A-DISPLAY
        MOVE AUDIT-NUMBER-B TO WS-NUMBER-B-DISPLAY
        MOVE AUDIT-RESULT TO WS-AMOUNT-DISPLAY
        MOVE AUDIT-DATE TO WS-EVENT-DATE
        MOVE AUDIT-TIME TO WS-EVENT-TIME
        MOVE AUDIT-TIME TO WS-EVENT-SHOW-TIME
        MOVE SPACES TO WS-EVENT-TEXT
        STRING 'AUDIT LINE ' WS-NUMBER-A-DISPLAY
            ' ' AUDIT-OPERATOR
            ' ' WS-NUMBER-B-DISPLAY
            ' = ' WS-AMOUNT-DISPLAY
            ' KEY ' AUDIT-TRANS-KEY
            ' BATCH ' AUDIT-BATCH-ID
            ' OPER ' AUDIT-OPERATOR-ID
            DELIMITED BY SIZE INTO WS-EVENT-TEXT
        PERFORM RELEASE-TRACE-EVENT
    END-IF.

SCAN-GL-FILES.
    SET SCANNING-ARCHIVE TO TRUE.
    PERFORM FIRST-SCAN-MONTH.
    PERFORM UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD
        MOVE SPACES TO WS-GL-FILENAME
        STRING 'CALCGL.' WS-SCAN-PERIOD(1:4) WS-SCAN-PERIOD(6:2)
            '.ARC' DELIMITED BY SIZE INTO WS-GL-FILENAME
        PERFORM SCAN-ONE-GL-FILE
        PERFORM ADVANCE-SCAN-MONTH
    END-PERFORM.

    MOVE 'N' TO WS-SCANNING-ARCHIVE-FLAG.
    MOVE 'CALCGL.OUT' TO WS-GL-FILENAME.
    PERFORM SCAN-ONE-GL-FILE.

SCAN-ONE-GL-FILE.
    MOVE 'N' TO WS-GL-EOF-SWITCH.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        IF SCANNING-ARCHIVE
            ADD 1 TO WS-GL-ARCHIVE-COUNT
        END-IF
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-GL-RECORD
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

TEST-GL-SELECTION.
    MOVE 'N' TO WS-MATCH-FLAG.
    IF SELECT-BY-BATCH
        IF GL-BATCH-ID = WS-TRACE-BATCH
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
    IF SELECT-BY-ITEM
        IF GL-TRANS-KEY = WS-TRACE-KEY
                AND (WS-TRACE-BATCH = SPACES
                     OR GL-BATCH-ID = WS-TRACE-BATCH)
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
        MOVE GL-REFERENCE TO WS-LOOKUP-REF
        PERFORM FIND-REF-IN-TABLE
        IF WS-REF-SLOT > 0
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF
    END-IF.

    IF NOT RECORD-SELECTED AND GL-REVERSED-REF(1:1) NOT = SPACE
        MOVE GL-REVERSED-REF TO WS-LOOKUP-REF
        PERFORM FIND-REF-IN-TABLE
        IF WS-REF-SLOT > 0
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF.

CHECK-GL-RECORD.
    PERFORM TEST-GL-SELECTION.

    IF RECORD-SELECTED
        MOVE GL-REFERENCE TO WS-LOOKUP-REF
        PERFORM ADD-REF-TO-TABLE
        IF WS-REF-SLOT > 0
            MOVE 'Y' TO WS-REF-POSTED-FLAG(WS-REF-SLOT)
        END-IF

        IF SCANNING-ARCHIVE
            MOVE ' ARCHIVED' TO WS-ARCHIVE-TAG
        ELSE
            MOVE SPACES TO WS-ARCHIVE-TAG
        END-IF
        MOVE GL-RESULT TO WS-AMOUNT-DISPLAY
        MOVE GL-DATE TO WS-EVENT-DATE
        MOVE SPACES TO WS-EVENT-TEXT

        IF GL-REVERSED-REF(1:1) NOT = SPACE
            ADD 1 TO WS-REVERSAL-COUNT
            PERFORM SET-UNTIMED-EVENT
            IF GL-ACCRUAL-FLAG = 'R'
                MOVE 'ACCRUAL REVERSAL' TO WS-EVENT-LABEL
            ELSE
                MOVE 'GLBACKOUT REVERSAL' TO WS-EVENT-LABEL
            END-IF
            STRING WS-EVENT-LABEL
                ' REF ' GL-REFERENCE
                ' OF ' GL-REVERSED-REF
                ' ' GL-ACCOUNT
                ' ' GL-DC-INDICATOR
                ' ' WS-AMOUNT-DISPLAY
                ' PERIOD ' GL-PERIOD
                WS-ARCHIVE-TAG
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
        ELSE
            ADD 1 TO WS-POSTING-COUNT
            PERFORM FIND-AUDIT-TIME
            IF GL-ACCRUAL-FLAG = 'A'
                MOVE ' ACCRUAL' TO WS-ACCRUAL-TAG
            ELSE
                MOVE SPACES TO WS-ACCRUAL-TAG
            END-IF
            STRING 'GL POSTED REF ' GL-REFERENCE
                ' ACCT ' GL-ACCOUNT
                ' ' GL-DC-INDICATOR
                ' ' WS-AMOUNT-DISPLAY
                ' PERIOD ' GL-PERIOD
                ' DEPT ' GL-DEPARTMENT
                ' BY ' GL-OPERATOR-ID
                WS-ACCRUAL-TAG
                WS-ARCHIVE-TAG
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
        END-IF
        PERFORM RELEASE-TRACE-EVENT
    END-IF.

FIND-AUDIT-TIME.
    MOVE 0 TO WS-AUD-SLOT.
    PERFORM VARYING WS-AUD-INDEX FROM 1 BY 1
            UNTIL WS-AUD-INDEX > WS-AUD-COUNT OR WS-AUD-SLOT > 0
        IF WS-AUD-USED-FLAG(WS-AUD-INDEX) = 'N'
                AND WS-AUD-DATE(WS-AUD-INDEX) = GL-DATE
                AND WS-AUD-NUMBER-A(WS-AUD-INDEX) = GL-NUMBER-A
                AND WS-AUD-OPERATOR(WS-AUD-INDEX) = GL-OPERATOR
                AND WS-AUD-NUMBER-B(WS-AUD-INDEX) = GL-NUMBER-B
            MOVE WS-AUD-INDEX TO WS-AUD-SLOT
        END-IF
    END-PERFORM.

    IF WS-AUD-SLOT = 0
        PERFORM SET-UNTIMED-EVENT
    ELSE
        MOVE 'Y' TO WS-AUD-USED-FLAG(WS-AUD-SLOT)
        MOVE WS-AUD-TIME(WS-AUD-SLOT) TO WS-EVENT-TIME
        MOVE WS-AUD-TIME(WS-AUD-SLOT) TO WS-EVENT-SHOW-TIME
    END-IF.

FIND-REF-IN-TABLE.
    MOVE 0 TO WS-REF-SLOT.
    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT OR WS-REF-SLOT > 0
        IF WS-REF-NUMBER(WS-REF-INDEX) = WS-LOOKUP-REF
            MOVE WS-REF-INDEX TO WS-REF-SLOT
        END-IF
    END-PERFORM.

ADD-REF-TO-TABLE.
    PERFORM FIND-REF-IN-TABLE.
    IF WS-REF-SLOT = 0
        IF WS-REF-COUNT >= 500
            SET REF-TABLE-FULL TO TRUE
        ELSE
            ADD 1 TO WS-REF-COUNT
            MOVE WS-REF-COUNT TO WS-REF-SLOT
            MOVE WS-LOOKUP-REF TO WS-REF-NUMBER(WS-REF-SLOT)
            MOVE 'N' TO WS-REF-POSTED-FLAG(WS-REF-SLOT)
            MOVE 0 TO WS-REF-EXTRACT-NO(WS-REF-SLOT)
        END-IF
    END-IF.

SCAN-HOLD-FILE.
    MOVE 'N' TO WS-HOLD-EOF-SWITCH.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-HOLD-FILE
            READ HOLD-FILE
                AT END
                    SET END-OF-HOLD-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-HOLD-RECORD
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

CHECK-HOLD-RECORD.
    MOVE HOLD-GL-IMAGE TO GL-RECORD.
    PERFORM TEST-GL-SELECTION.

    IF RECORD-SELECTED
        MOVE GL-REFERENCE TO WS-LOOKUP-REF
        PERFORM ADD-REF-TO-TABLE
        MOVE GL-RESULT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO WS-STATE-TEXT
        STRING 'STILL HELD FOR SUPERVISOR REVIEW SINCE ' HOLD-HELD-DATE
            ' REF ' GL-REFERENCE
            ' ' WS-AMOUNT-DISPLAY
            ' KEY ' GL-TRANS-KEY
            ' BATCH ' GL-BATCH-ID
            DELIMITED BY SIZE INTO WS-STATE-TEXT
        PERFORM ADD-STATE-LINE
    END-IF.

ADD-STATE-LINE.
    IF WS-STATE-COUNT >= 5
        ADD 1 TO WS-STATE-OMITTED-COUNT
    ELSE
        ADD 1 TO WS-STATE-COUNT
        MOVE WS-STATE-TEXT TO WS-STATE-LINE(WS-STATE-COUNT)
    END-IF.

SCAN-SUSPENSE-FILE.
    MOVE 'N' TO WS-SUSP-EOF-SWITCH.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSP-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-SUSPENSE-FILE
            READ SUSPENSE-FILE
                AT END
                    SET END-OF-SUSPENSE-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-SUSPENSE-RECORD
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

CHECK-SUSPENSE-RECORD.
    MOVE SUSP-TRANS-DATA TO TRANS-RECORD.
    MOVE TRANS-KEY TO WS-SUSP-KEY.
    MOVE 'N' TO WS-MATCH-FLAG.
    IF SELECT-BY-BATCH
        IF SUSP-BATCH-ID = WS-TRACE-BATCH
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
    IF SELECT-BY-ITEM
        IF WS-SUSP-KEY = WS-TRACE-KEY
                AND (WS-TRACE-BATCH = SPACES
                     OR SUSP-BATCH-ID = WS-TRACE-BATCH)
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF
    END-IF.

    IF RECORD-SELECTED
        MOVE SUSP-REASON-CODE TO EVNT-REASON-CODE
        PERFORM DESCRIBE-REASON
        MOVE SPACES TO WS-STATE-TEXT
        STRING 'IN SUSPENSE SINCE ' SUSP-RUN-DATE
            ' REASON ' SUSP-REASON-CODE
            ' ' WS-REASON-TEXT
            ' KEY ' WS-SUSP-KEY
            ' BATCH ' SUSP-BATCH-ID
            DELIMITED BY SIZE INTO WS-STATE-TEXT
        PERFORM ADD-STATE-LINE
        IF SUSP-APPROVAL-STATUS = 'PEND'
            MOVE SPACES TO WS-STATE-TEXT
            STRING 'REPAIR BY ' SUSP-MAKER-ID
                ' ON ' SUSP-REPAIR-DATE
                ' AWAITING APPROVAL BY A SECOND SUPERVISOR'
                DELIMITED BY SIZE INTO WS-STATE-TEXT
            PERFORM ADD-STATE-LINE
        END-IF
    END-IF.

DESCRIBE-REASON.
    IF EVNT-REASON-CODE = 'OPR'
        MOVE 'INVALID OPERATOR' TO WS-REASON-TEXT
    ELSE
    IF EVNT-REASON-CODE = 'SIZ'
        MOVE 'SIZE ERROR/OVERFLOW' TO WS-REASON-TEXT
    ELSE
    IF EVNT-REASON-CODE = 'CHN'
        MOVE 'INVALID CHAIN STEPS' TO WS-REASON-TEXT
    ELSE
    IF EVNT-REASON-CODE = 'TOL'
        MOVE 'REJECTED AT TOLERANCE' TO WS-REASON-TEXT
    ELSE
    IF EVNT-REASON-CODE = 'PER'
        MOVE 'PERIOD CLOSED' TO WS-REASON-TEXT
    ELSE
    IF EVNT-REASON-CODE = 'RTE'
        MOVE 'NO RATE IN EFFECT' TO WS-REASON-TEXT
    ELSE
        MOVE SPACES TO WS-REASON-TEXT
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

SCAN-ITEM-EVENT-LOG.
    MOVE 'N' TO WS-EVNT-EOF-SWITCH.
    OPEN INPUT ITEM-EVENT-FILE.
    IF WS-EVNT-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-EVENT-FILE
            READ ITEM-EVENT-FILE
                AT END
                    SET END-OF-EVENT-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-ITEM-EVENT
            END-READ
        END-PERFORM
        CLOSE ITEM-EVENT-FILE
    END-IF.

CHECK-ITEM-EVENT.
    MOVE 'N' TO WS-MATCH-FLAG.
    IF SELECT-BY-BATCH
        IF EVNT-BATCH-ID = WS-TRACE-BATCH
            SET RECORD-SELECTED TO TRUE
        END-IF
    ELSE
    IF SELECT-BY-ITEM
        IF EVNT-TRANS-KEY = WS-TRACE-KEY
                AND (WS-TRACE-BATCH = SPACES
                     OR EVNT-BATCH-ID = WS-TRACE-BATCH)
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF
    END-IF.

    IF NOT RECORD-SELECTED AND EVNT-GL-REFERENCE IS NUMERIC
        MOVE EVNT-GL-REFERENCE TO WS-LOOKUP-REF
        PERFORM FIND-REF-IN-TABLE
        IF WS-REF-SLOT > 0
            SET RECORD-SELECTED TO TRUE
        END-IF
    END-IF.

    IF RECORD-SELECTED
        ADD 1 TO WS-ITEM-EVENT-COUNT
        MOVE EVNT-DATE TO WS-EVENT-DATE
        MOVE EVNT-TIME TO WS-EVENT-TIME
        MOVE EVNT-TIME TO WS-EVENT-SHOW-TIME
        PERFORM DESCRIBE-EVENT-TYPE
        MOVE SPACES TO WS-EVENT-TEXT
        IF EVNT-TYPE = 'SUSP'
            PERFORM DESCRIBE-REASON
            STRING WS-EVENT-LABEL
                ' REASON ' EVNT-REASON-CODE
                ' ' WS-REASON-TEXT
                ' KEY ' EVNT-TRANS-KEY
                ' BATCH ' EVNT-BATCH-ID
                ' BY ' EVNT-OPERATOR-ID
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
        ELSE
            STRING WS-EVENT-LABEL
                ' ' EVNT-DETAIL(1:42)
                ' REF ' EVNT-GL-REFERENCE
                ' BY ' EVNT-OPERATOR-ID
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
        END-IF
        PERFORM RELEASE-TRACE-EVENT
    END-IF.

DESCRIBE-EVENT-TYPE.
    IF EVNT-TYPE = 'HELD'
        MOVE 'HELD FOR REVIEW' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'RELS'
        MOVE 'RELEASED FROM HOLD' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'HREJ'
        MOVE 'REJECTED FROM HOLD' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'SUSP'
        MOVE 'SENT TO SUSPENSE' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'REPR'
        MOVE 'REPAIRED' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'RSUB'
        MOVE 'RESUBMITTED' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'RRJT'
        MOVE 'RESUBMIT REJECTED' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'DROP'
        MOVE 'DROPPED FROM SUSP' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'PEND'
        MOVE 'PENDING APPROVAL' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'APRV'
        MOVE 'REPAIR APPROVED' TO WS-EVENT-LABEL
    ELSE
    IF EVNT-TYPE = 'DECL'
        MOVE 'REPAIR DECLINED' TO WS-EVENT-LABEL
    ELSE
        MOVE EVNT-TYPE TO WS-EVENT-LABEL
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

SCAN-EXTRACTS.
    MOVE 'N' TO WS-XREG-EOF-SWITCH.
    OPEN INPUT XMIT-REGISTER-FILE.
    IF WS-XREG-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-XREG-FILE
            READ XMIT-REGISTER-FILE
                AT END
                    SET END-OF-XREG-FILE TO TRUE
                NOT AT END
                    IF XREG-NUMBER > 0
                        PERFORM SCAN-ONE-EXTRACT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XMIT-REGISTER-FILE
    END-IF.

    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT
        IF WS-REF-POSTED-FLAG(WS-REF-INDEX) = 'Y'
                AND WS-REF-EXTRACT-NO(WS-REF-INDEX) = 0
            ADD 1 TO WS-UNSENT-COUNT
        END-IF
    END-PERFORM.

SCAN-ONE-EXTRACT.
    MOVE 'N' TO WS-EXTRACT-HIT-FLAG.
    MOVE 0 TO WS-EXTRACT-ITEM-COUNT.
    MOVE SPACES TO WS-GL-FILENAME.
    STRING 'CALCXTR.' XREG-NUMBER '.DAT'
        DELIMITED BY SIZE INTO WS-GL-FILENAME.

    MOVE 'N' TO WS-GL-EOF-SWITCH.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO WS-EXTRACT-FILE-COUNT
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    PERFORM CHECK-EXTRACT-RECORD
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

    IF EXTRACT-CARRIES-ITEM
        IF XREG-STATUS = 'ACKD'
            ADD WS-EXTRACT-ITEM-COUNT TO WS-ACKD-COUNT
            MOVE XREG-ACK-DATE TO WS-EVENT-DATE
            PERFORM SET-UNTIMED-EVENT
            MOVE SPACES TO WS-EVENT-TEXT
            STRING 'FINANCE ACKNOWLEDGED EXTRACT ' XREG-NUMBER
                ' CUT ' XREG-CUT-DATE
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
            PERFORM RELEASE-TRACE-EVENT
        ELSE
            MOVE SPACES TO WS-STATE-TEXT
            STRING 'EXTRACT ' XREG-NUMBER ' CUT ' XREG-CUT-DATE
                ' NOT YET ACKNOWLEDGED BY FINANCE - STATUS '
                XREG-STATUS
                DELIMITED BY SIZE INTO WS-STATE-TEXT
            PERFORM ADD-STATE-LINE
        END-IF
    END-IF.

CHECK-EXTRACT-RECORD.
    MOVE GL-REFERENCE TO WS-LOOKUP-REF.
    PERFORM FIND-REF-IN-TABLE.
    IF WS-REF-SLOT > 0
        IF WS-REF-EXTRACT-NO(WS-REF-SLOT) = 0
            MOVE XREG-NUMBER TO WS-REF-EXTRACT-NO(WS-REF-SLOT)
            SET EXTRACT-CARRIES-ITEM TO TRUE
            ADD 1 TO WS-EXTRACT-ITEM-COUNT
            ADD 1 TO WS-SENT-COUNT
            MOVE GL-RESULT TO WS-AMOUNT-DISPLAY
            MOVE XREG-CUT-DATE TO WS-EVENT-DATE
            PERFORM SET-UNTIMED-EVENT
            MOVE SPACES TO WS-EVENT-TEXT
            STRING 'SENT TO FINANCE ON EXTRACT ' XREG-NUMBER
                ' REF ' GL-REFERENCE
                ' ' GL-ACCOUNT
                ' ' GL-DC-INDICATOR
                ' ' WS-AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
            PERFORM RELEASE-TRACE-EVENT
        END-IF
    END-IF.

PRINT-TRACE-REPORT.
    OPEN OUTPUT TRACE-REPORT-FILE.
    PERFORM WRITE-TRACE-HEADING.

    MOVE 'N' TO WS-SORT-EOF-SWITCH.
    PERFORM UNTIL END-OF-SORT-FILE
        RETURN SORT-WORK-FILE
            AT END
                SET END-OF-SORT-FILE TO TRUE
            NOT AT END
                PERFORM WRITE-EVENT-LINE
        END-RETURN
    END-PERFORM.

    IF WS-EVENT-TOTAL = 0
        MOVE SPACES TO TRACE-REPORT-RECORD
        MOVE 'NO AUDIT, GL, HOLD, SUSPENSE OR EXTRACT EVENTS FOUND'
            TO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    END-IF.

    IF WS-OMITTED-COUNT > 0
        MOVE WS-OMITTED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO TRACE-REPORT-RECORD
        STRING '... FURTHER EVENTS NOT PRINTED: ' WS-COUNT-DISPLAY
            ' - TRACE ONE KEY OR REFERENCE FOR THE FULL HISTORY'
            DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    END-IF.

    PERFORM WRITE-CURRENT-STATE.
    PERFORM WRITE-TRACE-TOTALS.
    CLOSE TRACE-REPORT-FILE.

WRITE-TRACE-HEADING.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'CALCULATOR TRANSACTION TRACE  ' WS-RUN-DATE
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE SPACES TO TRACE-REPORT-RECORD.
    IF TRACE-BY-BATCH
        STRING 'TRACE OF BATCH ' WS-TRACE-BATCH
            DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
    ELSE
    IF TRACE-BY-KEY
        IF WS-TRACE-BATCH = SPACES
            STRING 'TRACE OF TRANSACTION KEY ' WS-TRACE-KEY
                ' IN ALL BATCHES'
                DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        ELSE
            STRING 'TRACE OF TRANSACTION KEY ' WS-TRACE-KEY
                ' IN BATCH ' WS-TRACE-BATCH
                DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        END-IF
    ELSE
        IF NOT REFERENCE-FOUND
            STRING 'TRACE OF GL REFERENCE ' WS-TRACE-REF-INPUT
                ' - NOT ON THE GL INTERFACE, ITS ARCHIVES OR THE'
                ' HOLD FILE'
                DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        ELSE
        IF SELECT-BY-ITEM
            STRING 'TRACE OF GL REFERENCE ' WS-TRACE-REF-INPUT
                ' - TRANSACTION KEY ' WS-TRACE-KEY
                ' BATCH ' WS-TRACE-BATCH
                ' (FOUND ON ' DELIMITED BY SIZE
                WS-FOUND-SOURCE DELIMITED BY SPACE
                ')' DELIMITED BY SIZE
                INTO TRACE-REPORT-RECORD
        ELSE
            STRING 'TRACE OF GL REFERENCE ' WS-TRACE-REF-INPUT
                ' - INTERACTIVE POSTING DATED ' WS-REF-DATE
                ' (FOUND ON ' DELIMITED BY SIZE
                WS-FOUND-SOURCE DELIMITED BY SPACE
                ')' DELIMITED BY SIZE
                INTO TRACE-REPORT-RECORD
        END-IF
        END-IF
    END-IF
    END-IF.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-AUDIT-ARCHIVE-COUNT TO WS-AUDIT-ARCHIVE-DISPLAY.
    MOVE WS-GL-ARCHIVE-COUNT TO WS-GL-ARCHIVE-DISPLAY.
    MOVE WS-EXTRACT-FILE-COUNT TO WS-EXTRACT-FILE-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'LIVE FILES AND ARCHIVES ' WS-FROM-PERIOD ' TO '
        WS-TO-PERIOD ' SEARCHED - AUDIT ARCHIVES '
        WS-AUDIT-ARCHIVE-DISPLAY ' PERIOD ARCHIVES '
        WS-GL-ARCHIVE-DISPLAY ' EXTRACTS ' WS-EXTRACT-FILE-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE SPACES TO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE SPACES TO TRACE-REPORT-RECORD.
    MOVE 'DATE       TIME     EVENT' TO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

WRITE-EVENT-LINE.
    IF WS-PRINTED-COUNT >= WS-PAGE-EVENT-LIMIT
        ADD 1 TO WS-OMITTED-COUNT
    ELSE
        ADD 1 TO WS-PRINTED-COUNT
        MOVE SPACES TO TRACE-REPORT-RECORD
        STRING SORT-EVT-DATE
            ' ' SORT-EVT-SHOW-TIME
            ' ' SORT-EVT-TEXT
            DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    END-IF.

WRITE-CURRENT-STATE.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE SPACES TO TRACE-REPORT-RECORD.
    MOVE 'CURRENT STATE' TO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    IF WS-STATE-COUNT = 0
        MOVE SPACES TO TRACE-REPORT-RECORD
        MOVE 'NOT HELD, NOT IN SUSPENSE, NO EXTRACT AWAITING'
            & ' ACKNOWLEDGMENT' TO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    ELSE
        PERFORM VARYING WS-STATE-INDEX FROM 1 BY 1
                UNTIL WS-STATE-INDEX > WS-STATE-COUNT
            MOVE SPACES TO TRACE-REPORT-RECORD
            MOVE WS-STATE-LINE(WS-STATE-INDEX) TO TRACE-REPORT-RECORD
            WRITE TRACE-REPORT-RECORD
        END-PERFORM
    END-IF.

    IF WS-STATE-OMITTED-COUNT > 0
        MOVE WS-STATE-OMITTED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO TRACE-REPORT-RECORD
        STRING '... FURTHER OPEN ITEMS NOT PRINTED: ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    END-IF.

WRITE-TRACE-TOTALS.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-AUDIT-LINE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Audit lines  . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-POSTING-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'GL postings  . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Reversals  . . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-ITEM-EVENT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Hold and suspense events . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Postings sent to finance . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-ACKD-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Acknowledged by finance  . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    MOVE WS-UNSENT-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO TRACE-REPORT-RECORD.
    STRING 'Postings not yet extracted . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO TRACE-REPORT-RECORD.
    WRITE TRACE-REPORT-RECORD.

    IF REF-TABLE-FULL
        MOVE SPACES TO TRACE-REPORT-RECORD
        MOVE 'MORE THAN 500 GL REFERENCES TRACED - EXTRACT STATUS'
            & ' SHOWN FOR THE FIRST 500 ONLY' TO TRACE-REPORT-RECORD
        WRITE TRACE-REPORT-RECORD
    END-IF.
