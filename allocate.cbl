IDENTIFICATION DIVISION.
PROGRAM-ID. Allocate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALLOCATION-FILE ASSIGN TO "CALCALLOC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALLOC-FILE-STATUS.

    SELECT GL-FILE ASSIGN TO "CALCGL.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "CALCAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT GL-SEQUENCE-FILE ASSIGN TO "CALCGLSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLSEQ-FILE-STATUS.

    SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "CALCAUDSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDSEQ-FILE-STATUS.

    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT ALLOC-REPORT-FILE ASSIGN TO "CALCALOC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ALLOCATION-FILE.
    COPY ALLOCREC.

FD GL-FILE.
    COPY GLREC.

FD AUDIT-FILE.
    COPY AUDITREC.

FD GL-SEQUENCE-FILE.
    COPY GLSEQ.

FD AUDIT-SEQUENCE-FILE.
    COPY AUDSEQ.

FD PERIOD-FILE.
    COPY PERDREC.

FD OPERATOR-FILE.
    COPY OPERREC.

FD ALLOC-REPORT-FILE.
    COPY ALLOCRPT.

WORKING-STORAGE SECTION.
01 WS-ALLOC-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GLSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-SEQUENCE PIC 9(9) VALUE 0.
01 WS-AUDIT-CHECK-VALUE PIC 9(9) VALUE 0.
01 WS-AUDIT-CHECK-WORK PIC 9(12) VALUE 0.
01 WS-AUDIT-CHECK-INDEX PIC 9(4) VALUE 0.
01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE VALUE 'Y'.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-OPER-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ARPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-ALLOC-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-ALLOCATION-FILE VALUE 'Y'.
01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-GL-FILE VALUE 'Y'.
01 WS-OPER-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-OPER-FILE VALUE 'Y'.

01 WS-OPERATOR-CONTROL-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-CONTROL-ACTIVE VALUE 'Y'.
01 WS-OPER-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-ON-FILE VALUE 'Y'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTHORITY PIC X(1) VALUE SPACE.
    88 SUPERVISOR-AUTHORITY VALUE 'S'.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-CONFIRM PIC X(1) VALUE SPACE.

01 WS-RULE-TABLE.
    05 WS-RULE-COUNT PIC 9(3) VALUE 0.
    05 WS-RULE-ENTRY OCCURS 100 TIMES.
        10 WS-RULE-SOURCE-KEY.
            15 WS-RULE-SOURCE-DEPARTMENT PIC X(4).
            15 WS-RULE-SOURCE-ACCOUNT PIC X(8).
        10 WS-RULE-TARGET-COUNT PIC 9(2).
        10 WS-RULE-PERCENT-TOTAL PIC 9(5)V9(4).
        10 WS-RULE-ROUNDING-COUNT PIC 9(2).
        10 WS-RULE-ROUNDING-SLOT PIC 9(2).
        10 WS-RULE-REJECT-REASON PIC X(40).
        10 WS-RULE-SOURCE-AMOUNT PIC S9(12)V9(6).
        10 WS-RULE-POSTING-COUNT PIC 9(9).
        10 WS-RULE-TARGET OCCURS 20 TIMES.
            15 WS-TGT-DEPARTMENT PIC X(4).
            15 WS-TGT-ACCOUNT PIC X(8).
            15 WS-TGT-PERCENT PIC 9(3)V9(4).

01 WS-RULE-INDEX PIC 9(3) VALUE 0.
01 WS-RULE-SLOT PIC 9(3) VALUE 0.
01 WS-TGT-INDEX PIC 9(2) VALUE 0.
01 WS-TGT-SLOT PIC 9(2) VALUE 0.
01 WS-SEARCH-KEY.
    05 WS-SEARCH-DEPARTMENT PIC X(4).
    05 WS-SEARCH-ACCOUNT PIC X(8).
01 WS-LINE-REASON PIC X(40) VALUE SPACES.

01 WS-GL-REFERENCE PIC 9(9) VALUE 0.
01 WS-FIRST-REFERENCE PIC 9(9) VALUE 0.
01 WS-SOURCE-AMOUNT PIC S9(4)V9(6) VALUE 0.
01 WS-SHARE-FACTOR PIC S9(4)V9(6) VALUE 0.
01 WS-SHARE-AMOUNT PIC S9(10)V9(2) VALUE 0.
01 WS-SHARE-TOTAL PIC S9(4)V9(6) VALUE 0.
01 WS-ROUNDING-AMOUNT PIC S9(4)V9(6) VALUE 0.
01 WS-RULE-NET PIC S9(12)V9(6) VALUE 0.

01 WS-POST-NUMBER-A PIC S9(4)V9(6) VALUE 0.
01 WS-POST-OPERATOR PIC X(1) VALUE SPACE.
01 WS-POST-NUMBER-B PIC S9(4)V9(6) VALUE 0.
01 WS-POST-RESULT PIC S9(4)V9(6) VALUE 0.
01 WS-POST-DEPARTMENT PIC X(4) VALUE SPACES.
01 WS-POST-ACCOUNT PIC X(8) VALUE SPACES.
01 WS-POST-DC PIC X(1) VALUE SPACE.
01 WS-POST-MEMO PIC X(36) VALUE SPACES.

01 WS-LINES-READ-COUNT PIC 9(9) VALUE 0.
01 WS-LINES-REJECTED-COUNT PIC 9(9) VALUE 0.
01 WS-ALLOCATED-COUNT PIC 9(9) VALUE 0.
01 WS-NOTHING-COUNT PIC 9(9) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
01 WS-GL-WRITTEN-COUNT PIC 9(9) VALUE 0.
01 WS-TOTAL-ALLOCATED PIC S9(12)V9(6) VALUE 0.
01 WS-TOTAL-ROUNDING PIC S9(12)V9(6) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-AMOUNT-DISPLAY PIC -(12)9.9(6).
01 WS-SHARE-DISPLAY PIC -(4)9.9(6).
01 WS-PERCENT-DISPLAY PIC ZZ9.9(4).

01 WS-SYS-DATE PIC X(8).
01 WS-SYS-TIME PIC X(8).
01 WS-RUN-DATE PIC X(10).
01 WS-RUN-TIME PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.
    ACCEPT WS-SYS-TIME FROM TIME.
    STRING WS-SYS-TIME(1:2) ':' WS-SYS-TIME(3:2) ':' WS-SYS-TIME(5:2)
        DELIMITED BY SIZE INTO WS-RUN-TIME.

    PERFORM SIGN-ON-OPERATOR.
    PERFORM LOAD-OPEN-PERIOD.

    OPEN INPUT ALLOCATION-FILE.
    IF WS-ALLOC-FILE-STATUS NOT = '00'
        DISPLAY 'No allocation table (CALCALLOC.DAT) - nothing'
            ' to allocate'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    DISPLAY 'Allocate shared costs for period ' WS-OPEN-PERIOD
        ' (Y/N): ' WITH NO ADVANCING.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        CLOSE ALLOCATION-FILE
        DISPLAY 'Allocation cancelled - nothing posted'
        STOP RUN
    END-IF.

    PERFORM LOAD-ALLOCATION-TABLE.
    PERFORM CHECK-ALLOCATION-RULES.
    PERFORM TOTAL-SOURCE-POSTINGS.

    PERFORM OPEN-ALLOC-REGISTER.
    PERFORM READ-GL-SEQUENCE.
    PERFORM READ-AUDIT-SEQUENCE.
    PERFORM OPEN-AUDIT-FILE.
    PERFORM OPEN-GL-FILE.

    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
            UNTIL WS-RULE-INDEX > WS-RULE-COUNT
        PERFORM ALLOCATE-RULE
    END-PERFORM.

    CLOSE AUDIT-FILE.
    CLOSE GL-FILE.
    PERFORM WRITE-GL-SEQUENCE.
    PERFORM WRITE-AUDIT-SEQUENCE.

    PERFORM WRITE-ALLOC-SUMMARY.
    CLOSE ALLOC-REPORT-FILE.

    DISPLAY 'Allocation register written to CALCALOC.RPT'.
    MOVE WS-ALLOCATED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Allocation rules applied: ' WS-COUNT-DISPLAY.

    IF WS-REJECTED-COUNT > 0 OR WS-LINES-REJECTED-COUNT > 0
        MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Allocation rules rejected - correct CALCALLOC.DAT: '
            WS-COUNT-DISPLAY
        MOVE 8 TO RETURN-CODE
    END-IF.

    STOP RUN.

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
                ' to run allocations - run refused'
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

LOAD-ALLOCATION-TABLE.
    PERFORM UNTIL END-OF-ALLOCATION-FILE
        READ ALLOCATION-FILE
            AT END
                SET END-OF-ALLOCATION-FILE TO TRUE
            NOT AT END
                PERFORM LOAD-ALLOCATION-LINE
        END-READ
    END-PERFORM.
    CLOSE ALLOCATION-FILE.

LOAD-ALLOCATION-LINE.
    ADD 1 TO WS-LINES-READ-COUNT.

    IF ALLOC-SOURCE-DEPARTMENT = SPACES
            OR ALLOC-SOURCE-ACCOUNT = SPACES
        ADD 1 TO WS-LINES-REJECTED-COUNT
        DISPLAY 'Allocation line with blank source ignored: '
            ALLOCATION-RECORD
    ELSE
        MOVE ALLOC-SOURCE-DEPARTMENT TO WS-SEARCH-DEPARTMENT
        MOVE ALLOC-SOURCE-ACCOUNT TO WS-SEARCH-ACCOUNT
        PERFORM FIND-RULE-SLOT
        IF WS-RULE-SLOT > 0
            PERFORM ADD-RULE-TARGET
        END-IF
    END-IF.

FIND-RULE-SLOT.
    MOVE 0 TO WS-RULE-SLOT.
    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
            UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               OR WS-RULE-SLOT > 0
        IF WS-RULE-SOURCE-KEY(WS-RULE-INDEX) = WS-SEARCH-KEY
            MOVE WS-RULE-INDEX TO WS-RULE-SLOT
        END-IF
    END-PERFORM.

    IF WS-RULE-SLOT = 0
        IF WS-RULE-COUNT >= 100
            ADD 1 TO WS-LINES-REJECTED-COUNT
            DISPLAY 'Allocation table full - line ignored: '
                ALLOCATION-RECORD
        ELSE
            ADD 1 TO WS-RULE-COUNT
            MOVE WS-RULE-COUNT TO WS-RULE-SLOT
            MOVE WS-SEARCH-KEY TO WS-RULE-SOURCE-KEY(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-TARGET-COUNT(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-PERCENT-TOTAL(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-ROUNDING-COUNT(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-ROUNDING-SLOT(WS-RULE-SLOT)
            MOVE SPACES TO WS-RULE-REJECT-REASON(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-SOURCE-AMOUNT(WS-RULE-SLOT)
            MOVE 0 TO WS-RULE-POSTING-COUNT(WS-RULE-SLOT)
        END-IF
    END-IF.

ADD-RULE-TARGET.
    MOVE SPACES TO WS-LINE-REASON.

    IF ALLOC-TARGET-DEPARTMENT = SPACES
            OR ALLOC-TARGET-ACCOUNT = SPACES
        MOVE 'TARGET DEPARTMENT OR ACCOUNT IS BLANK'
            TO WS-LINE-REASON
    ELSE
    IF ALLOC-TARGET-DEPARTMENT = ALLOC-SOURCE-DEPARTMENT
            AND ALLOC-TARGET-ACCOUNT = ALLOC-SOURCE-ACCOUNT
        MOVE 'TARGET IS THE SOURCE ITSELF' TO WS-LINE-REASON
    ELSE
    IF ALLOC-PERCENT IS NOT NUMERIC OR ALLOC-PERCENT = 0
        MOVE 'PERCENT IS NOT A POSITIVE NUMBER' TO WS-LINE-REASON
    ELSE
    IF ALLOC-ROUNDING-FLAG NOT = 'R' AND ALLOC-ROUNDING-FLAG NOT = SPACE
        MOVE 'ROUNDING FLAG MUST BE R OR BLANK' TO WS-LINE-REASON
    ELSE
    IF WS-RULE-TARGET-COUNT(WS-RULE-SLOT) >= 20
        MOVE 'MORE THAN 20 TARGETS' TO WS-LINE-REASON
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

    IF WS-LINE-REASON = SPACES
        PERFORM VARYING WS-TGT-INDEX FROM 1 BY 1
                UNTIL WS-TGT-INDEX > WS-RULE-TARGET-COUNT(WS-RULE-SLOT)
            IF WS-TGT-DEPARTMENT(WS-RULE-SLOT WS-TGT-INDEX)
                    = ALLOC-TARGET-DEPARTMENT
                    AND WS-TGT-ACCOUNT(WS-RULE-SLOT WS-TGT-INDEX)
                    = ALLOC-TARGET-ACCOUNT
                MOVE 'SAME TARGET LISTED TWICE' TO WS-LINE-REASON
            END-IF
        END-PERFORM
    END-IF.

    IF WS-LINE-REASON NOT = SPACES
        IF WS-RULE-REJECT-REASON(WS-RULE-SLOT) = SPACES
            MOVE WS-LINE-REASON TO WS-RULE-REJECT-REASON(WS-RULE-SLOT)
        END-IF
    ELSE
        ADD 1 TO WS-RULE-TARGET-COUNT(WS-RULE-SLOT)
        MOVE WS-RULE-TARGET-COUNT(WS-RULE-SLOT) TO WS-TGT-SLOT
        MOVE ALLOC-TARGET-DEPARTMENT
            TO WS-TGT-DEPARTMENT(WS-RULE-SLOT WS-TGT-SLOT)
        MOVE ALLOC-TARGET-ACCOUNT
            TO WS-TGT-ACCOUNT(WS-RULE-SLOT WS-TGT-SLOT)
        MOVE ALLOC-PERCENT TO WS-TGT-PERCENT(WS-RULE-SLOT WS-TGT-SLOT)
        ADD ALLOC-PERCENT TO WS-RULE-PERCENT-TOTAL(WS-RULE-SLOT)
        IF ALLOC-ROUNDING-FLAG = 'R'
            ADD 1 TO WS-RULE-ROUNDING-COUNT(WS-RULE-SLOT)
            MOVE WS-TGT-SLOT TO WS-RULE-ROUNDING-SLOT(WS-RULE-SLOT)
        END-IF
    END-IF.

CHECK-ALLOCATION-RULES.
    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
            UNTIL WS-RULE-INDEX > WS-RULE-COUNT
        IF WS-RULE-REJECT-REASON(WS-RULE-INDEX) = SPACES
            IF WS-RULE-PERCENT-TOTAL(WS-RULE-INDEX) NOT = 100
                MOVE 'PERCENTAGES DO NOT ADD TO 100'
                    TO WS-RULE-REJECT-REASON(WS-RULE-INDEX)
            ELSE
                IF WS-RULE-ROUNDING-COUNT(WS-RULE-INDEX) NOT = 1
                    MOVE 'NEED EXACTLY ONE ROUNDING (R) TARGET'
                        TO WS-RULE-REJECT-REASON(WS-RULE-INDEX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

TOTAL-SOURCE-POSTINGS.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        SET END-OF-GL-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    IF GL-PERIOD = WS-OPEN-PERIOD OR GL-PERIOD = SPACES
                        PERFORM ADD-SOURCE-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

ADD-SOURCE-POSTING.
    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
            UNTIL WS-RULE-INDEX > WS-RULE-COUNT
        IF WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX) = GL-DEPARTMENT
                AND WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX) = GL-ACCOUNT
            ADD 1 TO WS-RULE-POSTING-COUNT(WS-RULE-INDEX)
            IF GL-DC-INDICATOR = 'C'
                SUBTRACT GL-RESULT
                    FROM WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX)
            ELSE
                ADD GL-RESULT TO WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX)
            END-IF
        END-IF
    END-PERFORM.

OPEN-ALLOC-REGISTER.
    OPEN OUTPUT ALLOC-REPORT-FILE.

    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'INTER-DEPARTMENT ALLOCATION REGISTER - PERIOD '
        WS-OPEN-PERIOD '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
        '  OPERATOR ' WS-OPERATOR-ID
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE SPACES TO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

READ-GL-SEQUENCE.
    OPEN INPUT GL-SEQUENCE-FILE.
    IF WS-GLSEQ-FILE-STATUS NOT = '00'
        MOVE 0 TO WS-GL-REFERENCE
    ELSE
        READ GL-SEQUENCE-FILE
            AT END
                MOVE 0 TO WS-GL-REFERENCE
            NOT AT END
                MOVE GL-SEQ-LAST-REFERENCE TO WS-GL-REFERENCE
        END-READ
        CLOSE GL-SEQUENCE-FILE
    END-IF.

WRITE-GL-SEQUENCE.
    OPEN OUTPUT GL-SEQUENCE-FILE.
    MOVE SPACES TO GL-SEQUENCE-RECORD.
    MOVE WS-GL-REFERENCE TO GL-SEQ-LAST-REFERENCE.
    WRITE GL-SEQUENCE-RECORD.
    CLOSE GL-SEQUENCE-FILE.

READ-AUDIT-SEQUENCE.
    MOVE 0 TO WS-AUDIT-SEQUENCE.
    MOVE 0 TO WS-AUDIT-CHECK-VALUE.
    OPEN INPUT AUDIT-SEQUENCE-FILE.
    IF WS-AUDSEQ-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        READ AUDIT-SEQUENCE-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE AUDSEQ-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
                MOVE AUDSEQ-LAST-CHECK-VALUE TO WS-AUDIT-CHECK-VALUE
        END-READ
        CLOSE AUDIT-SEQUENCE-FILE
    END-IF.

    MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-AUDIT-FILE
            READ AUDIT-FILE
                AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                NOT AT END
                    IF AUDIT-SEQUENCE IS NUMERIC
                            AND AUDIT-CHECK-VALUE IS NUMERIC
                            AND AUDIT-SEQUENCE > WS-AUDIT-SEQUENCE
                        MOVE AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
                        MOVE AUDIT-CHECK-VALUE TO WS-AUDIT-CHECK-VALUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

WRITE-AUDIT-SEQUENCE.
    OPEN OUTPUT AUDIT-SEQUENCE-FILE.
    MOVE SPACES TO AUDIT-SEQUENCE-RECORD.
    MOVE WS-AUDIT-SEQUENCE TO AUDSEQ-LAST-SEQUENCE.
    MOVE WS-AUDIT-CHECK-VALUE TO AUDSEQ-LAST-CHECK-VALUE.
    WRITE AUDIT-SEQUENCE-RECORD.
    CLOSE AUDIT-SEQUENCE-FILE.

CHAIN-AUDIT-RECORD.
    ADD 1 TO WS-AUDIT-SEQUENCE.
    MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQUENCE.
    MOVE WS-AUDIT-CHECK-VALUE TO WS-AUDIT-CHECK-WORK.
    PERFORM VARYING WS-AUDIT-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-AUDIT-CHECK-INDEX > 134
        COMPUTE WS-AUDIT-CHECK-WORK = FUNCTION MOD(
            WS-AUDIT-CHECK-WORK * 131
            + FUNCTION ORD(AUDIT-RECORD(WS-AUDIT-CHECK-INDEX:1)),
            999999937)
    END-PERFORM.
    MOVE WS-AUDIT-CHECK-WORK TO WS-AUDIT-CHECK-VALUE.
    MOVE WS-AUDIT-CHECK-VALUE TO AUDIT-CHECK-VALUE.

OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
        CLOSE AUDIT-FILE
        OPEN EXTEND AUDIT-FILE
    END-IF.

OPEN-GL-FILE.
    MOVE 'N' TO WS-GL-EOF-SWITCH.
    OPEN EXTEND GL-FILE.
    IF WS-GL-FILE-STATUS = '35'
        OPEN OUTPUT GL-FILE
        CLOSE GL-FILE
        OPEN EXTEND GL-FILE
    END-IF.

ALLOCATE-RULE.
    MOVE SPACES TO ALLOC-REPORT-RECORD.

    IF WS-RULE-REJECT-REASON(WS-RULE-INDEX) NOT = SPACES
        ADD 1 TO WS-REJECTED-COUNT
        STRING 'SOURCE ' WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX)
            ' ' WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX)
            '  RULE REJECTED - ' WS-RULE-REJECT-REASON(WS-RULE-INDEX)
            ' - NOTHING POSTED'
            DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
        WRITE ALLOC-REPORT-RECORD
    ELSE
    IF WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX) = 0
        ADD 1 TO WS-NOTHING-COUNT
        MOVE WS-RULE-POSTING-COUNT(WS-RULE-INDEX) TO WS-COUNT-DISPLAY
        STRING 'SOURCE ' WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX)
            ' ' WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX)
            '  NOTHING TO ALLOCATE - NET AMOUNT IS ZERO (POSTINGS '
            WS-COUNT-DISPLAY ')'
            DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
        WRITE ALLOC-REPORT-RECORD
    ELSE
    IF WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX) > 9999.999999
            OR WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX) < -9999.999999
        ADD 1 TO WS-REJECTED-COUNT
        MOVE WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX) TO WS-AMOUNT-DISPLAY
        STRING 'SOURCE ' WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX)
            ' ' WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX)
            '  AMOUNT ' WS-AMOUNT-DISPLAY
            ' TOO LARGE FOR ONE GL POSTING - NOTHING POSTED'
            DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
        WRITE ALLOC-REPORT-RECORD
    ELSE
        PERFORM POST-ALLOCATION
    END-IF
    END-IF
    END-IF.

    MOVE SPACES TO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

POST-ALLOCATION.
    ADD 1 TO WS-ALLOCATED-COUNT.
    MOVE WS-RULE-SOURCE-AMOUNT(WS-RULE-INDEX) TO WS-SOURCE-AMOUNT.
    MOVE 0 TO WS-SHARE-TOTAL.
    MOVE 0 TO WS-RULE-NET.

    MOVE WS-SOURCE-AMOUNT TO WS-POST-NUMBER-A.
    MOVE '+' TO WS-POST-OPERATOR.
    MOVE 0 TO WS-POST-NUMBER-B.
    MOVE WS-SOURCE-AMOUNT TO WS-POST-RESULT.
    MOVE WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX) TO WS-POST-DEPARTMENT.
    MOVE WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX) TO WS-POST-ACCOUNT.
    MOVE 'C' TO WS-POST-DC.
    MOVE SPACES TO WS-POST-MEMO.
    STRING 'ALLOC OUT OF ' WS-POST-DEPARTMENT ' ' WS-POST-ACCOUNT
        DELIMITED BY SIZE INTO WS-POST-MEMO.
    PERFORM WRITE-ALLOCATION-POSTING.
    SUBTRACT WS-POST-RESULT FROM WS-RULE-NET.

    MOVE WS-SOURCE-AMOUNT TO WS-SHARE-DISPLAY.
    MOVE WS-RULE-POSTING-COUNT(WS-RULE-INDEX) TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'SOURCE ' WS-POST-DEPARTMENT ' ' WS-POST-ACCOUNT
        '  AMOUNT ' WS-SHARE-DISPLAY
        '  CREDITED  REF ' WS-GL-REFERENCE
        '  FROM POSTINGS ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    PERFORM VARYING WS-TGT-INDEX FROM 1 BY 1
            UNTIL WS-TGT-INDEX > WS-RULE-TARGET-COUNT(WS-RULE-INDEX)
        PERFORM POST-TARGET-SHARE
    END-PERFORM.

    COMPUTE WS-ROUNDING-AMOUNT = WS-SOURCE-AMOUNT - WS-SHARE-TOTAL.
    MOVE WS-RULE-ROUNDING-SLOT(WS-RULE-INDEX) TO WS-TGT-SLOT.
    MOVE WS-TGT-DEPARTMENT(WS-RULE-INDEX WS-TGT-SLOT)
        TO WS-POST-DEPARTMENT.
    MOVE WS-TGT-ACCOUNT(WS-RULE-INDEX WS-TGT-SLOT) TO WS-POST-ACCOUNT.
    MOVE WS-ROUNDING-AMOUNT TO WS-SHARE-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.

    IF WS-ROUNDING-AMOUNT = 0
        STRING '  ROUNDING ' WS-POST-DEPARTMENT ' ' WS-POST-ACCOUNT
            '           ' WS-SHARE-DISPLAY
            '  NONE NEEDED'
            DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
    ELSE
        MOVE WS-SOURCE-AMOUNT TO WS-POST-NUMBER-A
        MOVE '-' TO WS-POST-OPERATOR
        MOVE WS-SHARE-TOTAL TO WS-POST-NUMBER-B
        MOVE WS-ROUNDING-AMOUNT TO WS-POST-RESULT
        MOVE 'D' TO WS-POST-DC
        MOVE SPACES TO WS-POST-MEMO
        STRING 'ALLOC ROUNDING ' WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX)
            ' ' WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX)
            DELIMITED BY SIZE INTO WS-POST-MEMO
        PERFORM WRITE-ALLOCATION-POSTING
        ADD WS-POST-RESULT TO WS-RULE-NET
        ADD WS-ROUNDING-AMOUNT TO WS-TOTAL-ROUNDING
        STRING '  ROUNDING ' WS-POST-DEPARTMENT ' ' WS-POST-ACCOUNT
            '           ' WS-SHARE-DISPLAY
            '  DEBITED   REF ' WS-GL-REFERENCE
            DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
    END-IF.
    WRITE ALLOC-REPORT-RECORD.

    ADD WS-SOURCE-AMOUNT TO WS-TOTAL-ALLOCATED.

    MOVE WS-SHARE-TOTAL TO WS-SHARE-DISPLAY.
    MOVE WS-RULE-NET TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING '  SHARES TOTAL ' WS-SHARE-DISPLAY
        '  NET OF ALL POSTINGS ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

POST-TARGET-SHARE.
    COMPUTE WS-SHARE-FACTOR =
        WS-TGT-PERCENT(WS-RULE-INDEX WS-TGT-INDEX) / 100.
    COMPUTE WS-SHARE-AMOUNT ROUNDED =
        WS-SOURCE-AMOUNT * WS-SHARE-FACTOR.

    MOVE WS-SOURCE-AMOUNT TO WS-POST-NUMBER-A.
    MOVE '*' TO WS-POST-OPERATOR.
    MOVE WS-SHARE-FACTOR TO WS-POST-NUMBER-B.
    MOVE WS-SHARE-AMOUNT TO WS-POST-RESULT.
    MOVE WS-TGT-DEPARTMENT(WS-RULE-INDEX WS-TGT-INDEX)
        TO WS-POST-DEPARTMENT.
    MOVE WS-TGT-ACCOUNT(WS-RULE-INDEX WS-TGT-INDEX) TO WS-POST-ACCOUNT.
    MOVE 'D' TO WS-POST-DC.
    MOVE SPACES TO WS-POST-MEMO.
    STRING 'ALLOC FROM ' WS-RULE-SOURCE-DEPARTMENT(WS-RULE-INDEX)
        ' ' WS-RULE-SOURCE-ACCOUNT(WS-RULE-INDEX)
        DELIMITED BY SIZE INTO WS-POST-MEMO.
    PERFORM WRITE-ALLOCATION-POSTING.

    ADD WS-POST-RESULT TO WS-SHARE-TOTAL.
    ADD WS-POST-RESULT TO WS-RULE-NET.

    MOVE WS-TGT-PERCENT(WS-RULE-INDEX WS-TGT-INDEX)
        TO WS-PERCENT-DISPLAY.
    MOVE WS-POST-RESULT TO WS-SHARE-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING '  TARGET   ' WS-POST-DEPARTMENT ' ' WS-POST-ACCOUNT
        ' ' WS-PERCENT-DISPLAY '% ' WS-SHARE-DISPLAY
        '  DEBITED   REF ' WS-GL-REFERENCE
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

WRITE-ALLOCATION-POSTING.
    MOVE SPACES TO GL-RECORD.
    ADD 1 TO WS-GL-REFERENCE.
    MOVE WS-GL-REFERENCE TO GL-REFERENCE.
    MOVE WS-RUN-DATE TO GL-DATE.
    MOVE WS-OPEN-PERIOD TO GL-PERIOD.
    MOVE WS-POST-NUMBER-A TO GL-NUMBER-A.
    MOVE WS-POST-OPERATOR TO GL-OPERATOR.
    MOVE WS-POST-NUMBER-B TO GL-NUMBER-B.
    MOVE WS-POST-RESULT TO GL-RESULT.
    MOVE WS-POST-ACCOUNT TO GL-ACCOUNT.
    MOVE WS-POST-DC TO GL-DC-INDICATOR.
    MOVE WS-POST-DEPARTMENT TO GL-DEPARTMENT.
    MOVE WS-OPERATOR-ID TO GL-OPERATOR-ID.
    WRITE GL-RECORD.
    ADD 1 TO WS-GL-WRITTEN-COUNT.

    MOVE SPACES TO AUDIT-RECORD.
    MOVE WS-RUN-DATE TO AUDIT-DATE.
    MOVE WS-RUN-TIME TO AUDIT-TIME.
    MOVE WS-POST-NUMBER-A TO AUDIT-NUMBER-A.
    MOVE WS-POST-OPERATOR TO AUDIT-OPERATOR.
    MOVE WS-POST-NUMBER-B TO AUDIT-NUMBER-B.
    MOVE WS-POST-RESULT TO AUDIT-RESULT.
    MOVE WS-POST-MEMO TO AUDIT-MEMO.
    MOVE WS-POST-DEPARTMENT TO AUDIT-DEPARTMENT.
    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
    PERFORM CHAIN-AUDIT-RECORD.
    WRITE AUDIT-RECORD.

WRITE-ALLOC-SUMMARY.
    MOVE WS-LINES-READ-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Allocation lines read  . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-LINES-REJECTED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Lines ignored (no source/full) . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-ALLOCATED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Rules applied  . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-NOTHING-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Rules with nothing to allocate . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Rules rejected . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-GL-WRITTEN-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'GL postings written  . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-TOTAL-ALLOCATED TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Total amount allocated . . . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.

    MOVE WS-TOTAL-ROUNDING TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO ALLOC-REPORT-RECORD.
    STRING 'Total rounding adjustments . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD.
    WRITE ALLOC-REPORT-RECORD.
