IDENTIFICATION DIVISION.
PROGRAM-ID. DayClose.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNS-FILE-STATUS.

    SELECT BATCH-REGISTER-FILE ASSIGN TO "CALCBREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREG-FILE-STATUS.

    SELECT XMIT-REGISTER-FILE ASSIGN TO "CALCXREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREG-FILE-STATUS.

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

    SELECT ESCALATION-FILE ASSIGN TO "CALCESCA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESCA-FILE-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "CALCCKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.

    SELECT RESULTS-UPDATE-FILE ASSIGN TO "CALCRSLT.UPD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSLU-FILE-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT CLOSE-REGISTER-FILE ASSIGN TO "CALCCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREG-FILE-STATUS.

    SELECT CLOSE-REPORT-FILE ASSIGN TO "CALCCLOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRPT-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "CALCSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD RUN-HISTORY-FILE.
    COPY RUNHIST.

FD BATCH-REGISTER-FILE.
    COPY BATREG.

FD XMIT-REGISTER-FILE.
    COPY XMTREG.

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

FD ESCALATION-FILE.
    COPY AGELIM.

FD CHECKPOINT-FILE.
    COPY CHKPREC.

FD RESULTS-UPDATE-FILE.
    COPY RSLTREC REPLACING
        LEADING ==RESULTS-MASTER== BY ==RESULTS-UPDATE==
        LEADING ==RSLT== BY ==RSLU==.

FD OPERATOR-FILE.
    COPY OPERREC.

FD CLOSE-REGISTER-FILE.
    COPY CLOSREG.

FD CLOSE-REPORT-FILE.
    COPY CLOSRPT.

SD SORT-WORK-FILE.
01 SORT-RECON-RECORD.
    05 SORT-MATCH-KEY.
        10 SORT-KEY-DATE PIC X(10).
        10 SORT-KEY-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
        10 SORT-KEY-OPERATOR PIC X(1).
        10 SORT-KEY-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
    05 SORT-SOURCE PIC X(1).
    05 SORT-RESULT PIC S9(4)V9(6) SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 WS-RUNS-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-XREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-HOLD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-SUSP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ESCA-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-CKPT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-RSLU-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-OPER-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-CREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-CRPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-AUDIT-FILENAME PIC X(100) VALUE SPACES.
01 WS-GL-FILENAME PIC X(100) VALUE SPACES.

01 WS-RUNS-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-RUNS-FILE VALUE 'Y'.
01 WS-BREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BREG-FILE VALUE 'Y'.
01 WS-XREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-XREG-FILE VALUE 'Y'.
01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE VALUE 'Y'.
01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-GL-FILE VALUE 'Y'.
01 WS-HOLD-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-HOLD-FILE VALUE 'Y'.
01 WS-SUSP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
01 WS-RSLU-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-RSLU-FILE VALUE 'Y'.
01 WS-OPER-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-OPER-FILE VALUE 'Y'.
01 WS-CREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-CREG-FILE VALUE 'Y'.
01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SORT-FILE VALUE 'Y'.

01 WS-OPERATOR-CONTROL-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-CONTROL-ACTIVE VALUE 'Y'.
01 WS-OPER-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-ON-FILE VALUE 'Y'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTHORITY PIC X(1) VALUE SPACE.
    88 SUPERVISOR-AUTHORITY VALUE 'S'.

01 WS-CLOSE-ACTION PIC X(1) VALUE SPACE.
    88 CERTIFY-REQUESTED VALUE 'C' 'c'.
    88 REOPEN-REQUESTED VALUE 'R' 'r'.
01 WS-DATE-CLOSED-FLAG PIC X(1) VALUE 'N'.
    88 BUSINESS-DATE-CLOSED VALUE 'Y'.
01 WS-CLOSED-ON-DATE PIC X(10) VALUE SPACES.
01 WS-CLOSED-BY-ID PIC X(8) VALUE SPACES.
01 WS-REOPEN-REASON PIC X(60) VALUE SPACES.

01 WS-CLOSE-DATE PIC X(10) VALUE SPACES.
01 WS-CLOSE-INTEGER PIC 9(9) VALUE 0.
01 WS-RUN-INTEGER PIC 9(9) VALUE 0.

01 WS-ITEM-DATE PIC X(10) VALUE SPACES.
01 WS-ITEM-DATE-X PIC X(8) VALUE SPACES.
01 WS-ITEM-DATE-NUM REDEFINES WS-ITEM-DATE-X PIC 9(8).
01 WS-ITEM-INTEGER PIC 9(9) VALUE 0.
01 WS-ITEM-AGE PIC 9(5) VALUE 0.
01 WS-ESCALATION-AGE PIC 9(3) VALUE 30.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-FROM-PERIOD PIC X(7) VALUE SPACES.
01 WS-TO-PERIOD PIC X(7) VALUE SPACES.
01 WS-SCAN-PERIOD PIC X(7) VALUE SPACES.
01 WS-SCAN-YEAR PIC 9(4) VALUE 0.
01 WS-SCAN-MONTH PIC 9(2) VALUE 0.

01 WS-CHECK-TABLE.
    05 WS-CHECK-ENTRY OCCURS 8 TIMES.
        10 WS-CHECK-TITLE PIC X(35).
        10 WS-CHECK-RESULT PIC X(4).
        10 WS-CHECK-DETAIL PIC X(80).
        10 WS-CHECK-REASON-COUNT PIC 9(4).
        10 WS-CHECK-REASONS-OMITTED PIC 9(9).
        10 WS-CHECK-REASON OCCURS 5 TIMES PIC X(110).
01 WS-CHECK-NO PIC 9(2) VALUE 0.
01 WS-CHECK-INDEX PIC 9(2) VALUE 0.
01 WS-REASON-INDEX PIC 9(4) VALUE 0.
01 WS-REASON-TEXT PIC X(110) VALUE SPACES.
01 WS-FAILED-CHECK-COUNT PIC 9(2) VALUE 0.
01 WS-FIRST-FAILED-CHECK PIC 9(2) VALUE 0.

01 WS-SCOPE-RUN-TABLE.
    05 WS-SCOPE-RUN-COUNT PIC 9(3) VALUE 0.
    05 WS-SCOPE-RUN-ID OCCURS 500 TIMES PIC X(15).
01 WS-SCOPE-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 RUN-IN-SCOPE VALUE 'Y'.

01 WS-RUN-TABLE.
    05 WS-RUN-COUNT PIC 9(3) VALUE 0.
    05 WS-RUN-ENTRY OCCURS 500 TIMES.
        10 WS-RUN-ENTRY-ID PIC X(15).
        10 WS-RUN-ENTRY-FILENAME PIC X(30).
        10 WS-RUN-ENTRY-START-DATE PIC X(10).
        10 WS-RUN-ENTRY-START-TIME PIC X(8).
        10 WS-RUN-ENTRY-STATUS PIC X(4).
        10 WS-RUN-ENTRY-DONE-FLAG PIC X(1).
01 WS-RUN-INDEX PIC 9(3) VALUE 0.
01 WS-RUN-SLOT PIC 9(3) VALUE 0.
01 WS-RUNS-OMITTED PIC 9(9) VALUE 0.

01 WS-RECON-GROUP-FLAG PIC X(1) VALUE 'N'.
    88 RECON-GROUP-OPEN VALUE 'Y'.
01 WS-GROUP-MATCH-KEY.
    05 WS-GROUP-DATE PIC X(10).
    05 WS-GROUP-NUMBER-A PIC S9(4)V9(6) SIGN LEADING SEPARATE.
    05 WS-GROUP-OPERATOR PIC X(1).
    05 WS-GROUP-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
01 WS-GROUP-AUDIT-COUNT PIC 9(9) VALUE 0.
01 WS-GROUP-GL-COUNT PIC 9(9) VALUE 0.
01 WS-GROUP-AUDIT-SUM PIC S9(9)V9(6) VALUE 0.
01 WS-GROUP-GL-SUM PIC S9(9)V9(6) VALUE 0.

01 WS-RUNS-CHECKED-COUNT PIC 9(9) VALUE 0.
01 WS-EXTRACTS-DUE-COUNT PIC 9(9) VALUE 0.
01 WS-AUDIT-LINE-COUNT PIC 9(9) VALUE 0.
01 WS-GL-POSTING-COUNT PIC 9(9) VALUE 0.
01 WS-HELD-POSTING-COUNT PIC 9(9) VALUE 0.
01 WS-RECON-DIFF-COUNT PIC 9(9) VALUE 0.
01 WS-HOLD-ITEM-COUNT PIC 9(9) VALUE 0.
01 WS-SUSP-ITEM-COUNT PIC 9(9) VALUE 0.
01 WS-RSLU-RECORD-COUNT PIC 9(9) VALUE 0.
01 WS-FILES-READ-COUNT PIC 9(9) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-3 PIC ZZZ,ZZZ,ZZ9.
01 WS-CHECK-NO-DISPLAY PIC Z9.
01 WS-AGE-DISPLAY PIC ZZZZ9.
01 WS-AMOUNT-DISPLAY-A PIC -(4)9.9(6).
01 WS-AMOUNT-DISPLAY-B PIC -(4)9.9(6).
01 WS-SUM-DISPLAY PIC -(9)9.9(6).
01 WS-SUM-DISPLAY-2 PIC -(9)9.9(6).
01 WS-CERTIFICATE-LINE PIC X(132) VALUE SPACES.

01 WS-SYS-DATE PIC X(8).
01 WS-SYS-DATE-NUM REDEFINES WS-SYS-DATE PIC 9(8).
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
    COMPUTE WS-RUN-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-SYS-DATE-NUM).

    DISPLAY 'Close action (C=Certify business date, R=Reopen'
        ' certified date): ' WITH NO ADVANCING.
    ACCEPT WS-CLOSE-ACTION.
    IF NOT CERTIFY-REQUESTED AND NOT REOPEN-REQUESTED
        DISPLAY 'Invalid close action ' WS-CLOSE-ACTION
            ' - use C or R'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM SIGN-ON-OPERATOR.
    PERFORM ACCEPT-CLOSE-DATE.
    PERFORM CHECK-CLOSE-REGISTER.

    IF REOPEN-REQUESTED
        PERFORM REOPEN-BUSINESS-DATE
    ELSE
        PERFORM CERTIFY-BUSINESS-DATE
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

        IF REOPEN-REQUESTED AND NOT SUPERVISOR-AUTHORITY
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not authorized'
                ' to reopen a certified business date - run refused'
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

ACCEPT-CLOSE-DATE.
    DISPLAY 'Business date (YYYY-MM-DD, blank=' WS-RUN-DATE
        '): ' WITH NO ADVANCING.
    ACCEPT WS-CLOSE-DATE.
    IF WS-CLOSE-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-CLOSE-DATE
    END-IF.

    MOVE 0 TO WS-CLOSE-INTEGER.
    IF WS-CLOSE-DATE(1:4) IS NUMERIC AND WS-CLOSE-DATE(5:1) = '-'
            AND WS-CLOSE-DATE(6:2) IS NUMERIC
            AND WS-CLOSE-DATE(8:1) = '-'
            AND WS-CLOSE-DATE(9:2) IS NUMERIC
        MOVE SPACES TO WS-ITEM-DATE-X
        STRING WS-CLOSE-DATE(1:4) WS-CLOSE-DATE(6:2)
            WS-CLOSE-DATE(9:2)
            DELIMITED BY SIZE INTO WS-ITEM-DATE-X
        IF WS-ITEM-DATE-X(5:2) >= '01' AND WS-ITEM-DATE-X(5:2) <= '12'
                AND WS-ITEM-DATE-X(7:2) >= '01'
                AND WS-ITEM-DATE-X(7:2) <= '31'
            COMPUTE WS-CLOSE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
        END-IF
    END-IF.

    IF WS-CLOSE-INTEGER = 0
        DISPLAY 'Invalid business date ' WS-CLOSE-DATE
            ' - use YYYY-MM-DD'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF CERTIFY-REQUESTED AND WS-CLOSE-INTEGER > WS-RUN-INTEGER
        DISPLAY 'Business date ' WS-CLOSE-DATE ' is in the future'
            ' - it cannot be certified yet'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-CLOSE-REGISTER.
    MOVE 'N' TO WS-DATE-CLOSED-FLAG.
    MOVE 'N' TO WS-CREG-EOF-SWITCH.
    MOVE SPACES TO WS-CLOSED-ON-DATE.
    MOVE SPACES TO WS-CLOSED-BY-ID.

    OPEN INPUT CLOSE-REGISTER-FILE.
    IF WS-CREG-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-CREG-FILE
            READ CLOSE-REGISTER-FILE
                AT END
                    SET END-OF-CREG-FILE TO TRUE
                NOT AT END
                    IF CLOS-BUS-DATE = WS-CLOSE-DATE
                        IF CLOS-ACTION = 'CERT'
                            SET BUSINESS-DATE-CLOSED TO TRUE
                            MOVE CLOS-DATE TO WS-CLOSED-ON-DATE
                            MOVE CLOS-OPERATOR-ID TO WS-CLOSED-BY-ID
                        ELSE
                        IF CLOS-ACTION = 'REOP'
                            MOVE 'N' TO WS-DATE-CLOSED-FLAG
                            MOVE SPACES TO WS-CLOSED-ON-DATE
                            MOVE SPACES TO WS-CLOSED-BY-ID
                        END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-REGISTER-FILE
    END-IF.

REOPEN-BUSINESS-DATE.
    IF NOT BUSINESS-DATE-CLOSED
        DISPLAY 'Business date ' WS-CLOSE-DATE ' is not certified'
            ' closed - nothing to reopen'
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY 'Business date ' WS-CLOSE-DATE ' certified on '
            WS-CLOSED-ON-DATE ' by ' WS-CLOSED-BY-ID
        DISPLAY 'Reason for reopening: ' WITH NO ADVANCING
        ACCEPT WS-REOPEN-REASON
        IF WS-REOPEN-REASON = SPACES
            DISPLAY 'A reason is required to reopen a certified'
                ' business date - nothing changed'
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE SPACES TO CLOSE-REGISTER-RECORD
            MOVE WS-CLOSE-DATE TO CLOS-BUS-DATE
            MOVE 'REOP' TO CLOS-ACTION
            MOVE 0 TO CLOS-CHECKS-FAILED
            MOVE WS-REOPEN-REASON TO CLOS-REASON
            PERFORM WRITE-CLOSE-REGISTER
            DISPLAY 'Business date ' WS-CLOSE-DATE ' reopened -'
                ' batch runs for the date will be accepted until it'
                ' is certified again'
        END-IF
    END-IF.

CERTIFY-BUSINESS-DATE.
    IF BUSINESS-DATE-CLOSED
        DISPLAY 'Business date ' WS-CLOSE-DATE ' is already certified'
            ' closed on ' WS-CLOSED-ON-DATE ' - nothing done'
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM INITIALIZE-CHECK-TABLE
        PERFORM LOAD-OPEN-PERIOD
        PERFORM LOAD-ESCALATION-AGE

        PERFORM CHECK-RUN-HISTORY
        PERFORM CHECK-EXTRACT-ACKS
        PERFORM CHECK-AUDIT-GL-RECON
        PERFORM CHECK-HELD-ITEMS
        PERFORM CHECK-SUSPENSE-ITEMS
        PERFORM CHECK-CHECKPOINT-FILE
        PERFORM CHECK-RESULTS-UPDATES

        PERFORM COUNT-FAILED-CHECKS
        PERFORM WRITE-CLOSE-REPORT

        MOVE SPACES TO CLOSE-REGISTER-RECORD
        MOVE WS-CLOSE-DATE TO CLOS-BUS-DATE
        MOVE WS-FAILED-CHECK-COUNT TO CLOS-CHECKS-FAILED
        IF WS-FAILED-CHECK-COUNT = 0
            MOVE 'CERT' TO CLOS-ACTION
            MOVE 'ALL CLOSE-OF-DAY CHECKS PASSED' TO CLOS-REASON
        ELSE
            MOVE 'FAIL' TO CLOS-ACTION
            MOVE WS-FIRST-FAILED-CHECK TO WS-CHECK-NO-DISPLAY
            STRING 'CHECK' WS-CHECK-NO-DISPLAY ' FAILED - '
                WS-CHECK-REASON(WS-FIRST-FAILED-CHECK, 1)
                DELIMITED BY SIZE INTO CLOS-REASON
            MOVE 8 TO RETURN-CODE
        END-IF
        PERFORM WRITE-CLOSE-REGISTER

        DISPLAY WS-CERTIFICATE-LINE
        DISPLAY 'Close checklist written to CALCCLOS.RPT'
    END-IF.

WRITE-CLOSE-REGISTER.
    MOVE WS-RUN-DATE TO CLOS-DATE.
    MOVE WS-RUN-TIME TO CLOS-TIME.
    MOVE WS-OPERATOR-ID TO CLOS-OPERATOR-ID.

    OPEN EXTEND CLOSE-REGISTER-FILE.
    IF WS-CREG-FILE-STATUS = '35'
        OPEN OUTPUT CLOSE-REGISTER-FILE
        CLOSE CLOSE-REGISTER-FILE
        OPEN EXTEND CLOSE-REGISTER-FILE
    END-IF.
    WRITE CLOSE-REGISTER-RECORD.
    CLOSE CLOSE-REGISTER-FILE.

INITIALIZE-CHECK-TABLE.
    MOVE 'Runs have completion records . . : ' TO WS-CHECK-TITLE(1).
    MOVE 'No run ended OOB, FULL or OPEN . : ' TO WS-CHECK-TITLE(2).
    MOVE 'Extracts acknowledged  . . . . . : ' TO WS-CHECK-TITLE(3).
    MOVE 'Audit log and GL reconcile . . . : ' TO WS-CHECK-TITLE(4).
    MOVE 'Holds within escalation age  . . : ' TO WS-CHECK-TITLE(5).
    MOVE 'Suspense within escalation age . : ' TO WS-CHECK-TITLE(6).
    MOVE 'Checkpoint file empty  . . . . . : ' TO WS-CHECK-TITLE(7).
    MOVE 'Results updates file empty . . . : ' TO WS-CHECK-TITLE(8).

    PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-CHECK-INDEX > 8
        MOVE 'PASS' TO WS-CHECK-RESULT(WS-CHECK-INDEX)
        MOVE SPACES TO WS-CHECK-DETAIL(WS-CHECK-INDEX)
        MOVE 0 TO WS-CHECK-REASON-COUNT(WS-CHECK-INDEX)
        MOVE 0 TO WS-CHECK-REASONS-OMITTED(WS-CHECK-INDEX)
    END-PERFORM.

ADD-CHECK-REASON.
    MOVE 'FAIL' TO WS-CHECK-RESULT(WS-CHECK-NO).
    IF WS-CHECK-REASON-COUNT(WS-CHECK-NO) >= 5
        ADD 1 TO WS-CHECK-REASONS-OMITTED(WS-CHECK-NO)
    ELSE
        ADD 1 TO WS-CHECK-REASON-COUNT(WS-CHECK-NO)
        MOVE WS-REASON-TEXT TO WS-CHECK-REASON(WS-CHECK-NO,
            WS-CHECK-REASON-COUNT(WS-CHECK-NO))
    END-IF.

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

    MOVE WS-CLOSE-DATE(1:7) TO WS-FROM-PERIOD.
    IF WS-OPEN-PERIOD > WS-RUN-DATE(1:7)
        MOVE WS-OPEN-PERIOD TO WS-TO-PERIOD
    ELSE
        MOVE WS-RUN-DATE(1:7) TO WS-TO-PERIOD
    END-IF.

LOAD-ESCALATION-AGE.
    OPEN INPUT ESCALATION-FILE.
    IF WS-ESCA-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        READ ESCALATION-FILE
            AT END
                CONTINUE
            NOT AT END
                IF ESCA-AGE-DAYS IS NUMERIC AND ESCA-AGE-DAYS > 0
                    MOVE ESCA-AGE-DAYS TO WS-ESCALATION-AGE
                END-IF
        END-READ
        CLOSE ESCALATION-FILE
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

COMPUTE-ITEM-AGE.
    IF WS-ITEM-DATE(1:4) IS NUMERIC
            AND WS-ITEM-DATE(6:2) IS NUMERIC
            AND WS-ITEM-DATE(9:2) IS NUMERIC
        MOVE SPACES TO WS-ITEM-DATE-X
        STRING WS-ITEM-DATE(1:4) WS-ITEM-DATE(6:2) WS-ITEM-DATE(9:2)
            DELIMITED BY SIZE INTO WS-ITEM-DATE-X
        COMPUTE WS-ITEM-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
        IF WS-ITEM-INTEGER = 0
                OR WS-ITEM-INTEGER > WS-RUN-INTEGER
            MOVE 99999 TO WS-ITEM-AGE
        ELSE
            IF WS-ITEM-INTEGER > WS-CLOSE-INTEGER
                MOVE 0 TO WS-ITEM-AGE
            ELSE
                COMPUTE WS-ITEM-AGE =
                    WS-CLOSE-INTEGER - WS-ITEM-INTEGER
            END-IF
        END-IF
    ELSE
        MOVE 99999 TO WS-ITEM-AGE
    END-IF.

CHECK-RUN-HISTORY.
    PERFORM LOAD-SCOPE-RUNS.

    MOVE 'N' TO WS-RUNS-EOF-SWITCH.
    OPEN INPUT RUN-HISTORY-FILE.
    IF WS-RUNS-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-RUNS-FILE
            READ RUN-HISTORY-FILE
                AT END
                    SET END-OF-RUNS-FILE TO TRUE
                NOT AT END
                    PERFORM STORE-RUN-RECORD
            END-READ
        END-PERFORM
        CLOSE RUN-HISTORY-FILE
    END-IF.

    PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
            UNTIL WS-RUN-INDEX > WS-RUN-COUNT
        ADD 1 TO WS-RUNS-CHECKED-COUNT
        IF WS-RUN-ENTRY-DONE-FLAG(WS-RUN-INDEX) NOT = 'Y'
            MOVE 1 TO WS-CHECK-NO
            MOVE SPACES TO WS-REASON-TEXT
            STRING 'RUN ' WS-RUN-ENTRY-ID(WS-RUN-INDEX)
                ' STARTED ' WS-RUN-ENTRY-START-DATE(WS-RUN-INDEX)
                ' ' WS-RUN-ENTRY-START-TIME(WS-RUN-INDEX)
                ' ON ' WS-RUN-ENTRY-FILENAME(WS-RUN-INDEX)
                ' HAS NO COMPLETION RECORD'
                DELIMITED BY SIZE INTO WS-REASON-TEXT
            PERFORM ADD-CHECK-REASON
        ELSE
            IF WS-RUN-ENTRY-STATUS(WS-RUN-INDEX) = 'OOB'
                    OR WS-RUN-ENTRY-STATUS(WS-RUN-INDEX) = 'FULL'
                    OR WS-RUN-ENTRY-STATUS(WS-RUN-INDEX) = 'OPEN'
                MOVE 2 TO WS-CHECK-NO
                MOVE SPACES TO WS-REASON-TEXT
                STRING 'RUN ' WS-RUN-ENTRY-ID(WS-RUN-INDEX)
                    ' ON ' WS-RUN-ENTRY-FILENAME(WS-RUN-INDEX)
                    ' ENDED ' WS-RUN-ENTRY-STATUS(WS-RUN-INDEX)
                    DELIMITED BY SIZE INTO WS-REASON-TEXT
                PERFORM ADD-CHECK-REASON
            END-IF
        END-IF
    END-PERFORM.

    IF WS-RUNS-OMITTED > 0
        MOVE 1 TO WS-CHECK-NO
        MOVE WS-RUNS-OMITTED TO WS-COUNT-DISPLAY
        MOVE SPACES TO WS-REASON-TEXT
        STRING 'MORE THAN 500 RUNS FOR THE DATE - RUNS NOT CHECKED: '
            WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM ADD-CHECK-REASON
    END-IF.

    MOVE WS-RUNS-CHECKED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO WS-CHECK-DETAIL(1).
    STRING 'BATCH RUNS FOR THE DATE' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(1).
    MOVE WS-CHECK-DETAIL(1) TO WS-CHECK-DETAIL(2).

LOAD-SCOPE-RUNS.
    MOVE 'N' TO WS-BREG-EOF-SWITCH.
    OPEN INPUT BATCH-REGISTER-FILE.
    IF WS-BREG-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-BREG-FILE
            READ BATCH-REGISTER-FILE
                AT END
                    SET END-OF-BREG-FILE TO TRUE
                NOT AT END
                    IF BREG-BUS-DATE = WS-CLOSE-DATE
                            AND BREG-RUN-ID NOT = SPACES
                        PERFORM ADD-SCOPE-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCH-REGISTER-FILE
    END-IF.

ADD-SCOPE-RUN.
    MOVE 'N' TO WS-SCOPE-FOUND-FLAG.
    PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
            UNTIL WS-RUN-INDEX > WS-SCOPE-RUN-COUNT
               OR RUN-IN-SCOPE
        IF WS-SCOPE-RUN-ID(WS-RUN-INDEX) = BREG-RUN-ID
            SET RUN-IN-SCOPE TO TRUE
        END-IF
    END-PERFORM.
    IF NOT RUN-IN-SCOPE AND WS-SCOPE-RUN-COUNT < 500
        ADD 1 TO WS-SCOPE-RUN-COUNT
        MOVE BREG-RUN-ID TO WS-SCOPE-RUN-ID(WS-SCOPE-RUN-COUNT)
    END-IF.

STORE-RUN-RECORD.
    MOVE 'N' TO WS-SCOPE-FOUND-FLAG.
    IF RUN-HIST-START-DATE = WS-CLOSE-DATE
        SET RUN-IN-SCOPE TO TRUE
    ELSE
        PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
                UNTIL WS-RUN-INDEX > WS-SCOPE-RUN-COUNT
                   OR RUN-IN-SCOPE
            IF WS-SCOPE-RUN-ID(WS-RUN-INDEX) = RUN-HIST-RUN-ID
                SET RUN-IN-SCOPE TO TRUE
            END-IF
        END-PERFORM
    END-IF.

    IF RUN-IN-SCOPE
        IF RUN-HIST-STATUS = 'STRT'
            PERFORM ADD-RUN-ENTRY
        ELSE
            PERFORM COMPLETE-RUN-ENTRY
        END-IF
    END-IF.

ADD-RUN-ENTRY.
    IF WS-RUN-COUNT >= 500
        ADD 1 TO WS-RUNS-OMITTED
        MOVE 0 TO WS-RUN-SLOT
    ELSE
        ADD 1 TO WS-RUN-COUNT
        MOVE WS-RUN-COUNT TO WS-RUN-SLOT
        MOVE RUN-HIST-RUN-ID TO WS-RUN-ENTRY-ID(WS-RUN-COUNT)
        MOVE RUN-HIST-TRANS-FILENAME
            TO WS-RUN-ENTRY-FILENAME(WS-RUN-COUNT)
        MOVE RUN-HIST-START-DATE
            TO WS-RUN-ENTRY-START-DATE(WS-RUN-COUNT)
        MOVE RUN-HIST-START-TIME
            TO WS-RUN-ENTRY-START-TIME(WS-RUN-COUNT)
        MOVE 'STRT' TO WS-RUN-ENTRY-STATUS(WS-RUN-COUNT)
        MOVE 'N' TO WS-RUN-ENTRY-DONE-FLAG(WS-RUN-COUNT)
    END-IF.

COMPLETE-RUN-ENTRY.
    MOVE 0 TO WS-RUN-SLOT.
    PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
            UNTIL WS-RUN-INDEX > WS-RUN-COUNT
               OR WS-RUN-SLOT > 0
        IF WS-RUN-ENTRY-ID(WS-RUN-INDEX) = RUN-HIST-RUN-ID
                AND WS-RUN-ENTRY-DONE-FLAG(WS-RUN-INDEX) = 'N'
            MOVE WS-RUN-INDEX TO WS-RUN-SLOT
        END-IF
    END-PERFORM.

    IF WS-RUN-SLOT = 0
        PERFORM ADD-RUN-ENTRY
    END-IF.

    IF WS-RUN-SLOT > 0
        MOVE RUN-HIST-STATUS TO WS-RUN-ENTRY-STATUS(WS-RUN-SLOT)
        MOVE 'Y' TO WS-RUN-ENTRY-DONE-FLAG(WS-RUN-SLOT)
    END-IF.

CHECK-EXTRACT-ACKS.
    MOVE 3 TO WS-CHECK-NO.
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
                        PERFORM CHECK-ONE-EXTRACT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XMIT-REGISTER-FILE
    END-IF.

    MOVE WS-EXTRACTS-DUE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO WS-CHECK-DETAIL(3).
    STRING 'EXTRACTS CUT MORE THAN A DAY BEFORE' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(3).

CHECK-ONE-EXTRACT.
    MOVE XREG-CUT-DATE TO WS-ITEM-DATE.
    PERFORM COMPUTE-ITEM-AGE.

    IF XREG-CUT-DATE <= WS-CLOSE-DATE AND WS-ITEM-AGE > 1
        ADD 1 TO WS-EXTRACTS-DUE-COUNT
        IF XREG-STATUS NOT = 'ACKD'
            MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
            MOVE SPACES TO WS-REASON-TEXT
            STRING 'EXTRACT ' XREG-NUMBER ' CUT ' XREG-CUT-DATE
                ' STATUS ' XREG-STATUS ' - NOT ACKNOWLEDGED AFTER'
                WS-AGE-DISPLAY ' DAYS'
                DELIMITED BY SIZE INTO WS-REASON-TEXT
            PERFORM ADD-CHECK-REASON
        END-IF
    END-IF.

CHECK-AUDIT-GL-RECON.
    MOVE 4 TO WS-CHECK-NO.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-MATCH-KEY
        ON ASCENDING KEY SORT-SOURCE
        INPUT PROCEDURE IS COLLECT-RECON-LINES
        OUTPUT PROCEDURE IS RECONCILE-RECON-LINES.

    MOVE WS-AUDIT-LINE-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-GL-POSTING-COUNT TO WS-COUNT-DISPLAY-2.
    MOVE WS-HELD-POSTING-COUNT TO WS-COUNT-DISPLAY-3.
    MOVE SPACES TO WS-CHECK-DETAIL(4).
    STRING 'AUDIT LINES' WS-COUNT-DISPLAY
        '  GL POSTINGS' WS-COUNT-DISPLAY-2
        '  HELD' WS-COUNT-DISPLAY-3
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(4).

COLLECT-RECON-LINES.
    PERFORM FIRST-SCAN-MONTH.
    PERFORM UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD
        MOVE SPACES TO WS-AUDIT-FILENAME
        STRING 'CALCAUDIT.' WS-SCAN-PERIOD(1:4) WS-SCAN-PERIOD(6:2)
            '.ARC' DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
        PERFORM RELEASE-AUDIT-FILE
        MOVE SPACES TO WS-GL-FILENAME
        STRING 'CALCGL.' WS-SCAN-PERIOD(1:4) WS-SCAN-PERIOD(6:2)
            '.ARC' DELIMITED BY SIZE INTO WS-GL-FILENAME
        PERFORM RELEASE-GL-FILE
        PERFORM ADVANCE-SCAN-MONTH
    END-PERFORM.

    MOVE 'CALCAUDIT.LOG' TO WS-AUDIT-FILENAME.
    PERFORM RELEASE-AUDIT-FILE.
    MOVE 'CALCGL.OUT' TO WS-GL-FILENAME.
    PERFORM RELEASE-GL-FILE.
    PERFORM RELEASE-HELD-POSTINGS.

RELEASE-AUDIT-FILE.
    MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO WS-FILES-READ-COUNT
        PERFORM UNTIL END-OF-AUDIT-FILE
            READ AUDIT-FILE
                AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                NOT AT END
                    IF AUDIT-DATE = WS-CLOSE-DATE
                        ADD 1 TO WS-AUDIT-LINE-COUNT
                        MOVE SPACES TO SORT-RECON-RECORD
                        MOVE AUDIT-DATE TO SORT-KEY-DATE
                        MOVE AUDIT-NUMBER-A TO SORT-KEY-NUMBER-A
                        MOVE AUDIT-OPERATOR TO SORT-KEY-OPERATOR
                        MOVE AUDIT-NUMBER-B TO SORT-KEY-NUMBER-B
                        MOVE 'A' TO SORT-SOURCE
                        MOVE AUDIT-RESULT TO SORT-RESULT
                        RELEASE SORT-RECON-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

RELEASE-GL-FILE.
    MOVE 'N' TO WS-GL-EOF-SWITCH.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        ADD 1 TO WS-FILES-READ-COUNT
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    IF GL-DATE = WS-CLOSE-DATE
                            AND GL-REVERSED-REF(1:1) = SPACE
                        ADD 1 TO WS-GL-POSTING-COUNT
                        PERFORM RELEASE-GL-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

RELEASE-HELD-POSTINGS.
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
                    MOVE HOLD-GL-IMAGE TO GL-RECORD
                    IF GL-DATE = WS-CLOSE-DATE
                            AND GL-REVERSED-REF(1:1) = SPACE
                        ADD 1 TO WS-HELD-POSTING-COUNT
                        PERFORM RELEASE-GL-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

RELEASE-GL-POSTING.
    MOVE SPACES TO SORT-RECON-RECORD.
    MOVE GL-DATE TO SORT-KEY-DATE.
    MOVE GL-NUMBER-A TO SORT-KEY-NUMBER-A.
    MOVE GL-OPERATOR TO SORT-KEY-OPERATOR.
    MOVE GL-NUMBER-B TO SORT-KEY-NUMBER-B.
    MOVE 'G' TO SORT-SOURCE.
    MOVE GL-RESULT TO SORT-RESULT.
    RELEASE SORT-RECON-RECORD.

RECONCILE-RECON-LINES.
    MOVE 'N' TO WS-SORT-EOF-SWITCH.
    MOVE 'N' TO WS-RECON-GROUP-FLAG.
    PERFORM UNTIL END-OF-SORT-FILE
        RETURN SORT-WORK-FILE
            AT END
                SET END-OF-SORT-FILE TO TRUE
            NOT AT END
                PERFORM TALLY-RECON-LINE
        END-RETURN
    END-PERFORM.

    IF RECON-GROUP-OPEN
        PERFORM CLOSE-RECON-GROUP
    END-IF.

TALLY-RECON-LINE.
    IF RECON-GROUP-OPEN AND SORT-MATCH-KEY NOT = WS-GROUP-MATCH-KEY
        PERFORM CLOSE-RECON-GROUP
    END-IF.

    IF NOT RECON-GROUP-OPEN
        SET RECON-GROUP-OPEN TO TRUE
        MOVE SORT-MATCH-KEY TO WS-GROUP-MATCH-KEY
        MOVE 0 TO WS-GROUP-AUDIT-COUNT
        MOVE 0 TO WS-GROUP-GL-COUNT
        MOVE 0 TO WS-GROUP-AUDIT-SUM
        MOVE 0 TO WS-GROUP-GL-SUM
    END-IF.

    IF SORT-SOURCE = 'A'
        ADD 1 TO WS-GROUP-AUDIT-COUNT
        ADD SORT-RESULT TO WS-GROUP-AUDIT-SUM
    ELSE
        ADD 1 TO WS-GROUP-GL-COUNT
        ADD SORT-RESULT TO WS-GROUP-GL-SUM
    END-IF.

CLOSE-RECON-GROUP.
    MOVE 'N' TO WS-RECON-GROUP-FLAG.
    MOVE WS-GROUP-NUMBER-A TO WS-AMOUNT-DISPLAY-A.
    MOVE WS-GROUP-NUMBER-B TO WS-AMOUNT-DISPLAY-B.

    IF WS-GROUP-AUDIT-COUNT NOT = WS-GROUP-GL-COUNT
        ADD 1 TO WS-RECON-DIFF-COUNT
        MOVE WS-GROUP-AUDIT-COUNT TO WS-COUNT-DISPLAY
        MOVE WS-GROUP-GL-COUNT TO WS-COUNT-DISPLAY-2
        MOVE SPACES TO WS-REASON-TEXT
        STRING WS-AMOUNT-DISPLAY-A ' ' WS-GROUP-OPERATOR ' '
            WS-AMOUNT-DISPLAY-B ' - AUDIT LINES' WS-COUNT-DISPLAY
            '  GL POSTINGS' WS-COUNT-DISPLAY-2
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM ADD-CHECK-REASON
    ELSE
        IF WS-GROUP-AUDIT-SUM NOT = WS-GROUP-GL-SUM
            ADD 1 TO WS-RECON-DIFF-COUNT
            MOVE WS-GROUP-AUDIT-SUM TO WS-SUM-DISPLAY
            MOVE WS-GROUP-GL-SUM TO WS-SUM-DISPLAY-2
            MOVE SPACES TO WS-REASON-TEXT
            STRING WS-AMOUNT-DISPLAY-A ' ' WS-GROUP-OPERATOR ' '
                WS-AMOUNT-DISPLAY-B ' - RESULT ON AUDIT'
                WS-SUM-DISPLAY ' ON GL' WS-SUM-DISPLAY-2
                DELIMITED BY SIZE INTO WS-REASON-TEXT
            PERFORM ADD-CHECK-REASON
        END-IF
    END-IF.

CHECK-HELD-ITEMS.
    MOVE 5 TO WS-CHECK-NO.
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
                    PERFORM CHECK-ONE-HELD-ITEM
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

    MOVE WS-ESCALATION-AGE TO WS-AGE-DISPLAY.
    MOVE WS-HOLD-ITEM-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO WS-CHECK-DETAIL(5).
    STRING 'ESCALATION AGE' WS-AGE-DISPLAY ' DAYS  HELD ITEMS'
        WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(5).

CHECK-ONE-HELD-ITEM.
    ADD 1 TO WS-HOLD-ITEM-COUNT.
    MOVE HOLD-HELD-DATE TO WS-ITEM-DATE.
    PERFORM COMPUTE-ITEM-AGE.

    IF WS-ITEM-AGE >= WS-ESCALATION-AGE
        MOVE HOLD-GL-IMAGE TO GL-RECORD
        MOVE GL-RESULT TO WS-AMOUNT-DISPLAY-A
        MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
        MOVE SPACES TO WS-REASON-TEXT
        STRING 'HELD POSTING GL REF ' GL-REFERENCE
            ' HELD ' HOLD-HELD-DATE
            ' AGE' WS-AGE-DISPLAY ' DAYS  AMOUNT '
            WS-AMOUNT-DISPLAY-A ' BATCH ' GL-BATCH-ID
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM ADD-CHECK-REASON
    END-IF.

CHECK-SUSPENSE-ITEMS.
    MOVE 6 TO WS-CHECK-NO.
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
                    PERFORM CHECK-ONE-SUSPENSE-ITEM
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

    MOVE WS-ESCALATION-AGE TO WS-AGE-DISPLAY.
    MOVE WS-SUSP-ITEM-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO WS-CHECK-DETAIL(6).
    STRING 'ESCALATION AGE' WS-AGE-DISPLAY ' DAYS  SUSPENSE ITEMS'
        WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(6).

CHECK-ONE-SUSPENSE-ITEM.
    ADD 1 TO WS-SUSP-ITEM-COUNT.
    MOVE SUSP-RUN-DATE TO WS-ITEM-DATE.
    PERFORM COMPUTE-ITEM-AGE.

    IF WS-ITEM-AGE >= WS-ESCALATION-AGE
        MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
        MOVE SPACES TO WS-REASON-TEXT
        STRING 'SUSPENSE ' SUSP-REASON-CODE
            ' KEY ' SUSP-TRANS-DATA(1:6)
            ' BATCH ' SUSP-BATCH-ID
            ' DATED ' SUSP-RUN-DATE
            ' AGE' WS-AGE-DISPLAY ' DAYS  OPERATOR '
            SUSP-OPERATOR-ID
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM ADD-CHECK-REASON
    END-IF.

CHECK-CHECKPOINT-FILE.
    MOVE 7 TO WS-CHECK-NO.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-FILE-STATUS NOT = '00'
        MOVE 'NO CHECKPOINT FILE' TO WS-CHECK-DETAIL(7)
    ELSE
        READ CHECKPOINT-FILE
            AT END
                MOVE 'NO CHECKPOINT ON FILE' TO WS-CHECK-DETAIL(7)
            NOT AT END
                MOVE 'CHECKPOINT ON FILE' TO WS-CHECK-DETAIL(7)
                MOVE SPACES TO WS-REASON-TEXT
                STRING 'CHECKPOINT AT KEY ' CKPT-LAST-KEY
                    ' IN BATCH SET ' CKPT-LAST-BATCH-NO
                    ' - A BATCH RUN STOPPED PART-WAY AND HAS NOT BEEN'
                    ' RESTARTED'
                    DELIMITED BY SIZE INTO WS-REASON-TEXT
                PERFORM ADD-CHECK-REASON
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.

CHECK-RESULTS-UPDATES.
    MOVE 8 TO WS-CHECK-NO.
    MOVE 'N' TO WS-RSLU-EOF-SWITCH.
    OPEN INPUT RESULTS-UPDATE-FILE.
    IF WS-RSLU-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-RSLU-FILE
            READ RESULTS-UPDATE-FILE
                AT END
                    SET END-OF-RSLU-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-RSLU-RECORD-COUNT
            END-READ
        END-PERFORM
        CLOSE RESULTS-UPDATE-FILE
    END-IF.

    MOVE WS-RSLU-RECORD-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO WS-CHECK-DETAIL(8).
    STRING 'PENDING RESULTS UPDATES' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-CHECK-DETAIL(8).

    IF WS-RSLU-RECORD-COUNT > 0
        MOVE SPACES TO WS-REASON-TEXT
        STRING 'CALCRSLT.UPD HOLDS' WS-COUNT-DISPLAY
            ' UPDATES NOT YET MERGED INTO CALCRSLT.MST'
            DELIMITED BY SIZE INTO WS-REASON-TEXT
        PERFORM ADD-CHECK-REASON
    END-IF.

COUNT-FAILED-CHECKS.
    MOVE 0 TO WS-FAILED-CHECK-COUNT.
    MOVE 0 TO WS-FIRST-FAILED-CHECK.
    PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-CHECK-INDEX > 8
        IF WS-CHECK-RESULT(WS-CHECK-INDEX) = 'FAIL'
            ADD 1 TO WS-FAILED-CHECK-COUNT
            IF WS-FIRST-FAILED-CHECK = 0
                MOVE WS-CHECK-INDEX TO WS-FIRST-FAILED-CHECK
            END-IF
        END-IF
    END-PERFORM.

WRITE-CLOSE-REPORT.
    OPEN OUTPUT CLOSE-REPORT-FILE.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    STRING 'DAILY CLOSE CERTIFICATION CHECKLIST  ' WS-RUN-DATE ' '
        WS-RUN-TIME
        DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    STRING 'Business date  . . . . . . . . . : ' WS-CLOSE-DATE
        DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    IF OPERATOR-CONTROL-ACTIVE
        MOVE SPACES TO CLOSE-REPORT-RECORD
        STRING 'Operator . . . . . . . . . . . . : ' WS-OPERATOR-ID
            DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
        WRITE CLOSE-REPORT-RECORD
    END-IF.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-CHECK-INDEX > 8
        MOVE WS-CHECK-INDEX TO WS-CHECK-NO-DISPLAY
        MOVE SPACES TO CLOSE-REPORT-RECORD
        STRING WS-CHECK-NO-DISPLAY '. ' WS-CHECK-TITLE(WS-CHECK-INDEX)
            WS-CHECK-RESULT(WS-CHECK-INDEX) '  '
            WS-CHECK-DETAIL(WS-CHECK-INDEX)
            DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
        WRITE CLOSE-REPORT-RECORD
        PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                UNTIL WS-REASON-INDEX
                    > WS-CHECK-REASON-COUNT(WS-CHECK-INDEX)
            MOVE SPACES TO CLOSE-REPORT-RECORD
            STRING '      - '
                WS-CHECK-REASON(WS-CHECK-INDEX, WS-REASON-INDEX)
                DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
            WRITE CLOSE-REPORT-RECORD
        END-PERFORM
        IF WS-CHECK-REASONS-OMITTED(WS-CHECK-INDEX) > 0
            MOVE WS-CHECK-REASONS-OMITTED(WS-CHECK-INDEX)
                TO WS-COUNT-DISPLAY
            MOVE SPACES TO CLOSE-REPORT-RECORD
            STRING '      - ... FURTHER REASONS NOT PRINTED: '
                WS-COUNT-DISPLAY
                DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
            WRITE CLOSE-REPORT-RECORD
        END-IF
    END-PERFORM.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    COMPUTE WS-CHECK-NO = 8 - WS-FAILED-CHECK-COUNT.
    MOVE WS-CHECK-NO TO WS-COUNT-DISPLAY.
    MOVE SPACES TO CLOSE-REPORT-RECORD.
    STRING 'Checks passed  . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    MOVE WS-FAILED-CHECK-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO CLOSE-REPORT-RECORD.
    STRING 'Checks failed  . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    MOVE SPACES TO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    MOVE SPACES TO WS-CERTIFICATE-LINE.
    IF WS-FAILED-CHECK-COUNT = 0
        STRING 'CERTIFIED - BUSINESS DATE ' WS-CLOSE-DATE
            ' CLOSED, ALL CHECKS PASSED, CERTIFIED ' WS-RUN-DATE ' '
            WS-RUN-TIME ' ' WS-OPERATOR-ID
            DELIMITED BY SIZE INTO WS-CERTIFICATE-LINE
    ELSE
        MOVE WS-FAILED-CHECK-COUNT TO WS-CHECK-NO-DISPLAY
        STRING 'NOT CERTIFIED - BUSINESS DATE ' WS-CLOSE-DATE
            ' REMAINS OPEN,' WS-CHECK-NO-DISPLAY
            ' CHECK(S) FAILED - SEE REASONS ABOVE'
            DELIMITED BY SIZE INTO WS-CERTIFICATE-LINE
    END-IF.
    MOVE WS-CERTIFICATE-LINE TO CLOSE-REPORT-RECORD.
    WRITE CLOSE-REPORT-RECORD.

    CLOSE CLOSE-REPORT-FILE.
