IDENTIFICATION DIVISION.
PROGRAM-ID. RepairRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT APPROVAL-FILE ASSIGN TO "CALCAPRV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRV-FILE-STATUS.

    SELECT APPROVAL-REPORT-FILE ASSIGN TO "CALCAPRV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUSPENSE-FILE.
    COPY SUSPREC.

FD APPROVAL-FILE.
    COPY APRVREC.

FD APPROVAL-REPORT-FILE.
    COPY APRVRPT.

WORKING-STORAGE SECTION.
    COPY TRANREC.

01 WS-SUSP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-APRV-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-SUSP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
01 WS-APRV-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-APPROVAL-FILE VALUE 'Y'.

01 WS-FROM-DATE PIC X(10) VALUE SPACES.

01 WS-PENDING-COUNT PIC 9(9) VALUE 0.
01 WS-DECISION-COUNT PIC 9(9) VALUE 0.
01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
01 WS-NOT-CLEARED-COUNT PIC 9(9) VALUE 0.
01 WS-DECLINED-COUNT PIC 9(9) VALUE 0.
01 WS-SELF-APPROVAL-COUNT PIC 9(9) VALUE 0.

01 WS-VALUE-NUMBER-A PIC S9(4)V9(6) VALUE 0.
01 WS-VALUE-OPERATOR PIC X(1) VALUE SPACE.
01 WS-VALUE-NUMBER-B PIC S9(4)V9(6) SIGN LEADING SEPARATE.
01 WS-VALUE-NUMBER-B-X REDEFINES WS-VALUE-NUMBER-B PIC X(11).
01 WS-VALUE-TEXT PIC X(27) VALUE SPACES.
01 WS-ORIGINAL-TEXT PIC X(27) VALUE SPACES.
01 WS-CORRECTED-TEXT PIC X(27) VALUE SPACES.
01 WS-B-TEXT PIC X(12) VALUE SPACES.
01 WS-SELF-FLAG-TEXT PIC X(14) VALUE SPACES.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-AMOUNT-DISPLAY PIC -(4)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    DISPLAY 'Approvals made from (YYYY-MM-DD, blank=all): '
        WITH NO ADVANCING.
    ACCEPT WS-FROM-DATE.

    PERFORM OPEN-APPROVAL-REPORT.
    PERFORM LIST-PENDING-REPAIRS.
    PERFORM LIST-APPROVALS-MADE.
    PERFORM WRITE-APPROVAL-SUMMARY.
    CLOSE APPROVAL-REPORT-FILE.

    IF WS-SELF-APPROVAL-COUNT > 0
        MOVE 8 TO RETURN-CODE
        MOVE WS-SELF-APPROVAL-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Repairs approved by their own maker - refer to'
            ' audit: ' WS-COUNT-DISPLAY
    ELSE
        MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Repairs awaiting approval: ' WS-COUNT-DISPLAY
    END-IF.

    STOP RUN.

OPEN-APPROVAL-REPORT.
    OPEN OUTPUT APPROVAL-REPORT-FILE.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'SUSPENSE REPAIR APPROVAL LISTING  ' WS-RUN-DATE
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    IF WS-FROM-DATE = SPACES
        MOVE 'Report from date . . . . . . . . : ALL'
            TO APPROVAL-REPORT-RECORD
    ELSE
        STRING 'Report from date . . . . . . . . : ' WS-FROM-DATE
            DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD
    END-IF.
    WRITE APPROVAL-REPORT-RECORD.

LIST-PENDING-REPAIRS.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    MOVE 'REPAIRS AWAITING APPROVAL' TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'KEY    BATCH    RSN ORIGINAL                   '
        ' CORRECTED                   MAKER    REPAIRED'
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSP-FILE-STATUS NOT = '00'
        SET END-OF-SUSPENSE-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-SUSPENSE-FILE
            READ SUSPENSE-FILE
                AT END
                    SET END-OF-SUSPENSE-FILE TO TRUE
                NOT AT END
                    IF SUSP-APPROVAL-STATUS = 'PEND'
                        PERFORM LIST-PENDING-REPAIR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

    IF WS-PENDING-COUNT = 0
        MOVE SPACES TO APPROVAL-REPORT-RECORD
        MOVE 'NO REPAIRS AWAITING APPROVAL' TO APPROVAL-REPORT-RECORD
        WRITE APPROVAL-REPORT-RECORD
    END-IF.

LIST-PENDING-REPAIR.
    ADD 1 TO WS-PENDING-COUNT.
    MOVE SUSP-TRANS-DATA TO TRANS-RECORD.

    MOVE SUSP-ORIGINAL-NUMBER-A TO WS-VALUE-NUMBER-A.
    MOVE SUSP-ORIGINAL-OPERATOR TO WS-VALUE-OPERATOR.
    MOVE SUSP-ORIGINAL-NUMBER-B-X TO WS-VALUE-NUMBER-B-X.
    PERFORM FORMAT-VALUE-TEXT.
    MOVE WS-VALUE-TEXT TO WS-ORIGINAL-TEXT.

    MOVE TRANS-NUMBER-A TO WS-VALUE-NUMBER-A.
    MOVE TRANS-OPERATOR TO WS-VALUE-OPERATOR.
    MOVE TRANS-NUMBER-B-X TO WS-VALUE-NUMBER-B-X.
    PERFORM FORMAT-VALUE-TEXT.
    MOVE WS-VALUE-TEXT TO WS-CORRECTED-TEXT.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING TRANS-KEY ' ' SUSP-BATCH-ID ' ' SUSP-REASON-CODE
        ' ' WS-ORIGINAL-TEXT ' ' WS-CORRECTED-TEXT
        ' ' SUSP-MAKER-ID ' ' SUSP-REPAIR-DATE
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

LIST-APPROVALS-MADE.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    MOVE 'APPROVALS MADE' TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'DATE       ACTN KEY    BATCH    ORIGINAL                   '
        ' CORRECTED                   MAKER    CHECKER  OUTC GL REF'
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    OPEN INPUT APPROVAL-FILE.
    IF WS-APRV-FILE-STATUS NOT = '00'
        SET END-OF-APPROVAL-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-APPROVAL-FILE
            READ APPROVAL-FILE
                AT END
                    SET END-OF-APPROVAL-FILE TO TRUE
                NOT AT END
                    IF WS-FROM-DATE = SPACES
                            OR APRV-DATE NOT < WS-FROM-DATE
                        PERFORM LIST-APPROVAL-DECISION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPROVAL-FILE
    END-IF.

    IF WS-DECISION-COUNT = 0
        MOVE SPACES TO APPROVAL-REPORT-RECORD
        MOVE 'NO APPROVALS OR DECLINES ON THE REGISTER'
            TO APPROVAL-REPORT-RECORD
        WRITE APPROVAL-REPORT-RECORD
    END-IF.

LIST-APPROVAL-DECISION.
    ADD 1 TO WS-DECISION-COUNT.
    IF APRV-ACTION = 'DECL'
        ADD 1 TO WS-DECLINED-COUNT
    ELSE
        IF APRV-OUTCOME = 'POST'
            ADD 1 TO WS-POSTED-COUNT
        ELSE
            ADD 1 TO WS-NOT-CLEARED-COUNT
        END-IF
    END-IF.

    MOVE SPACES TO WS-SELF-FLAG-TEXT.
    IF APRV-MAKER-ID NOT = SPACES
            AND APRV-MAKER-ID = APRV-CHECKER-ID
        ADD 1 TO WS-SELF-APPROVAL-COUNT
        MOVE '  SELF-APPROVED' TO WS-SELF-FLAG-TEXT
    END-IF.

    MOVE APRV-ORIGINAL-NUMBER-A TO WS-VALUE-NUMBER-A.
    MOVE APRV-ORIGINAL-OPERATOR TO WS-VALUE-OPERATOR.
    MOVE APRV-ORIGINAL-NUMBER-B-X TO WS-VALUE-NUMBER-B-X.
    PERFORM FORMAT-VALUE-TEXT.
    MOVE WS-VALUE-TEXT TO WS-ORIGINAL-TEXT.

    MOVE APRV-CORRECTED-NUMBER-A TO WS-VALUE-NUMBER-A.
    MOVE APRV-CORRECTED-OPERATOR TO WS-VALUE-OPERATOR.
    MOVE APRV-CORRECTED-NUMBER-B-X TO WS-VALUE-NUMBER-B-X.
    PERFORM FORMAT-VALUE-TEXT.
    MOVE WS-VALUE-TEXT TO WS-CORRECTED-TEXT.

    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING APRV-DATE ' ' APRV-ACTION ' ' APRV-TRANS-KEY
        ' ' APRV-BATCH-ID
        ' ' WS-ORIGINAL-TEXT ' ' WS-CORRECTED-TEXT
        ' ' APRV-MAKER-ID ' ' APRV-CHECKER-ID
        ' ' APRV-OUTCOME ' ' APRV-GL-REFERENCE
        WS-SELF-FLAG-TEXT
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

FORMAT-VALUE-TEXT.
    MOVE WS-VALUE-NUMBER-A TO WS-AMOUNT-DISPLAY.
    IF WS-VALUE-NUMBER-B-X(1:1) = '='
        MOVE WS-VALUE-NUMBER-B-X TO WS-B-TEXT
    ELSE
        IF WS-VALUE-NUMBER-B IS NUMERIC
            MOVE WS-VALUE-NUMBER-B TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO WS-B-TEXT
            MOVE WS-VALUE-NUMBER-A TO WS-AMOUNT-DISPLAY
        ELSE
            MOVE WS-VALUE-NUMBER-B-X TO WS-B-TEXT
        END-IF
    END-IF.
    MOVE SPACES TO WS-VALUE-TEXT.
    STRING WS-AMOUNT-DISPLAY ' ' WS-VALUE-OPERATOR ' ' WS-B-TEXT
        DELIMITED BY SIZE INTO WS-VALUE-TEXT.

WRITE-APPROVAL-SUMMARY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Repairs awaiting approval  . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-DECISION-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Decisions on register  . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Approved and posted  . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-NOT-CLEARED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Approved, not cleared  . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Declined . . . . . . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.

    MOVE WS-SELF-APPROVAL-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPROVAL-REPORT-RECORD.
    STRING 'Self-approvals (maker=checker) . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
    WRITE APPROVAL-REPORT-RECORD.
