        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLSEQ-FILE-STATUS.

    SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "CALCAUDSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDSEQ-FILE-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-FILE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREG-FILE-STATUS.

    SELECT CLOSE-REGISTER-FILE ASSIGN TO "CALCCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREG-FILE-STATUS.

    SELECT PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERD-FILE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT ITEM-EVENT-FILE ASSIGN TO "CALCEVNT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVNT-FILE-STATUS.

    SELECT APPROVAL-FILE ASSIGN TO "CALCAPRV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRV-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANS-FILE.
FD GL-SEQUENCE-FILE.
    COPY GLSEQ.

FD AUDIT-SEQUENCE-FILE.
    COPY AUDSEQ.

FD SUSPENSE-FILE.
    COPY SUSPREC.

FD SUSPENSE-TMP-FILE.
01 SUSPENSE-TMP-RECORD PIC X(200).

FD HOLD-TMP-FILE.
01 HOLD-TMP-RECORD PIC X(140).
FD BATCH-REGISTER-FILE.
    COPY BATREG.

FD CLOSE-REGISTER-FILE.
    COPY CLOSREG.

FD PERIOD-FILE.
    COPY PERDREC.

FD RATE-FILE.
    COPY RATEREC.

FD ITEM-EVENT-FILE.
    COPY ITEMEVT.

FD APPROVAL-FILE.
    COPY APRVREC.

WORKING-STORAGE SECTION.
01 NUMBER-A PIC S9(4)V9(6).
01 NUMBER-B PIC S9(4)V9(6).
    88 INQUIRY-MODE VALUE 'Q'.
    88 SUPERVISOR-MODE VALUE 'S'.
    88 TRIAL-MODE VALUE 'T'.
    88 APPROVAL-MODE VALUE 'A'.
    88 BATCH-LIKE-MODE VALUE 'B' 'T'.

01 WS-TRANS-FILENAME PIC X(100).
01 WS-DUP-BATCH-FLAG PIC X(1) VALUE 'N'.
    88 ANY-BATCH-DUPLICATE VALUE 'Y'.

01 WS-CREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-CREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-CREG-FILE VALUE 'Y'.
01 WS-DATE-CLOSED-FLAG PIC X(1) VALUE 'N'.
    88 BUSINESS-DATE-CLOSED VALUE 'Y'.
01 WS-CLOSED-BATCH-FLAG PIC X(1) VALUE 'N'.
    88 ANY-BATCH-DATE-CLOSED VALUE 'Y'.
01 WS-CLOSED-ON-DATE PIC X(10) VALUE SPACES.

01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-PERIOD-SET-FLAG PIC X(1) VALUE 'N'.
    88 PERIOD-CONFIGURED VALUE 'Y'.
01 WS-RATE-UNRESOLVED-FLAG PIC X(1) VALUE 'N'.
    88 RATE-UNRESOLVED VALUE 'Y'.

01 WS-ACCRUAL-FLAG PIC X(1) VALUE SPACE.
01 WS-ITEM-TRANS-KEY PIC X(6) VALUE SPACES.

01 WS-EVNT-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-EVENT-TYPE PIC X(4) VALUE SPACES.
01 WS-EVENT-BATCH-ID PIC X(8) VALUE SPACES.
01 WS-EVENT-TRANS-KEY PIC X(6) VALUE SPACES.
01 WS-EVENT-GL-REF PIC X(9) VALUE SPACES.
01 WS-EVENT-REASON PIC X(3) VALUE SPACES.
01 WS-EVENT-DETAIL PIC X(50) VALUE SPACES.
01 WS-REPAIR-OLD-DISPLAY PIC -(4)9.9(6).
01 WS-REPAIR-NEW-DISPLAY PIC -(4)9.9(6).
01 WS-REPAIR-OLD-OPERATOR PIC X(1) VALUE SPACE.
01 WS-REPAIR-OLD-TEXT PIC X(12) VALUE SPACES.
01 WS-REPAIR-VALUE-TEXT PIC X(12) VALUE SPACES.

01 WS-SIZE-ERROR-FLAG PIC X(1) VALUE 'N'.
    88 SIZE-ERROR-OCCURRED VALUE 'Y'.

01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-REFERENCE PIC 9(9) VALUE 0.
01 WS-GLSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-AUDIT-SEQUENCE PIC 9(9) VALUE 0.
01 WS-AUDIT-CHECK-VALUE PIC 9(9) VALUE 0.
01 WS-AUDIT-CHECK-WORK PIC 9(12) VALUE 0.
01 WS-AUDIT-CHECK-INDEX PIC 9(4) VALUE 0.
01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE VALUE 'Y'.

01 WS-SUSP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-RECORD-REJECT-FLAG PIC X(1) VALUE 'N'.
    88 REPAIR-DONE VALUE 'Y'.
01 WS-RESUBMIT-OK-COUNT PIC 9(9) VALUE 0.
01 WS-SUSP-REMAINING-COUNT PIC 9(9) VALUE 0.
01 WS-REPAIR-CHANGED-FLAG PIC X(1) VALUE 'N'.
    88 REPAIR-VALUES-CHANGED VALUE 'Y'.
01 WS-REPAIR-PENDED-COUNT PIC 9(9) VALUE 0.

01 WS-APRV-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-PEND-TOTAL-COUNT PIC 9(9) VALUE 0.
01 WS-PEND-SELECTION PIC 9(9) VALUE 0.
01 WS-PEND-REMAINING-COUNT PIC 9(9) VALUE 0.
01 WS-APPROVAL-ACTION PIC X(1) VALUE SPACE.
01 WS-APPROVAL-DONE-SWITCH PIC X(1) VALUE 'N'.
    88 APPROVAL-DONE VALUE 'Y'.
01 WS-APPROVAL-OUTCOME PIC X(4) VALUE SPACES.
01 WS-APPROVAL-ACTION-CODE PIC X(4) VALUE SPACES.
01 WS-APPROVED-POSTED-COUNT PIC 9(9) VALUE 0.
01 WS-APPROVED-REJECTED-COUNT PIC 9(9) VALUE 0.
01 WS-DECLINED-COUNT PIC 9(9) VALUE 0.
01 WS-CORRECTED-NUMBER-A PIC S9(4)V9(6) VALUE 0.
01 WS-CORRECTED-OPERATOR PIC X(1) VALUE SPACE.
01 WS-CORRECTED-NUMBER-B-X PIC X(11) VALUE SPACES.
01 WS-ORIGINAL-TEXT PIC X(40) VALUE SPACES.
01 WS-CORRECTED-TEXT PIC X(40) VALUE SPACES.
01 WS-MAIN-POSTED-FLAG PIC X(1) VALUE 'N'.
    88 MAIN-STEP-POSTED VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-GL-SEQUENCE.
    PERFORM READ-AUDIT-SEQUENCE.
    PERFORM LOAD-GL-ACCOUNT-MAP.
    PERFORM LOAD-TOLERANCE-LIMIT.
    PERFORM LOAD-OPEN-PERIOD.

    IF NOT PARM-CARD-PRESENT
        DISPLAY 'Run mode (I=Interactive, B=Batch, R=Repair, '
            'Q=Inquiry, S=Supervisor release, T=Trial post, '
            'A=Approve repairs): '
            WITH NO ADVANCING
        ACCEPT WS-RUN-MODE
    END-IF.
                IF SUPERVISOR-MODE
                    PERFORM RELEASE-DRIVER
                ELSE
                    IF APPROVAL-MODE
                        PERFORM APPROVAL-DRIVER
                    ELSE
                        PERFORM INTERACTIVE-DRIVER
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE AUDIT-FILE
        CLOSE GL-FILE
        PERFORM WRITE-GL-SEQUENCE
        PERFORM WRITE-AUDIT-SEQUENCE
    END-IF.

    STOP RUN.

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
    END-IF.

    IF NOT OPERATOR-CONTROL-ACTIVE
        IF APPROVAL-MODE
            DISPLAY 'Approval mode requires operator sign-on -'
                ' run refused'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        IF WS-OPERATOR-ID = SPACES
            DISPLAY 'Operator id: ' WITH NO ADVANCING
            STOP RUN
        END-IF

        IF (SUPERVISOR-MODE OR REPAIR-MODE OR APPROVAL-MODE)
                AND NOT SUPERVISOR-AUTHORITY
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not authorized'
                ' for mode ' WS-RUN-MODE ' - run refused'
        END-PERFORM
        CLOSE TRANS-FILE
        IF NOT TRIAL-MODE
            PERFORM CLEAR-CHECKPOINT
            PERFORM REGISTER-PROCESSED-BATCHES
        END-IF
        PERFORM WRITE-CONTROL-REPORT
                IF ANY-BATCH-DUPLICATE
                    MOVE 6 TO RETURN-CODE
                    MOVE 'DUP' TO WS-RUN-END-STATUS
                ELSE
                IF ANY-BATCH-DATE-CLOSED
                    MOVE 6 TO RETURN-CODE
                    MOVE 'CLSD' TO WS-RUN-END-STATUS
                ELSE
                    IF WS-BATCH-REJECT-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                        MOVE 'OK' TO WS-RUN-END-STATUS
                    END-IF
                END-IF
                END-IF
            END-IF
        END-IF
        PERFORM REGISTER-RUN-END

    PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
            UNTIL WS-BATCH-INDEX > WS-BATCH-SET-COUNT
        IF WS-BAT-DISPOSITION(WS-BATCH-INDEX) = 'P'
                AND WS-BAT-BUS-DATE(WS-BATCH-INDEX) NOT = SPACES
            PERFORM CHECK-CLOSE-REGISTER
            IF BUSINESS-DATE-CLOSED
                MOVE 'C' TO WS-BAT-DISPOSITION(WS-BATCH-INDEX)
                SET ANY-BATCH-DATE-CLOSED TO TRUE
                DISPLAY 'Batch ' WS-BAT-ID(WS-BATCH-INDEX)
                    ' business date ' WS-BAT-BUS-DATE(WS-BATCH-INDEX)
                    ' certified closed on ' WS-CLOSED-ON-DATE
                    ' - refused, nothing posted'
                DISPLAY 'A supervisor must reopen the business date'
                    ' before it can be posted'
            END-IF
        END-IF
        IF WS-BAT-DISPOSITION(WS-BATCH-INDEX) = 'P'
                AND WS-BAT-ID(WS-BATCH-INDEX) NOT = SPACES
            PERFORM CHECK-BATCH-REGISTER
        CLOSE BATCH-REGISTER-FILE
    END-IF.

CHECK-CLOSE-REGISTER.
    MOVE 'N' TO WS-DATE-CLOSED-FLAG.
    MOVE 'N' TO WS-CREG-EOF-SWITCH.
    MOVE SPACES TO WS-CLOSED-ON-DATE.

    OPEN INPUT CLOSE-REGISTER-FILE.
    IF WS-CREG-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL END-OF-CREG-FILE
            READ CLOSE-REGISTER-FILE
                AT END
                    SET END-OF-CREG-FILE TO TRUE
                NOT AT END
                    IF CLOS-BUS-DATE = WS-BAT-BUS-DATE(WS-BATCH-INDEX)
                        IF CLOS-ACTION = 'CERT'
                            SET BUSINESS-DATE-CLOSED TO TRUE
                            MOVE CLOS-DATE TO WS-CLOSED-ON-DATE
                        ELSE
                        IF CLOS-ACTION = 'REOP'
                            MOVE 'N' TO WS-DATE-CLOSED-FLAG
                            MOVE SPACES TO WS-CLOSED-ON-DATE
                        END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-REGISTER-FILE
    END-IF.

REGISTER-PROCESSED-BATCHES.
    OPEN EXTEND BATCH-REGISTER-FILE.
    IF WS-BREG-FILE-STATUS = '35'
    CLOSE CHECKPOINT-FILE.
    MOVE 0 TO WS-RECORDS-SINCE-CHECKPOINT.
    PERFORM WRITE-GL-SEQUENCE.
    PERFORM WRITE-AUDIT-SEQUENCE.

CLEAR-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE.
    CLOSE CHECKPOINT-FILE.
    MOVE 0 TO WS-RECORDS-SINCE-CHECKPOINT.
    PERFORM WRITE-GL-SEQUENCE.
    PERFORM WRITE-AUDIT-SEQUENCE.

PROCESS-TRANS-RECORD.
    IF RESTART-REQUESTED
        MOVE 0.0 TO RESULT
        MOVE TRANS-NUMBER-A TO NUMBER-A
        MOVE TRANS-OPERATOR TO OPERATOR
        MOVE TRANS-KEY TO WS-ITEM-TRANS-KEY

        ADD 1 TO WS-BATCH-RECORD-COUNT
        IF WS-CURRENT-BATCH > 0
        MOVE 'N' TO WS-RECORD-REJECT-FLAG
        MOVE 'N' TO WS-RATE-UNRESOLVED-FLAG
        MOVE SPACES TO WS-RECALL-MEMO
        IF TRANS-ACCRUAL-FLAG = 'A'
            MOVE 'A' TO WS-ACCRUAL-FLAG
        ELSE
            MOVE SPACE TO WS-ACCRUAL-FLAG
        END-IF

        PERFORM RESOLVE-OPERAND-B

        MOVE WS-SUSPENSE-REASON TO SUSP-REASON-CODE
        MOVE TRANS-RECORD TO SUSP-TRANS-DATA
        MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID
        MOVE WS-BATCH-ID TO SUSP-BATCH-ID
        WRITE SUSPENSE-RECORD
        CLOSE SUSPENSE-FILE
        SET SUSPENSE-WRITTEN TO TRUE

        MOVE 'SUSP' TO WS-EVENT-TYPE
        MOVE WS-BATCH-ID TO WS-EVENT-BATCH-ID
        MOVE WS-ITEM-TRANS-KEY TO WS-EVENT-TRANS-KEY
        MOVE SPACES TO WS-EVENT-GL-REF
        MOVE WS-SUSPENSE-REASON TO WS-EVENT-REASON
        MOVE 'WRITTEN TO SUSPENSE' TO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
    END-IF.

DETERMINE-OPERATION.
        MOVE WS-RECALL-MEMO TO AUDIT-MEMO
        MOVE WS-BATCH-DEPARTMENT TO AUDIT-DEPARTMENT
        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
        MOVE WS-BATCH-ID TO AUDIT-BATCH-ID
        MOVE WS-ITEM-TRANS-KEY TO AUDIT-TRANS-KEY
        PERFORM CHAIN-AUDIT-RECORD
        WRITE AUDIT-RECORD
    END-IF.
    MOVE SPACES TO WS-RECALL-MEMO.
    MOVE WS-GL-DC TO GL-DC-INDICATOR.
    MOVE WS-BATCH-DEPARTMENT TO GL-DEPARTMENT.
    MOVE WS-OPERATOR-ID TO GL-OPERATOR-ID.
    MOVE WS-ACCRUAL-FLAG TO GL-ACCRUAL-FLAG.
    MOVE WS-BATCH-ID TO GL-BATCH-ID.
    MOVE WS-ITEM-TRANS-KEY TO GL-TRANS-KEY.

DETERMINE-POSTING-PERIOD.
    IF BATCH-LIKE-MODE AND WS-BATCH-BUS-DATE NOT = SPACES

        MOVE WS-SUSP-TOTAL-COUNT TO WS-SUSP-REMAINING-COUNT
        DISPLAY 'Resubmitted to audit/GL: ' WS-RESUBMIT-OK-COUNT
        DISPLAY 'Held for approval      : ' WS-REPAIR-PENDED-COUNT
        DISPLAY 'Remaining in suspense  : ' WS-SUSP-REMAINING-COUNT
    END-IF.

                    ' ' SUSP-RUN-DATE
                    ' KEY ' TRANS-KEY
                    ' ' TRANS-NUMBER-A ' ' TRANS-OPERATOR
                    ' ' TRANS-NUMBER-B ' ' SUSP-APPROVAL-STATUS
        END-READ
    END-PERFORM.
    CLOSE SUSPENSE-FILE.

REPAIR-SUSPENSE-RECORD.
    MOVE SPACE TO WS-REPAIR-OUTCOME.
    MOVE 'N' TO WS-REPAIR-CHANGED-FLAG.
    MOVE SUSP-TRANS-DATA TO TRANS-RECORD.
    MOVE SUSP-BATCH-ID TO WS-BATCH-ID.
    MOVE TRANS-KEY TO WS-ITEM-TRANS-KEY.

    IF SUSP-APPROVAL-STATUS = 'PEND'
            AND SUSP-MAKER-ID NOT = WS-OPERATOR-ID
        SET REPAIR-RECORD-KEPT TO TRUE
        DISPLAY 'Key ' TRANS-KEY ' is awaiting approval of a repair'
            ' by ' SUSP-MAKER-ID ' - only that supervisor may amend'
            ' it; approve or decline it in approval mode'
    ELSE
        PERFORM CORRECT-SUSPENSE-RECORD
    END-IF.

CORRECT-SUSPENSE-RECORD.
    DISPLAY 'Repairing key ' TRANS-KEY ' (reason '
        SUSP-REASON-CODE ')'.
    DISPLAY 'Field to correct (A=Number A, B=Number B, O=Operator, '
        'N=none): ' WITH NO ADVANCING.
    ACCEPT WS-REPAIR-FIELD.

    IF SUSP-APPROVAL-STATUS NOT = 'PEND'
        MOVE TRANS-NUMBER-A TO SUSP-ORIGINAL-NUMBER-A
        MOVE TRANS-OPERATOR TO SUSP-ORIGINAL-OPERATOR
        MOVE TRANS-NUMBER-B-X TO SUSP-ORIGINAL-NUMBER-B-X
    END-IF.

    MOVE WS-BATCH-ID TO WS-EVENT-BATCH-ID.
    MOVE WS-ITEM-TRANS-KEY TO WS-EVENT-TRANS-KEY.
    MOVE SPACES TO WS-EVENT-GL-REF.
    MOVE SUSP-REASON-CODE TO WS-EVENT-REASON.
    MOVE 'REPR' TO WS-EVENT-TYPE.

    IF WS-REPAIR-FIELD = 'A' OR WS-REPAIR-FIELD = 'a'
        MOVE TRANS-NUMBER-A TO WS-REPAIR-OLD-DISPLAY
        DISPLAY 'New Number A: ' WITH NO ADVANCING
        ACCEPT TRANS-NUMBER-A
        MOVE TRANS-NUMBER-A TO WS-REPAIR-NEW-DISPLAY
        MOVE SPACES TO WS-EVENT-DETAIL
        STRING 'NUMBER A ' WS-REPAIR-OLD-DISPLAY
            ' TO ' WS-REPAIR-NEW-DISPLAY
            DELIMITED BY SIZE INTO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
        SET REPAIR-VALUES-CHANGED TO TRUE
    END-IF.
    IF WS-REPAIR-FIELD = 'B' OR WS-REPAIR-FIELD = 'b'
        PERFORM NOTE-OPERAND-B-VALUE
        MOVE WS-REPAIR-VALUE-TEXT TO WS-REPAIR-OLD-TEXT
        DISPLAY 'New Number B: ' WITH NO ADVANCING
        ACCEPT TRANS-NUMBER-B
        PERFORM NOTE-OPERAND-B-VALUE
        MOVE SPACES TO WS-EVENT-DETAIL
        STRING 'NUMBER B ' WS-REPAIR-OLD-TEXT
            ' TO ' WS-REPAIR-VALUE-TEXT
            DELIMITED BY SIZE INTO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
        SET REPAIR-VALUES-CHANGED TO TRUE
    END-IF.
    IF WS-REPAIR-FIELD = 'O' OR WS-REPAIR-FIELD = 'o'
        MOVE TRANS-OPERATOR TO WS-REPAIR-OLD-OPERATOR
        DISPLAY 'New operator: ' WITH NO ADVANCING
        ACCEPT TRANS-OPERATOR
        MOVE SPACES TO WS-EVENT-DETAIL
        STRING 'OPERATOR ' WS-REPAIR-OLD-OPERATOR
            ' TO ' TRANS-OPERATOR
            DELIMITED BY SIZE INTO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
        SET REPAIR-VALUES-CHANGED TO TRUE
    END-IF.

    IF REPAIR-VALUES-CHANGED
        SET REPAIR-RECORD-KEPT TO TRUE
        MOVE TRANS-RECORD TO SUSP-TRANS-DATA
        MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID
        MOVE 'PEND' TO SUSP-APPROVAL-STATUS
        MOVE WS-OPERATOR-ID TO SUSP-MAKER-ID
        ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
        MOVE SPACES TO SUSP-REPAIR-DATE
        STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-'
            WS-SYS-DATE(7:2)
            DELIMITED BY SIZE INTO SUSP-REPAIR-DATE
        ADD 1 TO WS-REPAIR-PENDED-COUNT
        DISPLAY 'Repair held for approval by a second supervisor'
            ' - nothing posted'
        MOVE 'PEND' TO WS-EVENT-TYPE
        MOVE 'HELD FOR APPROVAL - NOT POSTED' TO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
    ELSE
        IF SUSP-APPROVAL-STATUS = 'PEND'
            SET REPAIR-RECORD-KEPT TO TRUE
            DISPLAY 'Repair is awaiting approval - it posts only'
                ' when approved in approval mode'
        ELSE
            PERFORM RESUBMIT-SUSPENSE-ITEM
        END-IF
    END-IF.

RESUBMIT-SUSPENSE-ITEM.
    PERFORM RESUBMIT-TRANS-RECORD.

    IF RECORD-REJECTED
            DISPLAY 'A chain step failed after earlier steps'
                ' posted - record removed from suspense; correct'
                ' the posted steps by GL backout'
            MOVE 'DROP' TO WS-EVENT-TYPE
            MOVE 'CHAIN STEP FAILED - REMOVED FROM SUSPENSE'
                TO WS-EVENT-DETAIL
        ELSE
            SET REPAIR-RECORD-KEPT TO TRUE
            MOVE TRANS-RECORD TO SUSP-TRANS-DATA
            MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID
            MOVE SPACES TO SUSP-APPROVAL-STATUS
            DISPLAY 'Resubmit rejected - record remains in suspense'
            MOVE 'RRJT' TO WS-EVENT-TYPE
            MOVE 'RESUBMIT REJECTED - REMAINS IN SUSPENSE'
                TO WS-EVENT-DETAIL
        END-IF
    ELSE
        SET REPAIR-RECORD-DROPPED TO TRUE
        ADD 1 TO WS-RESUBMIT-OK-COUNT
        PERFORM UPDATE-RESULTS-MASTER
        DISPLAY 'Record resubmitted and posted'
        MOVE 'RSUB' TO WS-EVENT-TYPE
        MOVE WS-GL-REFERENCE TO WS-EVENT-GL-REF
        MOVE 'RESUBMITTED FROM SUSPENSE' TO WS-EVENT-DETAIL
    END-IF.
    PERFORM WRITE-ITEM-EVENT.

NOTE-OPERAND-B-VALUE.
    IF TRANS-NUMBER-B-X(1:1) = '='
        MOVE TRANS-NUMBER-B-X TO WS-REPAIR-VALUE-TEXT
    ELSE
        MOVE TRANS-NUMBER-B TO WS-REPAIR-NEW-DISPLAY
        MOVE WS-REPAIR-NEW-DISPLAY TO WS-REPAIR-VALUE-TEXT
    END-IF.

RESUBMIT-TRANS-RECORD.
        MOVE TRANS-OPERATOR TO OPERATOR
        MOVE 'N' TO WS-RATE-UNRESOLVED-FLAG
        MOVE SPACES TO WS-RECALL-MEMO
        IF TRANS-ACCRUAL-FLAG = 'A'
            MOVE 'A' TO WS-ACCRUAL-FLAG
        ELSE
            MOVE SPACE TO WS-ACCRUAL-FLAG
        END-IF
        PERFORM RESOLVE-OPERAND-B

        IF RATE-UNRESOLVED
            DELIMITED BY SIZE INTO HOLD-HELD-DATE
        WRITE HOLD-RECORD
        CLOSE HOLD-FILE

        MOVE 'HELD' TO WS-EVENT-TYPE
        MOVE GL-BATCH-ID TO WS-EVENT-BATCH-ID
        MOVE GL-TRANS-KEY TO WS-EVENT-TRANS-KEY
        MOVE GL-REFERENCE TO WS-EVENT-GL-REF
        MOVE SPACES TO WS-EVENT-REASON
        MOVE RESULT TO WS-HOLD-AMOUNT-DISPLAY
        MOVE SPACES TO WS-EVENT-DETAIL
        STRING 'HELD OVER TOLERANCE ' WS-HOLD-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
    END-IF.

    MOVE RESULT TO WS-HOLD-AMOUNT-DISPLAY.
        'N=leave held): ' WITH NO ADVANCING.
    ACCEPT WS-HOLD-ACTION.

    MOVE GL-BATCH-ID TO WS-EVENT-BATCH-ID.
    MOVE GL-TRANS-KEY TO WS-EVENT-TRANS-KEY.
    MOVE GL-REFERENCE TO WS-EVENT-GL-REF.
    MOVE SPACES TO WS-EVENT-REASON.

    IF WS-HOLD-ACTION = 'R' OR WS-HOLD-ACTION = 'r'
        MOVE WS-OPERATOR-ID TO GL-OPERATOR-ID
        IF PERIOD-CONFIGURED AND GL-PERIOD < WS-OPEN-PERIOD
            MOVE WS-OPEN-PERIOD TO GL-PERIOD
        END-IF
        WRITE GL-RECORD
        MOVE 'RELS' TO WS-EVENT-TYPE
        MOVE SPACES TO WS-EVENT-DETAIL
        STRING 'RELEASED TO GL PERIOD ' GL-PERIOD
            DELIMITED BY SIZE INTO WS-EVENT-DETAIL
        PERFORM WRITE-ITEM-EVENT
        SET HOLD-RECORD-DROPPED TO TRUE
        ADD 1 TO WS-RELEASED-COUNT
        DISPLAY 'Released to the GL interface'
    END-IF.

    MOVE SPACES TO TRANS-RECORD.
    IF GL-TRANS-KEY IS NUMERIC
        MOVE GL-TRANS-KEY TO TRANS-KEY
    ELSE
        MOVE 0 TO TRANS-KEY
    END-IF.
    MOVE GL-NUMBER-A TO TRANS-NUMBER-A.
    MOVE GL-OPERATOR TO TRANS-OPERATOR.
    MOVE GL-NUMBER-B TO TRANS-NUMBER-B.
    MOVE 0 TO TRANS-STEP-COUNT.
    MOVE GL-ACCRUAL-FLAG TO TRANS-ACCRUAL-FLAG.

    MOVE SPACES TO SUSPENSE-RECORD.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    MOVE 'TOL' TO SUSP-REASON-CODE.
    MOVE TRANS-RECORD TO SUSP-TRANS-DATA.
    MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID.
    MOVE GL-BATCH-ID TO SUSP-BATCH-ID.
    WRITE SUSPENSE-RECORD.
    CLOSE SUSPENSE-FILE.

    MOVE 'HREJ' TO WS-EVENT-TYPE.
    MOVE 'TOL' TO WS-EVENT-REASON.
    MOVE 'REJECTED FROM HOLD TO SUSPENSE' TO WS-EVENT-DETAIL.
    PERFORM WRITE-ITEM-EVENT.

APPROVAL-DRIVER.
    PERFORM COUNT-PENDING-REPAIRS.

    IF WS-PEND-TOTAL-COUNT = 0
        DISPLAY 'No repairs awaiting approval'
    ELSE
        MOVE 'N' TO WS-APPROVAL-DONE-SWITCH
        PERFORM UNTIL APPROVAL-DONE
            PERFORM LIST-PENDING-REPAIRS
            DISPLAY 'Repair number to review (0=done): '
                WITH NO ADVANCING
            ACCEPT WS-PEND-SELECTION

            IF WS-PEND-SELECTION = 0
                SET APPROVAL-DONE TO TRUE
            ELSE
                IF WS-PEND-SELECTION > WS-PEND-TOTAL-COUNT
                    DISPLAY 'No such pending repair'
                ELSE
                    PERFORM REVIEW-SELECTED-REPAIR
                    IF WS-PEND-TOTAL-COUNT = 0
                        SET APPROVAL-DONE TO TRUE
                    END-IF
                END-IF
            END-IF
        END-PERFORM

        MOVE WS-PEND-TOTAL-COUNT TO WS-PEND-REMAINING-COUNT
        DISPLAY 'Approved and posted  : ' WS-APPROVED-POSTED-COUNT
        DISPLAY 'Approved, not cleared: ' WS-APPROVED-REJECTED-COUNT
        DISPLAY 'Declined             : ' WS-DECLINED-COUNT
        DISPLAY 'Still pending        : ' WS-PEND-REMAINING-COUNT
    END-IF.

COUNT-PENDING-REPAIRS.
    MOVE 0 TO WS-PEND-TOTAL-COUNT.
    MOVE 'N' TO WS-SUSP-EOF-SWITCH.

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
                        ADD 1 TO WS-PEND-TOTAL-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

LIST-PENDING-REPAIRS.
    DISPLAY ' '.
    DISPLAY 'Repairs awaiting approval:'.
    MOVE 0 TO WS-SUSP-ORDINAL.
    MOVE 'N' TO WS-SUSP-EOF-SWITCH.

    OPEN INPUT SUSPENSE-FILE.
    PERFORM UNTIL END-OF-SUSPENSE-FILE
        READ SUSPENSE-FILE
            AT END
                SET END-OF-SUSPENSE-FILE TO TRUE
            NOT AT END
                IF SUSP-APPROVAL-STATUS = 'PEND'
                    ADD 1 TO WS-SUSP-ORDINAL
                    MOVE SUSP-TRANS-DATA TO TRANS-RECORD
                    DISPLAY WS-SUSP-ORDINAL ' ' SUSP-REASON-CODE
                        ' KEY ' TRANS-KEY
                        ' ' TRANS-NUMBER-A ' ' TRANS-OPERATOR
                        ' ' TRANS-NUMBER-B
                        ' BY ' SUSP-MAKER-ID ' ' SUSP-REPAIR-DATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUSPENSE-FILE.

REVIEW-SELECTED-REPAIR.
    MOVE 0 TO WS-SUSP-ORDINAL.
    MOVE 'N' TO WS-SUSP-EOF-SWITCH.

    OPEN INPUT SUSPENSE-FILE.
    OPEN OUTPUT SUSPENSE-TMP-FILE.

    PERFORM UNTIL END-OF-SUSPENSE-FILE
        READ SUSPENSE-FILE
            AT END
                SET END-OF-SUSPENSE-FILE TO TRUE
            NOT AT END
                IF SUSP-APPROVAL-STATUS = 'PEND'
                    ADD 1 TO WS-SUSP-ORDINAL
                END-IF
                IF SUSP-APPROVAL-STATUS = 'PEND'
                        AND WS-SUSP-ORDINAL = WS-PEND-SELECTION
                    PERFORM REVIEW-PENDING-REPAIR
                    IF REPAIR-RECORD-DROPPED
                            OR SUSP-APPROVAL-STATUS NOT = 'PEND'
                        SUBTRACT 1 FROM WS-PEND-TOTAL-COUNT
                    END-IF
                    IF REPAIR-RECORD-KEPT
                        MOVE SUSPENSE-RECORD TO SUSPENSE-TMP-RECORD
                        WRITE SUSPENSE-TMP-RECORD
                    END-IF
                ELSE
                    MOVE SUSPENSE-RECORD TO SUSPENSE-TMP-RECORD
                    WRITE SUSPENSE-TMP-RECORD
                END-IF
        END-READ
    END-PERFORM.

    CLOSE SUSPENSE-FILE.
    CLOSE SUSPENSE-TMP-FILE.

    PERFORM COPY-TMP-TO-SUSPENSE.

REVIEW-PENDING-REPAIR.
    MOVE SPACE TO WS-REPAIR-OUTCOME.
    MOVE SUSP-TRANS-DATA TO TRANS-RECORD.
    MOVE SUSP-BATCH-ID TO WS-BATCH-ID.
    MOVE TRANS-KEY TO WS-ITEM-TRANS-KEY.
    MOVE TRANS-NUMBER-A TO WS-CORRECTED-NUMBER-A.
    MOVE TRANS-OPERATOR TO WS-CORRECTED-OPERATOR.
    MOVE TRANS-NUMBER-B-X TO WS-CORRECTED-NUMBER-B-X.
    PERFORM FORMAT-REPAIR-VALUES.

    DISPLAY 'Key ' TRANS-KEY ' batch ' SUSP-BATCH-ID ' (reason '
        SUSP-REASON-CODE ')'.
    DISPLAY 'Original : ' WS-ORIGINAL-TEXT.
    DISPLAY 'Corrected: ' WS-CORRECTED-TEXT.
    DISPLAY 'Repaired by ' SUSP-MAKER-ID ' on ' SUSP-REPAIR-DATE.

    MOVE WS-BATCH-ID TO WS-EVENT-BATCH-ID.
    MOVE WS-ITEM-TRANS-KEY TO WS-EVENT-TRANS-KEY.
    MOVE SPACES TO WS-EVENT-GL-REF.
    MOVE SUSP-REASON-CODE TO WS-EVENT-REASON.

    IF SUSP-MAKER-ID = WS-OPERATOR-ID
        SET REPAIR-RECORD-KEPT TO TRUE
        DISPLAY 'Repair was made by ' WS-OPERATOR-ID ' - it must be'
            ' approved by a different supervisor'
    ELSE
        DISPLAY 'Action (A=Approve and post, D=Decline, '
            'N=leave pending): ' WITH NO ADVANCING
        ACCEPT WS-APPROVAL-ACTION

        IF WS-APPROVAL-ACTION = 'A' OR WS-APPROVAL-ACTION = 'a'
            PERFORM APPROVE-PENDING-REPAIR
        ELSE
            IF WS-APPROVAL-ACTION = 'D' OR WS-APPROVAL-ACTION = 'd'
                PERFORM DECLINE-PENDING-REPAIR
            ELSE
                SET REPAIR-RECORD-KEPT TO TRUE
            END-IF
        END-IF
    END-IF.

APPROVE-PENDING-REPAIR.
    MOVE 'APRV' TO WS-EVENT-TYPE.
    MOVE SPACES TO WS-EVENT-DETAIL.
    STRING 'APPROVED - REPAIR BY ' SUSP-MAKER-ID
        DELIMITED BY SIZE INTO WS-EVENT-DETAIL.
    PERFORM WRITE-ITEM-EVENT.

    PERFORM RESUBMIT-SUSPENSE-ITEM.

    IF WS-EVENT-TYPE = 'RSUB'
        MOVE 'POST' TO WS-APPROVAL-OUTCOME
        ADD 1 TO WS-APPROVED-POSTED-COUNT
    ELSE
        IF WS-EVENT-TYPE = 'RRJT'
            MOVE 'RJCT' TO WS-APPROVAL-OUTCOME
        ELSE
            MOVE WS-EVENT-TYPE TO WS-APPROVAL-OUTCOME
        END-IF
        ADD 1 TO WS-APPROVED-REJECTED-COUNT
    END-IF.
    MOVE 'APRV' TO WS-APPROVAL-ACTION-CODE.
    PERFORM WRITE-APPROVAL-RECORD.

DECLINE-PENDING-REPAIR.
    MOVE SUSP-ORIGINAL-NUMBER-A TO TRANS-NUMBER-A.
    MOVE SUSP-ORIGINAL-OPERATOR TO TRANS-OPERATOR.
    MOVE SUSP-ORIGINAL-NUMBER-B-X TO TRANS-NUMBER-B-X.
    MOVE TRANS-RECORD TO SUSP-TRANS-DATA.
    MOVE SPACES TO WS-APPROVAL-OUTCOME.
    MOVE 'DECL' TO WS-APPROVAL-ACTION-CODE.
    PERFORM WRITE-APPROVAL-RECORD.

    MOVE SPACES TO SUSP-APPROVAL-STATUS.
    MOVE WS-OPERATOR-ID TO SUSP-OPERATOR-ID.
    SET REPAIR-RECORD-KEPT TO TRUE.
    ADD 1 TO WS-DECLINED-COUNT.
    DISPLAY 'Repair declined - original values restored and the'
        ' record returned to the repair queue'.

    MOVE 'DECL' TO WS-EVENT-TYPE.
    MOVE SPACES TO WS-EVENT-DETAIL.
    STRING 'DECLINED - REPAIR BY ' SUSP-MAKER-ID
        ' - ORIGINALS RESTORED'
        DELIMITED BY SIZE INTO WS-EVENT-DETAIL.
    PERFORM WRITE-ITEM-EVENT.

FORMAT-REPAIR-VALUES.
    MOVE SPACES TO WS-ORIGINAL-TEXT.
    MOVE SUSP-ORIGINAL-NUMBER-A TO WS-REPAIR-OLD-DISPLAY.
    MOVE SUSP-ORIGINAL-NUMBER-B-X TO TRANS-NUMBER-B-X.
    PERFORM NOTE-OPERAND-B-VALUE.
    STRING WS-REPAIR-OLD-DISPLAY ' ' SUSP-ORIGINAL-OPERATOR ' '
        WS-REPAIR-VALUE-TEXT
        DELIMITED BY SIZE INTO WS-ORIGINAL-TEXT.

    MOVE SPACES TO WS-CORRECTED-TEXT.
    MOVE WS-CORRECTED-NUMBER-A TO WS-REPAIR-OLD-DISPLAY.
    MOVE WS-CORRECTED-NUMBER-B-X TO TRANS-NUMBER-B-X.
    PERFORM NOTE-OPERAND-B-VALUE.
    STRING WS-REPAIR-OLD-DISPLAY ' ' WS-CORRECTED-OPERATOR ' '
        WS-REPAIR-VALUE-TEXT
        DELIMITED BY SIZE INTO WS-CORRECTED-TEXT.

WRITE-APPROVAL-RECORD.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-SYS-TIME FROM TIME.

    OPEN EXTEND APPROVAL-FILE.
    IF WS-APRV-FILE-STATUS = '35'
        OPEN OUTPUT APPROVAL-FILE
        CLOSE APPROVAL-FILE
        OPEN EXTEND APPROVAL-FILE
    END-IF.

    MOVE SPACES TO APPROVAL-RECORD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO APRV-DATE.
    STRING WS-SYS-TIME(1:2) ':' WS-SYS-TIME(3:2) ':' WS-SYS-TIME(5:2)
        DELIMITED BY SIZE INTO APRV-TIME.
    MOVE WS-APPROVAL-ACTION-CODE TO APRV-ACTION.
    MOVE SUSP-BATCH-ID TO APRV-BATCH-ID.
    MOVE WS-ITEM-TRANS-KEY TO APRV-TRANS-KEY.
    MOVE SUSP-REASON-CODE TO APRV-REASON-CODE.
    MOVE SUSP-ORIGINAL-NUMBER-A TO APRV-ORIGINAL-NUMBER-A.
    MOVE SUSP-ORIGINAL-OPERATOR TO APRV-ORIGINAL-OPERATOR.
    MOVE SUSP-ORIGINAL-NUMBER-B-X TO APRV-ORIGINAL-NUMBER-B-X.
    MOVE WS-CORRECTED-NUMBER-A TO APRV-CORRECTED-NUMBER-A.
    MOVE WS-CORRECTED-OPERATOR TO APRV-CORRECTED-OPERATOR.
    MOVE WS-CORRECTED-NUMBER-B-X TO APRV-CORRECTED-NUMBER-B-X.
    MOVE SUSP-MAKER-ID TO APRV-MAKER-ID.
    MOVE SUSP-REPAIR-DATE TO APRV-REPAIR-DATE.
    MOVE WS-OPERATOR-ID TO APRV-CHECKER-ID.
    MOVE WS-APPROVAL-OUTCOME TO APRV-OUTCOME.
    IF WS-APPROVAL-OUTCOME = 'POST'
        MOVE WS-GL-REFERENCE TO APRV-GL-REFERENCE
    END-IF.
    WRITE APPROVAL-RECORD.
    CLOSE APPROVAL-FILE.

WRITE-ITEM-EVENT.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-SYS-TIME FROM TIME.

    OPEN EXTEND ITEM-EVENT-FILE.
    IF WS-EVNT-FILE-STATUS = '35'
        OPEN OUTPUT ITEM-EVENT-FILE
        CLOSE ITEM-EVENT-FILE
        OPEN EXTEND ITEM-EVENT-FILE
    END-IF.

    MOVE SPACES TO ITEM-EVENT-RECORD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO EVNT-DATE.
    STRING WS-SYS-TIME(1:2) ':' WS-SYS-TIME(3:2) ':' WS-SYS-TIME(5:2)
        DELIMITED BY SIZE INTO EVNT-TIME.
    MOVE WS-EVENT-TYPE TO EVNT-TYPE.
    MOVE WS-EVENT-BATCH-ID TO EVNT-BATCH-ID.
    MOVE WS-EVENT-TRANS-KEY TO EVNT-TRANS-KEY.
    MOVE WS-EVENT-GL-REF TO EVNT-GL-REFERENCE.
    MOVE WS-EVENT-REASON TO EVNT-REASON-CODE.
    MOVE WS-OPERATOR-ID TO EVNT-OPERATOR-ID.
    MOVE WS-EVENT-DETAIL TO EVNT-DETAIL.
    WRITE ITEM-EVENT-RECORD.
    CLOSE ITEM-EVENT-FILE.

UPDATE-RESULTS-MASTER.
    OPEN EXTEND RESULTS-UPDATE-FILE.
    IF WS-RSUP-FILE-STATUS = '35'
            ' ALREADY POSTED ON ' WS-BAT-POSTED-DATE(WS-BATCH-INDEX)
            DELIMITED BY SIZE INTO CTRL-REPORT-RECORD
        WRITE CTRL-REPORT-RECORD
    ELSE
    IF WS-BAT-DISPOSITION(WS-BATCH-INDEX) = 'C'
        MOVE SPACES TO CTRL-REPORT-RECORD
        STRING 'Status . . . . . . . . . . . . . : REFUSED -'
            ' BUSINESS DATE CERTIFIED CLOSED'
            DELIMITED BY SIZE INTO CTRL-REPORT-RECORD
        WRITE CTRL-REPORT-RECORD
    ELSE
        MOVE SPACES TO CTRL-REPORT-RECORD
        MOVE 'Status . . . . . . . . . . . . . : PROCESSED'
            DELIMITED BY SIZE INTO CTRL-REPORT-RECORD
        WRITE CTRL-REPORT-RECORD
    END-IF
    END-IF
    END-IF.

    MOVE SPACES TO CTRL-REPORT-RECORD.
            WS-BAT-POSTED-DATE(WS-BATCH-INDEX) ', NOTHING POSTED'
            DELIMITED BY SIZE INTO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    ELSE
    IF WS-BAT-DISPOSITION(WS-BATCH-INDEX) = 'C'
        MOVE SPACES TO POST-SUMMARY-RECORD
        MOVE 'REFUSED - BUSINESS DATE CERTIFIED CLOSED, NOTHING POSTED'
            TO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    ELSE
        MOVE SPACES TO POST-SUMMARY-RECORD
        MOVE 'ACCOUNT         DEBITS            CREDITS'
            END-IF
        END-PERFORM
    END-IF
    END-IF
    END-IF.
