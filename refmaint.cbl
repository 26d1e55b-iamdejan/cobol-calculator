IDENTIFICATION DIVISION.
PROGRAM-ID. RefMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-MAP-FILE ASSIGN TO "CALCGLMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT RATE-FILE ASSIGN TO "CALCRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-FILE-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT TOLERANCE-FILE ASSIGN TO "CALCTOL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOL-FILE-STATUS.

    SELECT ESCALATION-FILE ASSIGN TO "CALCESCA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESCA-FILE-STATUS.

    SELECT REF-CHANGE-FILE ASSIGN TO "CALCREFCHG.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REFCHG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GL-MAP-FILE.
    COPY GLMAP.

FD RATE-FILE.
    COPY RATEREC.

FD OPERATOR-FILE.
    COPY OPERREC.

FD TOLERANCE-FILE.
    COPY TOLREC.

FD ESCALATION-FILE.
    COPY AGELIM.

FD REF-CHANGE-FILE.
    COPY REFCHG.

WORKING-STORAGE SECTION.
    COPY GLMAP REPLACING LEADING ==GL-MAP== BY ==WS-NEW-MAP==.

    COPY GLMAP REPLACING LEADING ==GL-MAP== BY ==WS-CHK-MAP==.

    COPY RATEREC REPLACING LEADING ==RATE== BY ==WS-NEW-RATE==.

    COPY RATEREC REPLACING LEADING ==RATE== BY ==WS-CHK-RATE==.

    COPY OPERREC REPLACING LEADING ==OPER== BY ==WS-NEW-OPER==.

    COPY OPERREC REPLACING LEADING ==OPER== BY ==WS-CHK-OPER==.

    COPY TOLREC REPLACING LEADING ==TOL== BY ==WS-NEW-TOL==.

    COPY AGELIM REPLACING LEADING ==ESCA== BY ==WS-NEW-ESCA==.

01 WS-GLMAP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-RATE-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-OPER-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-TOL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ESCA-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-REFCHG-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-REF-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-REF-FILE VALUE 'Y'.
01 WS-OPER-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-OPER-FILE VALUE 'Y'.

01 WS-OPER-CONTROL-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-CONTROL-ACTIVE VALUE 'Y'.
01 WS-OPER-FOUND-FLAG PIC X(1) VALUE 'N'.
    88 OPERATOR-ON-FILE VALUE 'Y'.
01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTHORITY PIC X(1) VALUE SPACE.
    88 SUPERVISOR-AUTHORITY VALUE 'S'.

01 WS-FILE-CHOICE PIC X(1) VALUE SPACE.
01 WS-REF-FILE-CODE PIC X(1) VALUE SPACE.
    88 GL-MAP-SELECTED VALUE 'M'.
    88 RATE-SELECTED VALUE 'R'.
    88 OPERATOR-SELECTED VALUE 'O'.
    88 TOLERANCE-SELECTED VALUE 'T'.
    88 ESCALATION-SELECTED VALUE 'E'.
01 WS-REF-FILE-NAME PIC X(13) VALUE SPACES.
01 WS-REF-LIMIT PIC 9(3) VALUE 0.
01 WS-MAINT-DONE-SWITCH PIC X(1) VALUE 'N'.
    88 MAINT-DONE VALUE 'Y'.
01 WS-FILE-DONE-SWITCH PIC X(1) VALUE 'N'.
    88 FILE-DONE VALUE 'Y'.
01 WS-ACTION PIC X(1) VALUE SPACE.
01 WS-CHANGE-ACTION PIC X(1) VALUE SPACE.
01 WS-CONFIRM PIC X(1) VALUE SPACE.

01 WS-REF-TABLE.
    05 WS-REF-COUNT PIC 9(3) VALUE 0.
    05 WS-REF-ENTRY OCCURS 500 TIMES.
        10 WS-REF-IMAGE PIC X(40).

01 WS-REF-INDEX PIC 9(3) VALUE 0.
01 WS-EDIT-SLOT PIC 9(3) VALUE 0.
01 WS-ENTRY-SELECTION PIC 9(9) VALUE 0.
01 WS-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
    88 REF-TABLE-TRUNCATED VALUE 'Y'.
01 WS-LOAD-IMAGE PIC X(40) VALUE SPACES.
01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.
01 WS-AFTER-IMAGE PIC X(40) VALUE SPACES.

01 WS-ENTRY-VALID-FLAG PIC X(1) VALUE 'Y'.
    88 ENTRY-VALID VALUE 'Y'.
01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
01 WS-SUPERVISOR-COUNT PIC 9(3) VALUE 0.

01 WS-FIELD-INPUT PIC X(20) VALUE SPACES.
01 WS-AMOUNT-INPUT PIC X(20) VALUE SPACES.
01 WS-AMOUNT-WORK PIC S9(9)V9(6) VALUE 0.
01 WS-AMOUNT-STATE PIC X(1) VALUE SPACE.
    88 AMOUNT-KEPT VALUE 'K'.
    88 AMOUNT-ENTERED VALUE 'V'.
    88 AMOUNT-IN-ERROR VALUE 'E'.
01 WS-CURRENT-DISPLAY PIC X(20) VALUE SPACES.

01 WS-CHECK-DATE PIC X(10) VALUE SPACES.
01 WS-CHECK-DATE-X PIC X(8) VALUE SPACES.
01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE-X PIC 9(8).
01 WS-CHECK-INTEGER PIC 9(9) VALUE 0.
01 WS-DATE-VALID-FLAG PIC X(1) VALUE 'N'.
    88 DATE-VALID VALUE 'Y'.

01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
01 WS-DELETED-COUNT PIC 9(9) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-ENTRY-DISPLAY PIC ZZ9.
01 WS-AMOUNT-DISPLAY PIC -(4)9.9(6).
01 WS-HIGH-DISPLAY PIC -(4)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-SYS-TIME PIC X(8).
01 WS-RUN-DATE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE.

    PERFORM SIGN-ON-SUPERVISOR.
    PERFORM OPEN-CHANGE-LOG.

    MOVE 'N' TO WS-MAINT-DONE-SWITCH.
    PERFORM UNTIL MAINT-DONE
        DISPLAY ' '
        DISPLAY 'Reference file (M=GL account map, R=Rates, '
            'O=Operators, T=Tolerance limit, E=Escalation age, '
            'X=Exit): ' WITH NO ADVANCING
        ACCEPT WS-FILE-CHOICE

        IF WS-FILE-CHOICE = 'X' OR WS-FILE-CHOICE = 'x'
            SET MAINT-DONE TO TRUE
        ELSE
            PERFORM SELECT-REFERENCE-FILE
            IF WS-REF-FILE-CODE = SPACE
                DISPLAY 'Unknown reference file: ' WS-FILE-CHOICE
            ELSE
                PERFORM MAINTAIN-REFERENCE-FILE
            END-IF
        END-IF
    END-PERFORM.

    CLOSE REF-CHANGE-FILE.

    MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Entries added   : ' WS-COUNT-DISPLAY.
    MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Entries changed : ' WS-COUNT-DISPLAY.
    MOVE WS-DELETED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Entries deleted : ' WS-COUNT-DISPLAY.
    MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Changes refused : ' WS-COUNT-DISPLAY.

    IF WS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

SIGN-ON-SUPERVISOR.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPER-FILE-STATUS NOT = '00'
        CONTINUE
    ELSE
        SET OPERATOR-CONTROL-ACTIVE TO TRUE
        CLOSE OPERATOR-FILE
    END-IF.

    DISPLAY 'Operator id: ' WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-ID.

    IF WS-OPERATOR-ID = SPACES
        DISPLAY 'Operator id is required - run refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF NOT OPERATOR-CONTROL-ACTIVE
        DISPLAY 'No operator file - operator control not active;'
            ' changes are logged under ' WS-OPERATOR-ID
    ELSE
        PERFORM FIND-OPERATOR-RECORD

        IF NOT OPERATOR-ON-FILE
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not on the'
                ' operator file - run refused'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF

        IF NOT SUPERVISOR-AUTHORITY
            DISPLAY 'Operator ' WS-OPERATOR-ID ' is not authorized'
                ' for reference maintenance - run refused'
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

OPEN-CHANGE-LOG.
    OPEN EXTEND REF-CHANGE-FILE.
    IF WS-REFCHG-FILE-STATUS = '35'
        OPEN OUTPUT REF-CHANGE-FILE
        CLOSE REF-CHANGE-FILE
        OPEN EXTEND REF-CHANGE-FILE
    END-IF.

SELECT-REFERENCE-FILE.
    MOVE SPACE TO WS-REF-FILE-CODE.

    IF WS-FILE-CHOICE = 'M' OR WS-FILE-CHOICE = 'm'
        MOVE 'M' TO WS-REF-FILE-CODE
        MOVE 'CALCGLMAP.DAT' TO WS-REF-FILE-NAME
        MOVE 100 TO WS-REF-LIMIT
    END-IF.
    IF WS-FILE-CHOICE = 'R' OR WS-FILE-CHOICE = 'r'
        MOVE 'R' TO WS-REF-FILE-CODE
        MOVE 'CALCRATE.DAT' TO WS-REF-FILE-NAME
        MOVE 500 TO WS-REF-LIMIT
    END-IF.
    IF WS-FILE-CHOICE = 'O' OR WS-FILE-CHOICE = 'o'
        MOVE 'O' TO WS-REF-FILE-CODE
        MOVE 'CALCOPER.DAT' TO WS-REF-FILE-NAME
        MOVE 500 TO WS-REF-LIMIT
    END-IF.
    IF WS-FILE-CHOICE = 'T' OR WS-FILE-CHOICE = 't'
        MOVE 'T' TO WS-REF-FILE-CODE
        MOVE 'CALCTOL.DAT' TO WS-REF-FILE-NAME
        MOVE 1 TO WS-REF-LIMIT
    END-IF.
    IF WS-FILE-CHOICE = 'E' OR WS-FILE-CHOICE = 'e'
        MOVE 'E' TO WS-REF-FILE-CODE
        MOVE 'CALCESCA.DAT' TO WS-REF-FILE-NAME
        MOVE 1 TO WS-REF-LIMIT
    END-IF.

MAINTAIN-REFERENCE-FILE.
    PERFORM LOAD-REFERENCE-TABLE.

    MOVE 'N' TO WS-FILE-DONE-SWITCH.
    PERFORM UNTIL FILE-DONE
        PERFORM LIST-REFERENCE-TABLE
        DISPLAY 'Action (A=Add, C=Change, D=Delete, X=Back): '
            WITH NO ADVANCING
        ACCEPT WS-ACTION

        IF WS-ACTION = 'A' OR WS-ACTION = 'a'
            PERFORM ADD-REFERENCE-ENTRY
        ELSE
            IF WS-ACTION = 'C' OR WS-ACTION = 'c'
                PERFORM CHANGE-REFERENCE-ENTRY
            ELSE
                IF WS-ACTION = 'D' OR WS-ACTION = 'd'
                    PERFORM DELETE-REFERENCE-ENTRY
                ELSE
                    IF WS-ACTION = 'X' OR WS-ACTION = 'x'
                        SET FILE-DONE TO TRUE
                    ELSE
                        DISPLAY 'Unknown action: ' WS-ACTION
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

LOAD-REFERENCE-TABLE.
    MOVE 0 TO WS-REF-COUNT.
    MOVE 'N' TO WS-TABLE-FULL-FLAG.
    MOVE 'N' TO WS-REF-EOF-SWITCH.

    IF GL-MAP-SELECTED
        PERFORM LOAD-GL-MAP-TABLE
    END-IF.
    IF RATE-SELECTED
        PERFORM LOAD-RATE-TABLE
    END-IF.
    IF OPERATOR-SELECTED
        PERFORM LOAD-OPERATOR-TABLE
    END-IF.
    IF TOLERANCE-SELECTED
        PERFORM LOAD-TOLERANCE-TABLE
    END-IF.
    IF ESCALATION-SELECTED
        PERFORM LOAD-ESCALATION-TABLE
    END-IF.

    IF REF-TABLE-TRUNCATED
        DISPLAY WS-REF-FILE-NAME ' holds more entries than can be'
            ' maintained here - changes to it are refused'
    END-IF.

LOAD-GL-MAP-TABLE.
    OPEN INPUT GL-MAP-FILE.
    IF WS-GLMAP-FILE-STATUS NOT = '00'
        DISPLAY 'CALCGLMAP.DAT not on file - the first add creates it'
    ELSE
        PERFORM UNTIL END-OF-REF-FILE
            READ GL-MAP-FILE
                AT END
                    SET END-OF-REF-FILE TO TRUE
                NOT AT END
                    MOVE GL-MAP-RECORD TO WS-LOAD-IMAGE
                    PERFORM STORE-LOADED-IMAGE
            END-READ
        END-PERFORM
        CLOSE GL-MAP-FILE
    END-IF.

LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-FILE-STATUS NOT = '00'
        DISPLAY 'CALCRATE.DAT not on file - the first add creates it'
    ELSE
        PERFORM UNTIL END-OF-REF-FILE
            READ RATE-FILE
                AT END
                    SET END-OF-REF-FILE TO TRUE
                NOT AT END
                    MOVE RATE-RECORD TO WS-LOAD-IMAGE
                    PERFORM STORE-LOADED-IMAGE
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

LOAD-OPERATOR-TABLE.
    OPEN INPUT OPERATOR-FILE.
    IF WS-OPER-FILE-STATUS NOT = '00'
        DISPLAY 'CALCOPER.DAT not on file - the first add creates it'
            ' and turns on operator sign-on'
    ELSE
        PERFORM UNTIL END-OF-REF-FILE
            READ OPERATOR-FILE
                AT END
                    SET END-OF-REF-FILE TO TRUE
                NOT AT END
                    MOVE OPERATOR-RECORD TO WS-LOAD-IMAGE
                    PERFORM STORE-LOADED-IMAGE
            END-READ
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF.

LOAD-TOLERANCE-TABLE.
    OPEN INPUT TOLERANCE-FILE.
    IF WS-TOL-FILE-STATUS NOT = '00'
        DISPLAY 'CALCTOL.DAT not on file - no tolerance checking'
    ELSE
        READ TOLERANCE-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE TOLERANCE-RECORD TO WS-LOAD-IMAGE
                PERFORM STORE-LOADED-IMAGE
        END-READ
        CLOSE TOLERANCE-FILE
    END-IF.

LOAD-ESCALATION-TABLE.
    OPEN INPUT ESCALATION-FILE.
    IF WS-ESCA-FILE-STATUS NOT = '00'
        DISPLAY 'CALCESCA.DAT not on file - the default of 30 days'
            ' applies'
    ELSE
        READ ESCALATION-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE ESCALATION-RECORD TO WS-LOAD-IMAGE
                PERFORM STORE-LOADED-IMAGE
        END-READ
        CLOSE ESCALATION-FILE
    END-IF.

STORE-LOADED-IMAGE.
    IF WS-REF-COUNT >= 500
        SET REF-TABLE-TRUNCATED TO TRUE
        SET END-OF-REF-FILE TO TRUE
    ELSE
        ADD 1 TO WS-REF-COUNT
        MOVE WS-LOAD-IMAGE TO WS-REF-IMAGE(WS-REF-COUNT)
    END-IF.

LIST-REFERENCE-TABLE.
    DISPLAY ' '.
    DISPLAY 'Entries on ' WS-REF-FILE-NAME ':'.
    IF WS-REF-COUNT = 0
        DISPLAY '  none'
    ELSE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            PERFORM DISPLAY-REFERENCE-ENTRY
        END-PERFORM
    END-IF.

DISPLAY-REFERENCE-ENTRY.
    MOVE WS-REF-INDEX TO WS-ENTRY-DISPLAY.

    IF GL-MAP-SELECTED
        MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-MAP-RECORD
        MOVE 0 TO WS-AMOUNT-DISPLAY
        MOVE 0 TO WS-HIGH-DISPLAY
        IF WS-CHK-MAP-RANGE-LOW IS NUMERIC
            MOVE WS-CHK-MAP-RANGE-LOW TO WS-AMOUNT-DISPLAY
        END-IF
        IF WS-CHK-MAP-RANGE-HIGH IS NUMERIC
            MOVE WS-CHK-MAP-RANGE-HIGH TO WS-HIGH-DISPLAY
        END-IF
        DISPLAY WS-ENTRY-DISPLAY ' ' WS-CHK-MAP-OPERATOR
            ' ' WS-AMOUNT-DISPLAY ' TO ' WS-HIGH-DISPLAY
            ' ' WS-CHK-MAP-ACCOUNT ' ' WS-CHK-MAP-DC-INDICATOR
    END-IF.

    IF RATE-SELECTED
        MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-RATE-RECORD
        MOVE 0 TO WS-AMOUNT-DISPLAY
        IF WS-CHK-RATE-VALUE IS NUMERIC
            MOVE WS-CHK-RATE-VALUE TO WS-AMOUNT-DISPLAY
        END-IF
        DISPLAY WS-ENTRY-DISPLAY ' ' WS-CHK-RATE-NAME
            ' EFFECTIVE ' WS-CHK-RATE-EFF-DATE
            ' ' WS-AMOUNT-DISPLAY
    END-IF.

    IF OPERATOR-SELECTED
        MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-OPERATOR-RECORD
        DISPLAY WS-ENTRY-DISPLAY ' ' WS-CHK-OPER-ID
            ' AUTHORITY ' WS-CHK-OPER-AUTHORITY
            ' ' WS-CHK-OPER-NAME
    END-IF.

    IF TOLERANCE-SELECTED
        MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-NEW-TOLERANCE-RECORD
        MOVE 0 TO WS-AMOUNT-DISPLAY
        IF WS-NEW-TOL-LIMIT IS NUMERIC
            MOVE WS-NEW-TOL-LIMIT TO WS-AMOUNT-DISPLAY
        END-IF
        DISPLAY WS-ENTRY-DISPLAY ' TOLERANCE LIMIT '
            WS-AMOUNT-DISPLAY
    END-IF.

    IF ESCALATION-SELECTED
        MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-NEW-ESCALATION-RECORD
        DISPLAY WS-ENTRY-DISPLAY ' ESCALATION AGE '
            WS-NEW-ESCA-AGE-DAYS ' DAYS'
    END-IF.

ADD-REFERENCE-ENTRY.
    IF REF-TABLE-TRUNCATED
        DISPLAY WS-REF-FILE-NAME ' is too large to maintain here -'
            ' add refused'
    ELSE
        IF WS-REF-COUNT >= WS-REF-LIMIT
            MOVE WS-REF-LIMIT TO WS-ENTRY-DISPLAY
            DISPLAY WS-REF-FILE-NAME ' already holds its limit of '
                WS-ENTRY-DISPLAY ' entries - change or delete one'
                ' instead'
        ELSE
            MOVE 0 TO WS-EDIT-SLOT
            MOVE SPACES TO WS-BEFORE-IMAGE
            PERFORM EDIT-REFERENCE-ENTRY
            IF ENTRY-VALID
                ADD 1 TO WS-REF-COUNT
                MOVE WS-AFTER-IMAGE TO WS-REF-IMAGE(WS-REF-COUNT)
                MOVE 'A' TO WS-CHANGE-ACTION
                PERFORM APPLY-REFERENCE-CHANGE
                ADD 1 TO WS-ADDED-COUNT
            ELSE
                PERFORM REPORT-REFUSED-CHANGE
            END-IF
        END-IF
    END-IF.

CHANGE-REFERENCE-ENTRY.
    IF REF-TABLE-TRUNCATED
        DISPLAY WS-REF-FILE-NAME ' is too large to maintain here -'
            ' change refused'
    ELSE
        IF WS-REF-COUNT = 0
            DISPLAY 'No entries on ' WS-REF-FILE-NAME ' to change'
        ELSE
            DISPLAY 'Entry number to change: ' WITH NO ADVANCING
            ACCEPT WS-ENTRY-SELECTION
            IF WS-ENTRY-SELECTION = 0
                    OR WS-ENTRY-SELECTION > WS-REF-COUNT
                DISPLAY 'No such entry'
            ELSE
                MOVE WS-ENTRY-SELECTION TO WS-EDIT-SLOT
                MOVE WS-REF-IMAGE(WS-EDIT-SLOT) TO WS-BEFORE-IMAGE
                DISPLAY 'Press enter at any prompt to keep the value'
                    ' shown'
                PERFORM EDIT-REFERENCE-ENTRY
                IF NOT ENTRY-VALID
                    PERFORM REPORT-REFUSED-CHANGE
                ELSE
                    IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                        DISPLAY 'Entry unchanged - nothing written'
                    ELSE
                        MOVE WS-AFTER-IMAGE
                            TO WS-REF-IMAGE(WS-EDIT-SLOT)
                        MOVE 'C' TO WS-CHANGE-ACTION
                        PERFORM APPLY-REFERENCE-CHANGE
                        ADD 1 TO WS-CHANGED-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

DELETE-REFERENCE-ENTRY.
    IF REF-TABLE-TRUNCATED
        DISPLAY WS-REF-FILE-NAME ' is too large to maintain here -'
            ' delete refused'
    ELSE
        IF WS-REF-COUNT = 0
            DISPLAY 'No entries on ' WS-REF-FILE-NAME ' to delete'
        ELSE
            DISPLAY 'Entry number to delete: ' WITH NO ADVANCING
            ACCEPT WS-ENTRY-SELECTION
            IF WS-ENTRY-SELECTION = 0
                    OR WS-ENTRY-SELECTION > WS-REF-COUNT
                DISPLAY 'No such entry'
            ELSE
                MOVE WS-ENTRY-SELECTION TO WS-EDIT-SLOT
                PERFORM CONFIRM-REFERENCE-DELETE
            END-IF
        END-IF
    END-IF.

CONFIRM-REFERENCE-DELETE.
    MOVE 'Y' TO WS-ENTRY-VALID-FLAG.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE WS-REF-IMAGE(WS-EDIT-SLOT) TO WS-BEFORE-IMAGE.
    MOVE SPACES TO WS-AFTER-IMAGE.

    IF OPERATOR-SELECTED
        MOVE SPACES TO WS-NEW-OPERATOR-RECORD
        PERFORM CHECK-SUPERVISOR-REMAINS
    END-IF.

    IF NOT ENTRY-VALID
        PERFORM REPORT-REFUSED-CHANGE
    ELSE
        MOVE WS-EDIT-SLOT TO WS-ENTRY-DISPLAY
        DISPLAY 'Delete entry ' WS-ENTRY-DISPLAY ' (Y/N): '
            WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
            DISPLAY 'Delete cancelled - nothing written'
        ELSE
            PERFORM VARYING WS-REF-INDEX FROM WS-EDIT-SLOT BY 1
                    UNTIL WS-REF-INDEX >= WS-REF-COUNT
                MOVE WS-REF-IMAGE(WS-REF-INDEX + 1)
                    TO WS-REF-IMAGE(WS-REF-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM WS-REF-COUNT
            MOVE 'D' TO WS-CHANGE-ACTION
            PERFORM APPLY-REFERENCE-CHANGE
            ADD 1 TO WS-DELETED-COUNT
        END-IF
    END-IF.

EDIT-REFERENCE-ENTRY.
    MOVE 'Y' TO WS-ENTRY-VALID-FLAG.
    MOVE SPACES TO WS-REJECT-REASON.

    IF GL-MAP-SELECTED
        MOVE WS-BEFORE-IMAGE TO WS-NEW-MAP-RECORD
        PERFORM PROMPT-GL-MAP-FIELDS
        IF ENTRY-VALID
            PERFORM VALIDATE-GL-MAP-ENTRY
        END-IF
        MOVE WS-NEW-MAP-RECORD TO WS-AFTER-IMAGE
    END-IF.

    IF RATE-SELECTED
        MOVE WS-BEFORE-IMAGE TO WS-NEW-RATE-RECORD
        PERFORM PROMPT-RATE-FIELDS
        IF ENTRY-VALID
            PERFORM VALIDATE-RATE-ENTRY
        END-IF
        MOVE WS-NEW-RATE-RECORD TO WS-AFTER-IMAGE
    END-IF.

    IF OPERATOR-SELECTED
        MOVE WS-BEFORE-IMAGE TO WS-NEW-OPERATOR-RECORD
        PERFORM PROMPT-OPERATOR-FIELDS
        IF ENTRY-VALID
            PERFORM VALIDATE-OPERATOR-ENTRY
        END-IF
        MOVE WS-NEW-OPERATOR-RECORD TO WS-AFTER-IMAGE
    END-IF.

    IF TOLERANCE-SELECTED
        MOVE WS-BEFORE-IMAGE TO WS-NEW-TOLERANCE-RECORD
        PERFORM PROMPT-TOLERANCE-FIELDS
        IF ENTRY-VALID
            PERFORM VALIDATE-TOLERANCE-ENTRY
        END-IF
        MOVE WS-NEW-TOLERANCE-RECORD TO WS-AFTER-IMAGE
    END-IF.

    IF ESCALATION-SELECTED
        MOVE WS-BEFORE-IMAGE TO WS-NEW-ESCALATION-RECORD
        PERFORM PROMPT-ESCALATION-FIELDS
        IF ENTRY-VALID
            PERFORM VALIDATE-ESCALATION-ENTRY
        END-IF
        MOVE WS-NEW-ESCALATION-RECORD TO WS-AFTER-IMAGE
    END-IF.

PROMPT-GL-MAP-FIELDS.
    DISPLAY 'Operator (+ - * / % M) [' WS-NEW-MAP-OPERATOR ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:1) TO WS-NEW-MAP-OPERATOR
    END-IF.

    MOVE SPACES TO WS-CURRENT-DISPLAY.
    IF WS-NEW-MAP-RANGE-LOW IS NUMERIC
        MOVE WS-NEW-MAP-RANGE-LOW TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-CURRENT-DISPLAY
    END-IF.
    DISPLAY 'Result range low [' WS-CURRENT-DISPLAY ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    ACCEPT WS-AMOUNT-INPUT.
    PERFORM CONVERT-AMOUNT-INPUT.
    IF AMOUNT-IN-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Result range low is not a valid amount'
            TO WS-REJECT-REASON
    ELSE
        IF AMOUNT-ENTERED
            MOVE WS-AMOUNT-WORK TO WS-NEW-MAP-RANGE-LOW
        END-IF
    END-IF.

    MOVE SPACES TO WS-CURRENT-DISPLAY.
    IF WS-NEW-MAP-RANGE-HIGH IS NUMERIC
        MOVE WS-NEW-MAP-RANGE-HIGH TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-CURRENT-DISPLAY
    END-IF.
    DISPLAY 'Result range high [' WS-CURRENT-DISPLAY ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    ACCEPT WS-AMOUNT-INPUT.
    PERFORM CONVERT-AMOUNT-INPUT.
    IF AMOUNT-IN-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Result range high is not a valid amount'
            TO WS-REJECT-REASON
    ELSE
        IF AMOUNT-ENTERED
            MOVE WS-AMOUNT-WORK TO WS-NEW-MAP-RANGE-HIGH
        END-IF
    END-IF.

    DISPLAY 'GL account [' WS-NEW-MAP-ACCOUNT ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:8) TO WS-NEW-MAP-ACCOUNT
    END-IF.

    DISPLAY 'Debit/credit (D/C) [' WS-NEW-MAP-DC-INDICATOR ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:1) TO WS-NEW-MAP-DC-INDICATOR
    END-IF.

VALIDATE-GL-MAP-ENTRY.
    IF WS-NEW-MAP-OPERATOR NOT = '+' AND WS-NEW-MAP-OPERATOR NOT = '-'
            AND WS-NEW-MAP-OPERATOR NOT = '*'
            AND WS-NEW-MAP-OPERATOR NOT = '/'
            AND WS-NEW-MAP-OPERATOR NOT = '%'
            AND WS-NEW-MAP-OPERATOR NOT = 'M'
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Operator must be + - * / % or M' TO WS-REJECT-REASON
    ELSE
        IF WS-NEW-MAP-RANGE-LOW NOT NUMERIC
                OR WS-NEW-MAP-RANGE-HIGH NOT NUMERIC
            MOVE 'N' TO WS-ENTRY-VALID-FLAG
            MOVE 'Result range low and high are both required'
                TO WS-REJECT-REASON
        ELSE
            IF WS-NEW-MAP-RANGE-LOW > WS-NEW-MAP-RANGE-HIGH
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE 'Result range low is above range high'
                    TO WS-REJECT-REASON
            ELSE
                IF WS-NEW-MAP-ACCOUNT = SPACES
                    MOVE 'N' TO WS-ENTRY-VALID-FLAG
                    MOVE 'GL account is required' TO WS-REJECT-REASON
                ELSE
                    IF WS-NEW-MAP-DC-INDICATOR NOT = 'D'
                            AND WS-NEW-MAP-DC-INDICATOR NOT = 'C'
                        MOVE 'N' TO WS-ENTRY-VALID-FLAG
                        MOVE 'Debit/credit indicator must be D or C'
                            TO WS-REJECT-REASON
                    ELSE
                        PERFORM CHECK-MAP-OVERLAP
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-MAP-OVERLAP.
    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT
               OR NOT ENTRY-VALID
        IF WS-REF-INDEX NOT = WS-EDIT-SLOT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-MAP-RECORD
            IF WS-CHK-MAP-OPERATOR = WS-NEW-MAP-OPERATOR
                    AND WS-CHK-MAP-RANGE-LOW IS NUMERIC
                    AND WS-CHK-MAP-RANGE-HIGH IS NUMERIC
                    AND WS-NEW-MAP-RANGE-LOW
                        NOT > WS-CHK-MAP-RANGE-HIGH
                    AND WS-CHK-MAP-RANGE-LOW
                        NOT > WS-NEW-MAP-RANGE-HIGH
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE WS-REF-INDEX TO WS-ENTRY-DISPLAY
                STRING 'Result range overlaps entry '
                    WS-ENTRY-DISPLAY ' for the same operator'
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-IF
        END-IF
    END-PERFORM.

PROMPT-RATE-FIELDS.
    DISPLAY 'Rate name [' WS-NEW-RATE-NAME ']: ' WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:8) TO WS-NEW-RATE-NAME
    END-IF.

    DISPLAY 'Effective date YYYY-MM-DD [' WS-NEW-RATE-EFF-DATE ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:10) TO WS-NEW-RATE-EFF-DATE
    END-IF.

    MOVE SPACES TO WS-CURRENT-DISPLAY.
    IF WS-NEW-RATE-VALUE IS NUMERIC
        MOVE WS-NEW-RATE-VALUE TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-CURRENT-DISPLAY
    END-IF.
    DISPLAY 'Rate value [' WS-CURRENT-DISPLAY ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    ACCEPT WS-AMOUNT-INPUT.
    PERFORM CONVERT-AMOUNT-INPUT.
    IF AMOUNT-IN-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Rate value is not a valid amount' TO WS-REJECT-REASON
    ELSE
        IF AMOUNT-ENTERED
            MOVE WS-AMOUNT-WORK TO WS-NEW-RATE-VALUE
        END-IF
    END-IF.

VALIDATE-RATE-ENTRY.
    MOVE WS-NEW-RATE-EFF-DATE TO WS-CHECK-DATE.
    PERFORM VALIDATE-CHECK-DATE.

    IF WS-NEW-RATE-NAME = SPACES
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Rate name is required' TO WS-REJECT-REASON
    ELSE
        IF WS-NEW-RATE-NAME(1:1) = '='
            MOVE 'N' TO WS-ENTRY-VALID-FLAG
            MOVE 'Rate name is keyed without the leading ='
                TO WS-REJECT-REASON
        ELSE
            IF NOT DATE-VALID
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE 'Effective date must be a real date (YYYY-MM-DD)'
                    TO WS-REJECT-REASON
            ELSE
                IF WS-NEW-RATE-VALUE NOT NUMERIC
                    MOVE 'N' TO WS-ENTRY-VALID-FLAG
                    MOVE 'Rate value is required' TO WS-REJECT-REASON
                ELSE
                    PERFORM CHECK-RATE-DUPLICATE
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-RATE-DUPLICATE.
    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT
               OR NOT ENTRY-VALID
        IF WS-REF-INDEX NOT = WS-EDIT-SLOT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-RATE-RECORD
            IF WS-CHK-RATE-NAME = WS-NEW-RATE-NAME
                    AND WS-CHK-RATE-EFF-DATE = WS-NEW-RATE-EFF-DATE
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE WS-REF-INDEX TO WS-ENTRY-DISPLAY
                STRING 'Rate already has an entry effective that date'
                    ' (entry ' WS-ENTRY-DISPLAY ')'
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-IF
        END-IF
    END-PERFORM.

PROMPT-OPERATOR-FIELDS.
    IF WS-EDIT-SLOT = 0
        DISPLAY 'Operator id: ' WITH NO ADVANCING
        MOVE SPACES TO WS-FIELD-INPUT
        ACCEPT WS-FIELD-INPUT
        MOVE WS-FIELD-INPUT(1:8) TO WS-NEW-OPER-ID
    ELSE
        DISPLAY 'Operator id ' WS-NEW-OPER-ID
            ' (delete and re-add to change an id)'
    END-IF.

    DISPLAY 'Authority (S=Supervisor, O=Operator) ['
        WS-NEW-OPER-AUTHORITY ']: ' WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT(1:1) TO WS-NEW-OPER-AUTHORITY
    END-IF.

    DISPLAY 'Name [' WS-NEW-OPER-NAME ']: ' WITH NO ADVANCING.
    MOVE SPACES TO WS-FIELD-INPUT.
    ACCEPT WS-FIELD-INPUT.
    IF WS-FIELD-INPUT NOT = SPACES
        MOVE WS-FIELD-INPUT TO WS-NEW-OPER-NAME
    END-IF.

VALIDATE-OPERATOR-ENTRY.
    IF WS-NEW-OPER-ID = SPACES
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Operator id is required' TO WS-REJECT-REASON
    ELSE
        IF WS-NEW-OPER-AUTHORITY NOT = 'S'
                AND WS-NEW-OPER-AUTHORITY NOT = 'O'
            MOVE 'N' TO WS-ENTRY-VALID-FLAG
            MOVE 'Authority must be S or O' TO WS-REJECT-REASON
        ELSE
            IF WS-NEW-OPER-NAME = SPACES
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE 'Operator name is required' TO WS-REJECT-REASON
            ELSE
                PERFORM CHECK-OPERATOR-DUPLICATE
                IF ENTRY-VALID
                    PERFORM CHECK-SUPERVISOR-REMAINS
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-OPERATOR-DUPLICATE.
    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT
               OR NOT ENTRY-VALID
        IF WS-REF-INDEX NOT = WS-EDIT-SLOT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-OPERATOR-RECORD
            IF WS-CHK-OPER-ID = WS-NEW-OPER-ID
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE 'Operator id is already on file'
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-PERFORM.

CHECK-SUPERVISOR-REMAINS.
    MOVE 0 TO WS-SUPERVISOR-COUNT.
    IF WS-NEW-OPER-AUTHORITY = 'S'
        ADD 1 TO WS-SUPERVISOR-COUNT
    END-IF.

    PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
            UNTIL WS-REF-INDEX > WS-REF-COUNT
        IF WS-REF-INDEX NOT = WS-EDIT-SLOT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO WS-CHK-OPERATOR-RECORD
            IF WS-CHK-OPER-AUTHORITY = 'S'
                ADD 1 TO WS-SUPERVISOR-COUNT
            END-IF
        END-IF
    END-PERFORM.

    IF WS-SUPERVISOR-COUNT = 0
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'At least one supervisor must remain on the operator file'
            TO WS-REJECT-REASON
    END-IF.

PROMPT-TOLERANCE-FIELDS.
    MOVE SPACES TO WS-CURRENT-DISPLAY.
    IF WS-NEW-TOL-LIMIT IS NUMERIC
        MOVE WS-NEW-TOL-LIMIT TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO WS-CURRENT-DISPLAY
    END-IF.
    DISPLAY 'Tolerance limit [' WS-CURRENT-DISPLAY ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    ACCEPT WS-AMOUNT-INPUT.
    PERFORM CONVERT-AMOUNT-INPUT.
    IF AMOUNT-IN-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Tolerance limit is not a valid amount'
            TO WS-REJECT-REASON
    ELSE
        IF AMOUNT-ENTERED
            MOVE WS-AMOUNT-WORK TO WS-NEW-TOL-LIMIT
        END-IF
    END-IF.

VALIDATE-TOLERANCE-ENTRY.
    IF WS-NEW-TOL-LIMIT NOT NUMERIC
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Tolerance limit is required' TO WS-REJECT-REASON
    ELSE
        IF WS-NEW-TOL-LIMIT NOT > 0
            MOVE 'N' TO WS-ENTRY-VALID-FLAG
            MOVE 'Tolerance limit must be greater than zero'
                TO WS-REJECT-REASON
        END-IF
    END-IF.

PROMPT-ESCALATION-FIELDS.
    DISPLAY 'Escalation age in days [' WS-NEW-ESCA-AGE-DAYS ']: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    ACCEPT WS-AMOUNT-INPUT.
    PERFORM CONVERT-AMOUNT-INPUT.
    IF AMOUNT-IN-ERROR
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Escalation age is not a valid number of days'
            TO WS-REJECT-REASON
    ELSE
        IF AMOUNT-ENTERED
            IF WS-AMOUNT-WORK < 1 OR WS-AMOUNT-WORK > 999
                    OR WS-AMOUNT-WORK NOT = FUNCTION INTEGER(WS-AMOUNT-WORK)
                MOVE 'N' TO WS-ENTRY-VALID-FLAG
                MOVE 'Escalation age must be a whole number 1 to 999'
                    TO WS-REJECT-REASON
            ELSE
                MOVE WS-AMOUNT-WORK TO WS-NEW-ESCA-AGE-DAYS
            END-IF
        END-IF
    END-IF.

VALIDATE-ESCALATION-ENTRY.
    IF WS-NEW-ESCA-AGE-DAYS NOT NUMERIC
        MOVE 'N' TO WS-ENTRY-VALID-FLAG
        MOVE 'Escalation age is required' TO WS-REJECT-REASON
    ELSE
        IF WS-NEW-ESCA-AGE-DAYS = 0
            MOVE 'N' TO WS-ENTRY-VALID-FLAG
            MOVE 'Escalation age must be at least one day'
                TO WS-REJECT-REASON
        END-IF
    END-IF.

CONVERT-AMOUNT-INPUT.
    IF WS-AMOUNT-INPUT = SPACES
        SET AMOUNT-KEPT TO TRUE
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
            SET AMOUNT-IN-ERROR TO TRUE
        ELSE
            COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(WS-AMOUNT-INPUT)
            IF WS-AMOUNT-WORK > 9999.999999
                    OR WS-AMOUNT-WORK < -9999.999999
                SET AMOUNT-IN-ERROR TO TRUE
            ELSE
                SET AMOUNT-ENTERED TO TRUE
            END-IF
        END-IF
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

REPORT-REFUSED-CHANGE.
    ADD 1 TO WS-REJECTED-COUNT.
    DISPLAY 'Change refused - ' WS-REJECT-REASON.
    DISPLAY 'Nothing written to ' WS-REF-FILE-NAME.

APPLY-REFERENCE-CHANGE.
    PERFORM REWRITE-REFERENCE-FILE.
    PERFORM WRITE-CHANGE-LOG.
    DISPLAY WS-REF-FILE-NAME ' updated and change logged'.

    IF TOLERANCE-SELECTED AND WS-REF-COUNT = 0
        DISPLAY 'Tolerance limit removed - results will post without'
            ' supervisor review'
    END-IF.
    IF ESCALATION-SELECTED AND WS-REF-COUNT = 0
        DISPLAY 'Escalation age removed - the default of 30 days'
            ' applies'
    END-IF.
    IF OPERATOR-SELECTED AND NOT OPERATOR-CONTROL-ACTIVE
        SET OPERATOR-CONTROL-ACTIVE TO TRUE
        DISPLAY 'Operator file created - Calculator now requires'
            ' sign-on'
    END-IF.

REWRITE-REFERENCE-FILE.
    IF GL-MAP-SELECTED
        OPEN OUTPUT GL-MAP-FILE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO GL-MAP-RECORD
            WRITE GL-MAP-RECORD
        END-PERFORM
        CLOSE GL-MAP-FILE
    END-IF.

    IF RATE-SELECTED
        OPEN OUTPUT RATE-FILE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO RATE-RECORD
            WRITE RATE-RECORD
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

    IF OPERATOR-SELECTED
        OPEN OUTPUT OPERATOR-FILE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO OPERATOR-RECORD
            WRITE OPERATOR-RECORD
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF.

    IF TOLERANCE-SELECTED
        OPEN OUTPUT TOLERANCE-FILE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO TOLERANCE-RECORD
            WRITE TOLERANCE-RECORD
        END-PERFORM
        CLOSE TOLERANCE-FILE
    END-IF.

    IF ESCALATION-SELECTED
        OPEN OUTPUT ESCALATION-FILE
        PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
                UNTIL WS-REF-INDEX > WS-REF-COUNT
            MOVE WS-REF-IMAGE(WS-REF-INDEX) TO ESCALATION-RECORD
            WRITE ESCALATION-RECORD
        END-PERFORM
        CLOSE ESCALATION-FILE
    END-IF.

WRITE-CHANGE-LOG.
    ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-SYS-TIME FROM TIME.

    MOVE SPACES TO REF-CHANGE-RECORD.
    STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-' WS-SYS-DATE(7:2)
        DELIMITED BY SIZE INTO REFCHG-DATE.
    STRING WS-SYS-TIME(1:2) ':' WS-SYS-TIME(3:2) ':' WS-SYS-TIME(5:2)
        DELIMITED BY SIZE INTO REFCHG-TIME.
    MOVE WS-OPERATOR-ID TO REFCHG-OPERATOR-ID.
    MOVE WS-REF-FILE-NAME TO REFCHG-FILE-NAME.
    MOVE WS-CHANGE-ACTION TO REFCHG-ACTION.
    MOVE WS-BEFORE-IMAGE TO REFCHG-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO REFCHG-AFTER-IMAGE.
    WRITE REF-CHANGE-RECORD.
