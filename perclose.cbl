        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREG-FILE-STATUS.

    SELECT GL-SEQUENCE-FILE ASSIGN TO "CALCGLSEQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLSEQ-FILE-STATUS.

    SELECT ACCRUAL-TMP-FILE ASSIGN TO "CALCACCM.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATMP-FILE-STATUS.

    SELECT SKIP-TMP-FILE ASSIGN TO "CALCACCS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMP-FILE-STATUS.

    SELECT BALANCE-FILE ASSIGN TO "CALCBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAL-FILE-STATUS.

    SELECT NEW-ACCOUNT-TMP-FILE ASSIGN TO "CALCBALN.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NTMP-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "CALCSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
FD XMIT-REGISTER-FILE.
    COPY XMTREG.

FD GL-SEQUENCE-FILE.
    COPY GLSEQ.

FD ACCRUAL-TMP-FILE.
01 ACCRUAL-TMP-RECORD PIC X(120).

FD SKIP-TMP-FILE.
01 SKIP-TMP-RECORD PIC X(80).

FD BALANCE-FILE.
    COPY BALREC.

FD NEW-ACCOUNT-TMP-FILE.
01 NEW-ACCOUNT-TMP-RECORD PIC X(80).

SD SORT-WORK-FILE.
01 SORT-ACR-RECORD.
    05 SORT-ACR-REF PIC 9(9).
    05 SORT-ACR-TYPE PIC 9(1).
    05 SORT-ACR-IMAGE PIC X(120).

WORKING-STORAGE SECTION.
01 WS-PERD-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-KEEP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-POST-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-XREG-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-GLSEQ-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-ATMP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-STMP-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-BAL-FILE-STATUS PIC X(2) VALUE '00'.
01 WS-NTMP-FILE-STATUS PIC X(2) VALUE '00'.

01 WS-ARCHIVE-FILENAME PIC X(100) VALUE SPACES.

    88 END-OF-KEEP-FILE VALUE 'Y'.
01 WS-XREG-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-XREG-FILE VALUE 'Y'.
01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-SORT-FILE VALUE 'Y'.
01 WS-ATMP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-ATMP-FILE VALUE 'Y'.
01 WS-STMP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-STMP-FILE VALUE 'Y'.
01 WS-BAL-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-BAL-FILE VALUE 'Y'.
01 WS-NTMP-EOF-SWITCH PIC X(1) VALUE 'N'.
    88 END-OF-NTMP-FILE VALUE 'Y'.
01 WS-GL-PRESENT-FLAG PIC X(1) VALUE 'N'.
    88 GL-FILE-PRESENT VALUE 'Y'.
01 WS-XREG-PRESENT-FLAG PIC X(1) VALUE 'N'.
    88 REGISTER-PRESENT VALUE 'Y'.
01 WS-LEDGER-PRESENT-FLAG PIC X(1) VALUE 'N'.
    88 LEDGER-PRESENT VALUE 'Y'.

01 WS-OPEN-PERIOD PIC X(7) VALUE SPACES.
01 WS-NEXT-PERIOD PIC X(7) VALUE SPACES.
01 WS-YEAR-START-PERIOD PIC X(7) VALUE SPACES.
01 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
01 WS-CONFIRM PIC X(1) VALUE SPACE.
01 WS-SWEPT-BELOW-HW PIC 9(9) VALUE 0.
01 WS-SWEPT-ABOVE-HW PIC 9(9) VALUE 0.

01 WS-LAST-REVERSED-FLAG PIC X(1) VALUE 'N'.
01 WS-LAST-REVERSED-REF PIC 9(9) VALUE 0.
01 WS-ACCRUAL-COUNT PIC 9(9) VALUE 0.
01 WS-ACCRUAL-SKIP-COUNT PIC 9(9) VALUE 0.
01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
01 WS-REVERSED-TOTAL PIC S9(12)V9(6) VALUE 0.
01 WS-GL-REFERENCE PIC 9(9) VALUE 0.
01 WS-ORIG-REFERENCE PIC 9(9) VALUE 0.
01 WS-REVERSAL-DATE PIC X(10) VALUE SPACES.

01 WS-LEDGER-TABLE.
    05 WS-LG-COUNT PIC 9(4) VALUE 0.
    05 WS-LG-ENTRY OCCURS 2000 TIMES.
        10 WS-LG-KEY.
            15 WS-LG-ACCOUNT PIC X(8).
            15 WS-LG-DEPARTMENT PIC X(4).
        10 WS-LG-LAST-PERIOD PIC X(7).
        10 WS-LG-OPENING PIC S9(12)V9(6).
        10 WS-LG-DEBITS PIC S9(12)V9(6).
        10 WS-LG-CREDITS PIC S9(12)V9(6).

01 WS-LG-INDEX PIC 9(4) VALUE 0.
01 WS-LG-SLOT PIC 9(4) VALUE 0.
01 WS-LG-SHIFT PIC 9(4) VALUE 0.
01 WS-LG-SEARCH-KEY.
    05 WS-LG-SEARCH-ACCOUNT PIC X(8).
    05 WS-LG-SEARCH-DEPARTMENT PIC X(4).
01 WS-LEDGER-FULL-FLAG PIC X(1) VALUE 'N'.
    88 LEDGER-TABLE-FULL VALUE 'Y'.

01 WS-KNOWN-ACCOUNT-TABLE.
    05 WS-KA-COUNT PIC 9(4) VALUE 0.
    05 WS-KA-ACCOUNT PIC X(8) OCCURS 2000 TIMES.

01 WS-KA-INDEX PIC 9(4) VALUE 0.
01 WS-KA-SLOT PIC 9(4) VALUE 0.

01 WS-LEDGER-WRITTEN-COUNT PIC 9(9) VALUE 0.
01 WS-LEDGER-DROPPED-COUNT PIC 9(9) VALUE 0.
01 WS-NEW-ACCOUNT-COUNT PIC 9(9) VALUE 0.

01 WS-POST-SUMMARY-TABLE.
    05 WS-POST-ACCT-COUNT PIC 9(4) VALUE 0.
    05 WS-POST-ACCT-ENTRY OCCURS 1000 TIMES.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
01 WS-DEBIT-DISPLAY PIC -(12)9.9(6).
01 WS-CREDIT-DISPLAY PIC -(12)9.9(6).
01 WS-AMOUNT-DISPLAY PIC -(12)9.9(6).

01 WS-SYS-DATE PIC X(8).
01 WS-RUN-DATE PIC X(10).
    STRING 'CALCGL.' WS-OPEN-PERIOD(1:4) WS-OPEN-PERIOD(6:2) '.ARC'
        DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME.

    PERFORM COMPUTE-NEXT-PERIOD.
    PERFORM READ-REGISTER-HIGH-WATER.
    PERFORM SELECT-UNREVERSED-ACCRUALS.
    PERFORM LOAD-BALANCE-LEDGER.
    PERFORM SPLIT-GL-FILE.

    IF GL-FILE-PRESENT
    END-IF.

    PERFORM WRITE-PERIOD-SUMMARY.
    PERFORM POST-ACCRUAL-REVERSALS.
    PERFORM WRITE-BALANCE-LEDGER.
    PERFORM ADVANCE-OPEN-PERIOD.

    IF REGISTER-PRESENT AND WS-SWEPT-ABOVE-HW > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    IF WS-LEDGER-DROPPED-COUNT > 0
        MOVE WS-LEDGER-DROPPED-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'WARNING - balance ledger table full - balances not'
            ' written: ' WS-COUNT-DISPLAY
        MOVE 8 TO RETURN-CODE
    END-IF.

    IF WS-NEW-ACCOUNT-COUNT > 0
        MOVE WS-NEW-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Postings to accounts new to the balance ledger: '
            WS-COUNT-DISPLAY ' - see CALCPCLS.RPT'
    END-IF.

    MOVE WS-SWEPT-COUNT TO WS-COUNT-DISPLAY.
    DISPLAY 'Period ' WS-OPEN-PERIOD ' closed - postings archived: '
        WS-COUNT-DISPLAY.
    IF WS-REVERSAL-COUNT > 0
        MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY
        DISPLAY 'Accrual reversals posted into ' WS-NEXT-PERIOD ': '
            WS-COUNT-DISPLAY
    END-IF.
    DISPLAY 'Open accounting period is now ' WS-NEXT-PERIOD.

    STOP RUN.
        CLOSE XMIT-REGISTER-FILE
    END-IF.

SELECT-UNREVERSED-ACCRUALS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-ACR-REF
        ON ASCENDING KEY SORT-ACR-TYPE
        INPUT PROCEDURE IS RELEASE-GL-FOR-ACCRUALS
        OUTPUT PROCEDURE IS PICK-UNREVERSED-ACCRUALS.

RELEASE-GL-FOR-ACCRUALS.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
        SET END-OF-GL-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
                AT END
                    SET END-OF-GL-FILE TO TRUE
                NOT AT END
                    PERFORM RELEASE-ACCRUAL-CANDIDATE
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.
    MOVE 'N' TO WS-GL-EOF-SWITCH.

RELEASE-ACCRUAL-CANDIDATE.
    MOVE SPACES TO SORT-ACR-IMAGE.
    IF GL-REVERSED-REF(1:1) NOT = SPACE
        MOVE GL-REVERSED-REF TO SORT-ACR-REF
        MOVE 1 TO SORT-ACR-TYPE
        RELEASE SORT-ACR-RECORD
    ELSE
        IF GL-ACCRUAL-FLAG = 'A'
                AND (GL-PERIOD = SPACES
                     OR GL-PERIOD NOT > WS-OPEN-PERIOD)
            MOVE GL-REFERENCE TO SORT-ACR-REF
            MOVE 2 TO SORT-ACR-TYPE
            MOVE GL-RECORD TO SORT-ACR-IMAGE
            RELEASE SORT-ACR-RECORD
        END-IF
    END-IF.

PICK-UNREVERSED-ACCRUALS.
    MOVE 'N' TO WS-SORT-EOF-SWITCH.
    MOVE 'N' TO WS-LAST-REVERSED-FLAG.

    OPEN OUTPUT ACCRUAL-TMP-FILE.
    OPEN OUTPUT SKIP-TMP-FILE.

    PERFORM UNTIL END-OF-SORT-FILE
        RETURN SORT-WORK-FILE
            AT END
                SET END-OF-SORT-FILE TO TRUE
            NOT AT END
                IF SORT-ACR-TYPE = 1
                    MOVE SORT-ACR-REF TO WS-LAST-REVERSED-REF
                    MOVE 'Y' TO WS-LAST-REVERSED-FLAG
                ELSE
                    PERFORM CHECK-SORTED-ACCRUAL
                END-IF
        END-RETURN
    END-PERFORM.

    CLOSE ACCRUAL-TMP-FILE.
    CLOSE SKIP-TMP-FILE.

CHECK-SORTED-ACCRUAL.
    MOVE SORT-ACR-IMAGE TO GL-RECORD.

    IF WS-LAST-REVERSED-FLAG = 'Y'
            AND SORT-ACR-REF = WS-LAST-REVERSED-REF
        ADD 1 TO WS-ACCRUAL-SKIP-COUNT
        MOVE SPACES TO SKIP-TMP-RECORD
        STRING 'ALREADY REVERSED  REF ' GL-REFERENCE
            ' - SKIPPED, A REVERSAL IS ON FILE'
            DELIMITED BY SIZE INTO SKIP-TMP-RECORD
        WRITE SKIP-TMP-RECORD
    ELSE
        ADD 1 TO WS-ACCRUAL-COUNT
        MOVE GL-RECORD TO ACCRUAL-TMP-RECORD
        WRITE ACCRUAL-TMP-RECORD
    END-IF.

SPLIT-GL-FILE.
    OPEN INPUT GL-FILE.
    IF WS-GL-FILE-STATUS NOT = '00'
            OPEN EXTEND ARCHIVE-FILE
        END-IF
        OPEN OUTPUT KEEP-FILE
        OPEN OUTPUT NEW-ACCOUNT-TMP-FILE

        PERFORM UNTIL END-OF-GL-FILE
            READ GL-FILE
        CLOSE GL-FILE
        CLOSE ARCHIVE-FILE
        CLOSE KEEP-FILE
        CLOSE NEW-ACCOUNT-TMP-FILE
    END-IF.

SPLIT-GL-RECORD.
        MOVE GL-RECORD TO ARCHIVE-RECORD
        WRITE ARCHIVE-RECORD
        PERFORM ACCUMULATE-PERIOD-TOTALS
        PERFORM ACCUMULATE-BALANCE-ACTIVITY
    ELSE
        ADD 1 TO WS-KEPT-COUNT
        MOVE GL-RECORD TO KEEP-RECORD
        END-IF
    END-IF.

LOAD-BALANCE-LEDGER.
    MOVE SPACES TO WS-YEAR-START-PERIOD.
    STRING WS-OPEN-PERIOD(1:4) '-00'
        DELIMITED BY SIZE INTO WS-YEAR-START-PERIOD.

    OPEN INPUT BALANCE-FILE.
    IF WS-BAL-FILE-STATUS NOT = '00'
        SET END-OF-BAL-FILE TO TRUE
    ELSE
        PERFORM UNTIL END-OF-BAL-FILE
            READ BALANCE-FILE
                AT END
                    SET END-OF-BAL-FILE TO TRUE
                NOT AT END
                    PERFORM LOAD-BALANCE-RECORD
            END-READ
        END-PERFORM
        CLOSE BALANCE-FILE
    END-IF.

LOAD-BALANCE-RECORD.
    SET LEDGER-PRESENT TO TRUE.

    MOVE 0 TO WS-KA-SLOT.
    PERFORM VARYING WS-KA-INDEX FROM 1 BY 1
            UNTIL WS-KA-INDEX > WS-KA-COUNT
               OR WS-KA-SLOT > 0
        IF WS-KA-ACCOUNT(WS-KA-INDEX) = BAL-ACCOUNT
            MOVE WS-KA-INDEX TO WS-KA-SLOT
        END-IF
    END-PERFORM.
    IF WS-KA-SLOT = 0 AND WS-KA-COUNT < 2000
        ADD 1 TO WS-KA-COUNT
        MOVE BAL-ACCOUNT TO WS-KA-ACCOUNT(WS-KA-COUNT)
    END-IF.

    IF BAL-PERIOD NOT < WS-YEAR-START-PERIOD
            AND BAL-PERIOD < WS-OPEN-PERIOD
        MOVE BAL-ACCOUNT TO WS-LG-SEARCH-ACCOUNT
        MOVE BAL-DEPARTMENT TO WS-LG-SEARCH-DEPARTMENT
        PERFORM FIND-LEDGER-SLOT
        IF WS-LG-SLOT > 0
            IF BAL-PERIOD NOT < WS-LG-LAST-PERIOD(WS-LG-SLOT)
                MOVE BAL-PERIOD TO WS-LG-LAST-PERIOD(WS-LG-SLOT)
                MOVE BAL-CLOSING TO WS-LG-OPENING(WS-LG-SLOT)
            END-IF
        END-IF
    END-IF.

FIND-LEDGER-SLOT.
    MOVE 0 TO WS-LG-SLOT.
    PERFORM VARYING WS-LG-INDEX FROM 1 BY 1
            UNTIL WS-LG-INDEX > WS-LG-COUNT
               OR WS-LG-SLOT > 0
               OR WS-LG-KEY(WS-LG-INDEX) > WS-LG-SEARCH-KEY
        IF WS-LG-KEY(WS-LG-INDEX) = WS-LG-SEARCH-KEY
            MOVE WS-LG-INDEX TO WS-LG-SLOT
        END-IF
    END-PERFORM.

    IF WS-LG-SLOT = 0
        IF WS-LG-COUNT >= 2000
            ADD 1 TO WS-LEDGER-DROPPED-COUNT
            IF NOT LEDGER-TABLE-FULL
                SET LEDGER-TABLE-FULL TO TRUE
                DISPLAY 'Balance ledger table full - account/department'
                    ' not carried: ' WS-LG-SEARCH-KEY
            END-IF
        ELSE
            PERFORM VARYING WS-LG-SHIFT FROM WS-LG-COUNT BY -1
                    UNTIL WS-LG-SHIFT < WS-LG-INDEX
                MOVE WS-LG-ENTRY(WS-LG-SHIFT)
                    TO WS-LG-ENTRY(WS-LG-SHIFT + 1)
            END-PERFORM
            ADD 1 TO WS-LG-COUNT
            MOVE WS-LG-INDEX TO WS-LG-SLOT
            MOVE WS-LG-SEARCH-KEY TO WS-LG-KEY(WS-LG-SLOT)
            MOVE SPACES TO WS-LG-LAST-PERIOD(WS-LG-SLOT)
            MOVE 0 TO WS-LG-OPENING(WS-LG-SLOT)
            MOVE 0 TO WS-LG-DEBITS(WS-LG-SLOT)
            MOVE 0 TO WS-LG-CREDITS(WS-LG-SLOT)
        END-IF
    END-IF.

ACCUMULATE-BALANCE-ACTIVITY.
    MOVE GL-ACCOUNT TO WS-LG-SEARCH-ACCOUNT.
    MOVE GL-DEPARTMENT TO WS-LG-SEARCH-DEPARTMENT.
    PERFORM FIND-LEDGER-SLOT.

    IF WS-LG-SLOT > 0
        IF GL-DC-INDICATOR = 'C'
            ADD GL-RESULT TO WS-LG-CREDITS(WS-LG-SLOT)
        ELSE
            ADD GL-RESULT TO WS-LG-DEBITS(WS-LG-SLOT)
        END-IF
    END-IF.

    IF LEDGER-PRESENT
        MOVE 0 TO WS-KA-SLOT
        PERFORM VARYING WS-KA-INDEX FROM 1 BY 1
                UNTIL WS-KA-INDEX > WS-KA-COUNT
                   OR WS-KA-SLOT > 0
            IF WS-KA-ACCOUNT(WS-KA-INDEX) = GL-ACCOUNT
                MOVE WS-KA-INDEX TO WS-KA-SLOT
            END-IF
        END-PERFORM
        IF WS-KA-SLOT = 0
            ADD 1 TO WS-NEW-ACCOUNT-COUNT
            MOVE GL-RESULT TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO NEW-ACCOUNT-TMP-RECORD
            STRING 'NEW ACCOUNT  REF ' GL-REFERENCE
                ' ' GL-ACCOUNT
                ' DEPT ' GL-DEPARTMENT
                ' ' GL-DC-INDICATOR
                ' ' WS-AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO NEW-ACCOUNT-TMP-RECORD
            WRITE NEW-ACCOUNT-TMP-RECORD
        END-IF
    END-IF.

PURGE-LIVE-GL.
    MOVE 'N' TO WS-KEEP-EOF-SWITCH.
    OPEN INPUT KEEP-FILE.

    DISPLAY 'Final period posting summary written to CALCPCLS.RPT'.

POST-ACCRUAL-REVERSALS.
    MOVE SPACES TO WS-REVERSAL-DATE.
    STRING WS-NEXT-PERIOD '-01' DELIMITED BY SIZE INTO WS-REVERSAL-DATE.

    OPEN EXTEND POST-SUMMARY-FILE.

    MOVE SPACES TO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'ACCRUAL REVERSALS INTO PERIOD ' WS-NEXT-PERIOD
        ' DATED ' WS-REVERSAL-DATE
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    IF WS-ACCRUAL-COUNT = 0 AND WS-ACCRUAL-SKIP-COUNT = 0
        MOVE SPACES TO POST-SUMMARY-RECORD
        MOVE 'NO ACCRUAL POSTINGS IN THE CLOSED PERIOD'
            TO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    ELSE
        IF WS-ACCRUAL-COUNT > 0
            PERFORM READ-GL-SEQUENCE
            PERFORM WRITE-ACCRUAL-REVERSALS
            PERFORM WRITE-GL-SEQUENCE
        END-IF
        PERFORM APPEND-SKIPPED-ACCRUALS
        PERFORM WRITE-ACCRUAL-TOTALS
    END-IF.

    CLOSE POST-SUMMARY-FILE.

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

WRITE-ACCRUAL-REVERSALS.
    MOVE 'N' TO WS-ATMP-EOF-SWITCH.

    OPEN INPUT ACCRUAL-TMP-FILE.
    OPEN EXTEND GL-FILE.

    PERFORM UNTIL END-OF-ATMP-FILE
        READ ACCRUAL-TMP-FILE
            AT END
                SET END-OF-ATMP-FILE TO TRUE
            NOT AT END
                PERFORM WRITE-ONE-ACCRUAL-REVERSAL
        END-READ
    END-PERFORM.

    CLOSE ACCRUAL-TMP-FILE.
    CLOSE GL-FILE.

WRITE-ONE-ACCRUAL-REVERSAL.
    MOVE ACCRUAL-TMP-RECORD TO GL-RECORD.
    MOVE GL-REFERENCE TO WS-ORIG-REFERENCE.
    ADD 1 TO WS-GL-REFERENCE.

    MOVE GL-RESULT TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'ACCRUAL REF ' GL-REFERENCE
        ' ' GL-ACCOUNT
        ' ' GL-DC-INDICATOR
        ' ' WS-AMOUNT-DISPLAY
        ' REVERSED BY ' WS-GL-REFERENCE
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    MOVE WS-GL-REFERENCE TO GL-REFERENCE.
    MOVE WS-REVERSAL-DATE TO GL-DATE.
    MOVE WS-NEXT-PERIOD TO GL-PERIOD.
    COMPUTE GL-RESULT = 0 - GL-RESULT.
    MOVE WS-ORIG-REFERENCE TO GL-REVERSED-REF.
    MOVE 'R' TO GL-ACCRUAL-FLAG.

    WRITE GL-RECORD.

    ADD 1 TO WS-REVERSAL-COUNT.
    ADD GL-RESULT TO WS-REVERSED-TOTAL.

APPEND-SKIPPED-ACCRUALS.
    IF WS-ACCRUAL-SKIP-COUNT = 0
        CONTINUE
    ELSE
        MOVE 'N' TO WS-STMP-EOF-SWITCH
        OPEN INPUT SKIP-TMP-FILE
        PERFORM UNTIL END-OF-STMP-FILE
            READ SKIP-TMP-FILE
                AT END
                    SET END-OF-STMP-FILE TO TRUE
                NOT AT END
                    MOVE SKIP-TMP-RECORD TO POST-SUMMARY-RECORD
                    WRITE POST-SUMMARY-RECORD
            END-READ
        END-PERFORM
        CLOSE SKIP-TMP-FILE
    END-IF.

WRITE-ACCRUAL-TOTALS.
    MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'Accruals reversed  . . . . . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    MOVE WS-REVERSED-TOTAL TO WS-AMOUNT-DISPLAY.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'Total of reversal amounts  . . . : ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    MOVE WS-ACCRUAL-SKIP-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'Already-reversed, skipped  . . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

WRITE-BALANCE-LEDGER.
    OPEN EXTEND BALANCE-FILE.
    IF WS-BAL-FILE-STATUS = '35'
        OPEN OUTPUT BALANCE-FILE
        CLOSE BALANCE-FILE
        OPEN EXTEND BALANCE-FILE
    END-IF.

    PERFORM VARYING WS-LG-INDEX FROM 1 BY 1
            UNTIL WS-LG-INDEX > WS-LG-COUNT
        MOVE SPACES TO BALANCE-RECORD
        MOVE WS-LG-ACCOUNT(WS-LG-INDEX) TO BAL-ACCOUNT
        MOVE WS-LG-DEPARTMENT(WS-LG-INDEX) TO BAL-DEPARTMENT
        MOVE WS-OPEN-PERIOD TO BAL-PERIOD
        MOVE WS-LG-OPENING(WS-LG-INDEX) TO BAL-OPENING
        MOVE WS-LG-DEBITS(WS-LG-INDEX) TO BAL-DEBITS
        MOVE WS-LG-CREDITS(WS-LG-INDEX) TO BAL-CREDITS
        COMPUTE BAL-CLOSING = WS-LG-OPENING(WS-LG-INDEX)
            + WS-LG-DEBITS(WS-LG-INDEX) - WS-LG-CREDITS(WS-LG-INDEX)
        WRITE BALANCE-RECORD
        ADD 1 TO WS-LEDGER-WRITTEN-COUNT
    END-PERFORM.

    CLOSE BALANCE-FILE.

    OPEN EXTEND POST-SUMMARY-FILE.

    MOVE SPACES TO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'BALANCE LEDGER UPDATED FOR PERIOD ' WS-OPEN-PERIOD
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    MOVE WS-LEDGER-WRITTEN-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    STRING 'Account/department balances  . . : ' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    IF WS-LEDGER-DROPPED-COUNT > 0
        MOVE WS-LEDGER-DROPPED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO POST-SUMMARY-RECORD
        STRING 'WARNING - LEDGER TABLE FULL, NOT WRITTEN: '
            WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    END-IF.

    MOVE SPACES TO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.
    MOVE SPACES TO POST-SUMMARY-RECORD.
    MOVE 'POSTINGS TO ACCOUNTS NEW TO THE BALANCE LEDGER'
        TO POST-SUMMARY-RECORD.
    WRITE POST-SUMMARY-RECORD.

    IF NOT LEDGER-PRESENT
        MOVE SPACES TO POST-SUMMARY-RECORD
        MOVE 'BALANCE LEDGER STARTED WITH THIS PERIOD - NO EARLIER ACCOUNTS'
            TO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    ELSE
    IF WS-NEW-ACCOUNT-COUNT = 0
        MOVE SPACES TO POST-SUMMARY-RECORD
        MOVE 'NONE - EVERY ACCOUNT POSTED IS ALREADY ON THE LEDGER'
            TO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    ELSE
        MOVE 'N' TO WS-NTMP-EOF-SWITCH
        OPEN INPUT NEW-ACCOUNT-TMP-FILE
        PERFORM UNTIL END-OF-NTMP-FILE
            READ NEW-ACCOUNT-TMP-FILE
                AT END
                    SET END-OF-NTMP-FILE TO TRUE
                NOT AT END
                    MOVE NEW-ACCOUNT-TMP-RECORD TO POST-SUMMARY-RECORD
                    WRITE POST-SUMMARY-RECORD
            END-READ
        END-PERFORM
        CLOSE NEW-ACCOUNT-TMP-FILE
        MOVE WS-NEW-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO POST-SUMMARY-RECORD
        STRING 'Postings to new accounts . . . . : ' WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO POST-SUMMARY-RECORD
        WRITE POST-SUMMARY-RECORD
    END-IF
    END-IF.

    CLOSE POST-SUMMARY-FILE.

COMPUTE-NEXT-PERIOD.
    MOVE WS-OPEN-PERIOD(1:4) TO WS-PERIOD-YEAR.
    MOVE WS-OPEN-PERIOD(6:2) TO WS-PERIOD-MONTH.

    STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH
        DELIMITED BY SIZE INTO WS-NEXT-PERIOD.

ADVANCE-OPEN-PERIOD.
    OPEN OUTPUT PERIOD-FILE.
    MOVE SPACES TO PERIOD-RECORD.
    MOVE WS-NEXT-PERIOD TO PERD-OPEN-PERIOD.
