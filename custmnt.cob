        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT PENDING-REPORT ASSIGN TO "CUSTPNDR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PNDR-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        88  RESET-ACTION VALUE 'R'.
        88  LIMIT-ACTION VALUE 'L'.
        88  ADDRESS-ACTION VALUE 'N'.
        88  APPROVE-ACTION VALUE 'V'.
        88  REJECT-ACTION VALUE 'X'.
    05  WS-MNT-CUSTOMER-ID PIC 9(5).
    05  WS-MNT-ACCOUNT-TYPE PIC X(2).
    05  WS-MNT-CUSTOMER-NAME PIC X(30).
    05  WS-MNT-STATE PIC X(2).
    05  WS-MNT-POSTAL-CODE PIC X(10).
    05  WS-MNT-DELIVERY-PREF PIC X(1).
    05  WS-MNT-OPERATOR-ID PIC X(8).
    05  WS-MNT-PENDING-REF PIC X(12).

FD  TRANSACTION-HISTORY.
01  WS-HISTORY-RECORD.
    05  HIST-BATCH-ID PIC X(10).
    05  HIST-RUN-DATE PIC X(8).
    05  HIST-SEQUENCE-NUMBER PIC 9(7).
    05  HIST-ITEM-STATUS PIC X(1).
        88  HIST-ITEM-OPEN VALUE 'O'.
        88  HIST-ITEM-PART-PAID VALUE 'P'.
        88  HIST-ITEM-PAID VALUE 'C'.
        88  HIST-ITEM-REVERSED VALUE 'R'.
    05  HIST-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  AUDIT-LISTING.
01  WS-AUDIT-LINE PIC X(80).
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

FD  PENDING-FILE.
01  WS-PENDING-RECORD.
    05  PEND-REFERENCE PIC X(12).
    05  PEND-STATUS PIC X(1).
    05  PEND-SUBMIT-DATE PIC X(8).
    05  PEND-SUBMIT-OPERATOR PIC X(8).
    05  PEND-DECISION-DATE PIC X(8).
    05  PEND-DECISION-OPERATOR PIC X(8).
    05  PEND-TRANSACTION PIC X(163).

FD  PENDING-REPORT.
01  WS-PNDR-LINE PIC X(80).

FD  MASTER-JOURNAL.
01  WS-JOURNAL-RECORD.
    05  JRNL-DATE PIC X(8).
    05  JRNL-TIME PIC X(8).
    05  JRNL-PROGRAM PIC X(8).
    05  JRNL-BATCH-ID PIC X(10).
    05  JRNL-ACTION PIC X(1).
    05  JRNL-BEFORE-IMAGE PIC X(172).
    05  JRNL-AFTER-IMAGE PIC X(172).

FD  CUSTOMER-MASTER.
01  WS-MASTER-RECORD.
    05  WS-MASTER-KEY.
    05  WS-MASTER-POSTAL-CODE PIC X(10).
    05  WS-MASTER-DELIVERY-PREF PIC X(1).
    05  WS-MASTER-LAST-UPDATED PIC X(8).
    05  WS-MASTER-DUNNING-LEVEL PIC X(1).
    05  WS-MASTER-LAST-NOTICE-DATE PIC X(8).
    05  WS-MASTER-COLLECTION-STATUS PIC X(1).
        88  MASTER-COLLECTION-HOLD VALUE 'H'.

WORKING-STORAGE SECTION.
01  WS-MAINT-STATUS PIC XX.
01  WS-AUDIT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-HISTORY-STATUS PIC XX.
01  WS-PENDING-STATUS PIC XX.
01  WS-PNDR-STATUS PIC XX.
01  WS-PENDING-EOF-FLAG PIC X VALUE 'N'.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-ERROR-FLAG PIC X VALUE 'N'.
01  WS-MASTER-FOUND PIC X VALUE 'N'.
01  WS-TRANSACTION-COUNT PIC 9(5) VALUE 0.
01  WS-APPLIED-COUNT PIC 9(5) VALUE 0.
01  WS-REJECTED-COUNT PIC 9(5) VALUE 0.
01  WS-SUBMITTED-COUNT PIC 9(5) VALUE 0.
01  WS-APPROVED-COUNT PIC 9(5) VALUE 0.
01  WS-DECLINED-COUNT PIC 9(5) VALUE 0.
01  WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
01  WS-APPLIED-BEFORE PIC 9(5) VALUE 0.

01  WS-LIMIT-THRESHOLD PIC S9(7)V99 VALUE 0.
01  WS-THRESHOLD-TEXT PIC X(9) VALUE ZEROS.
01  WS-THRESHOLD-NUM REDEFINES WS-THRESHOLD-TEXT PIC 9(7)V99.
01  WS-PEND-AGE-DAYS PIC 9(3) VALUE 14.
01  WS-AGE-DAYS-TEXT PIC X(3) VALUE ZEROS.
01  WS-AGE-DAYS-NUM REDEFINES WS-AGE-DAYS-TEXT PIC 9(3).
01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
01  WS-ITEM-DATE-NUM PIC 9(8) VALUE 0.
01  WS-RUN-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-ITEM-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-ITEM-AGE-IN-DAYS PIC S9(5) VALUE 0.
01  WS-APPROVAL-REQUIRED PIC X VALUE 'N'.
01  WS-DECISION-OPERATOR PIC X(8) VALUE SPACES.
01  WS-NEXT-PENDING-REF.
    05  NPR-DATE PIC X(8).
    05  NPR-SEQUENCE PIC 9(4) VALUE 0.
01  WS-LAST-PENDING-REF.
    05  LPR-DATE PIC X(8).
    05  LPR-SEQUENCE PIC 9(4).

01  WS-MAX-PENDING-ENTRIES PIC 9(4) VALUE 2000.
01  WS-PENDING-COUNT PIC 9(4) VALUE 0.
01  WS-PENDING-INDEX PIC 9(4) VALUE 0.
01  WS-PENDING-FOUND-INDEX PIC 9(4) VALUE 0.
01  WS-PENDING-TABLE.
    05  WS-PENDING-ENTRY OCCURS 2000 TIMES.
        10  PT-REFERENCE PIC X(12).
        10  PT-STATUS PIC X(1).
            88  PT-WAITING VALUE 'W'.
        10  PT-SUBMIT-DATE PIC X(8).
        10  PT-SUBMIT-OPERATOR PIC X(8).
        10  PT-DECISION-DATE PIC X(8).
        10  PT-DECISION-OPERATOR PIC X(8).
        10  PT-TRANSACTION.
            15  PT-ACTION PIC X(1).
            15  PT-CUSTOMER-ID PIC 9(5).
            15  PT-ACCOUNT-TYPE PIC X(2).
            15  PT-CUSTOMER-NAME PIC X(30).
            15  PT-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
            15  FILLER PIC X(113).
        10  PT-NEW-THIS-RUN PIC X(1).
01  WS-GROUP-STATUS PIC X(1) VALUE SPACE.

01  WS-LINES-PER-PAGE PIC 9(2) VALUE 0.
01  WS-LINE-COUNT PIC 9(2) VALUE 0.
    05  FILLER PIC X(7) VALUE " PREF: ".
    05  CTY-DELIVERY-PREF PIC X(1).

01  WS-PENDING-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PND-TAG PIC X(20).
    05  FILLER PIC X(5) VALUE "REF: ".
    05  PND-REFERENCE PIC X(12).
    05  FILLER PIC X(12) VALUE "  OPERATOR: ".
    05  PND-OPERATOR PIC X(8).

01  WS-PNDR-TITLE-LINE PIC X(80)
        VALUE "CUSTOMER MAINTENANCE PENDING APPROVAL REPORT".
01  WS-PNDR-DATE-LINE.
    05  FILLER PIC X(10) VALUE "RUN DATE: ".
    05  PNDR-RUN-DATE PIC X(8).
01  WS-PNDR-GROUP-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PNDR-GROUP-TITLE PIC X(30).
01  WS-PNDR-COLUMN-LINE PIC X(80)
        VALUE "  REFERENCE    A CUST ID AC          AMOUNT MAKER    SUBMITTD CHECKER  DECIDED".
01  WS-PNDR-DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PNDR-REFERENCE PIC X(12).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-ACTION PIC X(1).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(3) VALUE SPACES.
    05  PNDR-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-SUBMIT-OPERATOR PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-SUBMIT-DATE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-DECISION-OPERATOR PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PNDR-DECISION-DATE PIC X(8).
01  WS-PNDR-NONE-LINE PIC X(80)
        VALUE "    NONE".
01  WS-PNDR-SUMMARY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PNDR-DESCRIPTION PIC X(30).
    05  PNDR-COUNT PIC ZZZZ9.
01  WS-PNDR-GROUP-COUNT PIC 9(5) VALUE 0.

01  WS-ERROR-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(12) VALUE "*** ERROR - ".
    PERFORM GET-RUN-PARAMETERS
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYMMDD TO MNT-BATCH-DATE
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    COMPUTE WS-RUN-DAY-NUMBER
        = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    PERFORM LOAD-PENDING-TABLE

    OPEN INPUT MAINTENANCE-FILE
    IF WS-MAINT-STATUS NOT = '00' THEN
        DISPLAY "Cannot open maintenance file - status "
            WS-MAINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AUDIT-LISTING
    END-PERFORM

    PERFORM WRITE-AUDIT-SUMMARY
    PERFORM SAVE-PENDING-TABLE
    PERFORM WRITE-PENDING-REPORT

    CLOSE MAINTENANCE-FILE
    CLOSE AUDIT-LISTING
    CLOSE TRANSACTION-HISTORY
    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL

    DISPLAY "Maintenance transactions read: " WS-TRANSACTION-COUNT
    DISPLAY "Maintenance transactions applied: " WS-APPLIED-COUNT
    DISPLAY "Submitted for approval: " WS-SUBMITTED-COUNT
    DISPLAY "Pending items approved: " WS-APPROVED-COUNT
        " rejected: " WS-DECLINED-COUNT
        " expired: " WS-EXPIRED-COUNT
    IF WS-ERROR-FLAG = 'Y' THEN
        DISPLAY "Some transactions were rejected - see CUSTMLST"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

       OR WS-PAGE-PARM-NUM = 0 THEN
        DISPLAY "LINES-PER-PAGE must be 2 digits greater than "
            "zero - " WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PAGE-PARM-NUM TO WS-LINES-PER-PAGE
    MOVE "LIMIT-APPROVAL" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-THRESHOLD-TEXT
        IF WS-THRESHOLD-NUM IS NOT NUMERIC THEN
            DISPLAY "LIMIT-APPROVAL must be 9 digits NNNNNNNVV - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-THRESHOLD-NUM TO WS-LIMIT-THRESHOLD
    END-IF
    MOVE "PEND-AGE-DAYS" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-AGE-DAYS-TEXT
        IF WS-AGE-DAYS-NUM IS NOT NUMERIC
           OR WS-AGE-DAYS-NUM = 0 THEN
            DISPLAY "PEND-AGE-DAYS must be 3 digits greater than "
                "zero - " WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-AGE-DAYS-NUM TO WS-PEND-AGE-DAYS
    END-IF.

LOAD-PARAMETER-TABLE.
    OPEN INPUT PARAMETER-FILE
    IF WS-PARM-STATUS NOT = '00' THEN
        DISPLAY "Cannot open parameter file CUSTPARM - status "
            WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
    IF WS-PARM-FOUND = 'N' THEN
        DISPLAY "Required parameter missing from CUSTPARM - "
            WS-PARM-NAME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-PARM-NAME TO ECHO-PARM-NAME
    MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
    MOVE WS-PARM-ECHO-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE "LIMIT-APPROVAL" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "PEND-AGE-DAYS" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO.

WRITE-ONE-PARM-ECHO.
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-NAME TO ECHO-PARM-NAME
        MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
        MOVE WS-PARM-ECHO-LINE TO WS-AUDIT-LINE
        PERFORM WRITE-AUDIT-RECORD
    END-IF.

OPEN-CUSTOMER-MASTER.
    OPEN I-O CUSTOMER-MASTER
        OPEN OUTPUT CUSTOMER-MASTER
        CLOSE CUSTOMER-MASTER
        OPEN I-O CUSTOMER-MASTER
    END-IF
    PERFORM OPEN-MASTER-JOURNAL.

PROCESS-MAINT-TRANSACTION.
    MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
    IF WS-MNT-ACCOUNT-TYPE = SPACES THEN
        MOVE "01" TO WS-MNT-ACCOUNT-TYPE
    END-IF
    PERFORM WRITE-ACTION-LINE
    EVALUATE TRUE
        WHEN APPROVE-ACTION
        WHEN REJECT-ACTION
            PERFORM PROCESS-APPROVAL-DECISION
        WHEN OTHER
            PERFORM READ-MASTER-RECORD
            PERFORM CHECK-APPROVAL-REQUIRED
            IF WS-APPROVAL-REQUIRED = 'Y' THEN
                PERFORM SUBMIT-FOR-APPROVAL
            ELSE
                PERFORM APPLY-MAINT-ACTION
            END-IF
    END-EVALUATE.

APPLY-MAINT-ACTION.
    EVALUATE TRUE
        WHEN ADD-ACTION
            PERFORM APPLY-ADD-ACTION
                    TO WS-MASTER-DELIVERY-PREF
            END-IF
            MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
            MOVE SPACE TO WS-MASTER-DUNNING-LEVEL
            MOVE SPACES TO WS-MASTER-LAST-NOTICE-DATE
            MOVE SPACE TO WS-MASTER-COLLECTION-STATUS
            WRITE WS-MASTER-RECORD
            MOVE 'A' TO WS-JOURNAL-ACTION
            PERFORM WRITE-MASTER-JOURNAL
            PERFORM WRITE-AFTER-IMAGE
            MOVE WS-MNT-AMOUNT TO WS-ADJUSTMENT-AMOUNT
            PERFORM WRITE-MAINT-ADJUSTMENT
            END-IF
            MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
            REWRITE WS-MASTER-RECORD
            MOVE 'C' TO WS-JOURNAL-ACTION
            PERFORM WRITE-MASTER-JOURNAL
            PERFORM WRITE-AFTER-IMAGE
            COMPUTE WS-ADJUSTMENT-AMOUNT
                = WS-MASTER-TOTAL-AMOUNT - WS-OLD-AMOUNT
        COMPUTE WS-ADJUSTMENT-AMOUNT = 0 - WS-MASTER-TOTAL-AMOUNT
        PERFORM WRITE-MAINT-ADJUSTMENT
        DELETE CUSTOMER-MASTER
        MOVE 'D' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        MOVE "DELETED " TO IMG-TAG
        MOVE WS-MASTER-CUSTOMER-ID TO IMG-CUSTOMER-ID
        MOVE WS-MASTER-ACCOUNT-TYPE TO IMG-ACCOUNT-TYPE
        MOVE 0 TO WS-MASTER-TOTAL-AMOUNT
        MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
        REWRITE WS-MASTER-RECORD
        MOVE 'C' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-AFTER-IMAGE
        PERFORM WRITE-MAINT-ADJUSTMENT
        ADD 1 TO WS-APPLIED-COUNT
                MOVE WS-MNT-AMOUNT TO WS-MASTER-CREDIT-LIMIT
                MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
                REWRITE WS-MASTER-RECORD
                MOVE 'C' TO WS-JOURNAL-ACTION
                PERFORM WRITE-MASTER-JOURNAL
                PERFORM WRITE-AFTER-IMAGE
                MOVE "AFTER:  " TO LIM-TAG
                PERFORM WRITE-LIMIT-IMAGE
            END-IF
            MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
            REWRITE WS-MASTER-RECORD
            MOVE 'C' TO WS-JOURNAL-ACTION
            PERFORM WRITE-MASTER-JOURNAL
            PERFORM WRITE-AFTER-IMAGE
            MOVE "AFTER:  " TO ADR-TAG
            MOVE "AFTER:  " TO CTY-TAG
    MOVE WS-CITY-IMAGE-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD.

CHECK-APPROVAL-REQUIRED.
    MOVE 'N' TO WS-APPROVAL-REQUIRED
    IF WS-MASTER-FOUND = 'Y' THEN
        EVALUATE TRUE
            WHEN RESET-ACTION
            WHEN DELETE-ACTION
                MOVE 'Y' TO WS-APPROVAL-REQUIRED
            WHEN CHANGE-ACTION
                IF WS-MNT-AMOUNT-ALPHA NOT = SPACES THEN
                    MOVE 'Y' TO WS-APPROVAL-REQUIRED
                END-IF
            WHEN LIMIT-ACTION
                IF WS-MNT-AMOUNT IS NUMERIC THEN
                    IF WS-MNT-AMOUNT - WS-MASTER-CREDIT-LIMIT
                       > WS-LIMIT-THRESHOLD THEN
                        MOVE 'Y' TO WS-APPROVAL-REQUIRED
                    END-IF
                END-IF
        END-EVALUATE
    END-IF.

SUBMIT-FOR-APPROVAL.
    IF WS-MNT-OPERATOR-ID = SPACES THEN
        MOVE "OPERATOR ID REQUIRED" TO ERR-REASON
        PERFORM WRITE-ERROR-LINE
    ELSE
        IF WS-PENDING-COUNT >= WS-MAX-PENDING-ENTRIES THEN
            MOVE "PENDING APPROVAL FILE FULL" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        ELSE
            ADD 1 TO WS-PENDING-COUNT
            ADD 1 TO NPR-SEQUENCE
            MOVE WS-RUN-DATE TO NPR-DATE
            MOVE WS-NEXT-PENDING-REF TO PT-REFERENCE(WS-PENDING-COUNT)
            MOVE 'W' TO PT-STATUS(WS-PENDING-COUNT)
            MOVE WS-RUN-DATE TO PT-SUBMIT-DATE(WS-PENDING-COUNT)
            MOVE WS-MNT-OPERATOR-ID
                TO PT-SUBMIT-OPERATOR(WS-PENDING-COUNT)
            MOVE SPACES TO PT-DECISION-DATE(WS-PENDING-COUNT)
            MOVE SPACES TO PT-DECISION-OPERATOR(WS-PENDING-COUNT)
            MOVE WS-MAINT-RECORD TO PT-TRANSACTION(WS-PENDING-COUNT)
            MOVE 'Y' TO PT-NEW-THIS-RUN(WS-PENDING-COUNT)
            ADD 1 TO WS-SUBMITTED-COUNT
            MOVE "CURRENT:" TO IMG-TAG
            PERFORM WRITE-MASTER-IMAGE
            IF LIMIT-ACTION THEN
                MOVE "CURRENT:" TO LIM-TAG
                PERFORM WRITE-LIMIT-IMAGE
            END-IF
            MOVE "PENDING APPROVAL" TO PND-TAG
            MOVE WS-NEXT-PENDING-REF TO PND-REFERENCE
            MOVE WS-MNT-OPERATOR-ID TO PND-OPERATOR
            MOVE WS-PENDING-LINE TO WS-AUDIT-LINE
            PERFORM WRITE-AUDIT-RECORD
        END-IF
    END-IF.

PROCESS-APPROVAL-DECISION.
    PERFORM FIND-PENDING-ENTRY
    EVALUATE TRUE
        WHEN WS-MNT-OPERATOR-ID = SPACES
            MOVE "OPERATOR ID REQUIRED" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN WS-PENDING-FOUND-INDEX = 0
            MOVE "PENDING ITEM NOT FOUND" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN NOT PT-WAITING(WS-PENDING-FOUND-INDEX)
            MOVE "PENDING ITEM NOT WAITING" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN PT-CUSTOMER-ID(WS-PENDING-FOUND-INDEX)
                 NOT = WS-MNT-CUSTOMER-ID
          OR PT-ACCOUNT-TYPE(WS-PENDING-FOUND-INDEX)
                 NOT = WS-MNT-ACCOUNT-TYPE
            MOVE "PENDING ITEM KEY MISMATCH" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN PT-NEW-THIS-RUN(WS-PENDING-FOUND-INDEX) = 'Y'
            MOVE "SUBMITTED IN THIS RUN" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN PT-SUBMIT-OPERATOR(WS-PENDING-FOUND-INDEX)
                 = WS-MNT-OPERATOR-ID
            MOVE "CHECKER SAME AS SUBMITTER" TO ERR-REASON
            PERFORM WRITE-ERROR-LINE
        WHEN REJECT-ACTION
            MOVE 'J' TO PT-STATUS(WS-PENDING-FOUND-INDEX)
            MOVE WS-RUN-DATE TO PT-DECISION-DATE(WS-PENDING-FOUND-INDEX)
            MOVE WS-MNT-OPERATOR-ID
                TO PT-DECISION-OPERATOR(WS-PENDING-FOUND-INDEX)
            ADD 1 TO WS-DECLINED-COUNT
            MOVE "PENDING REJECTED" TO PND-TAG
            MOVE PT-REFERENCE(WS-PENDING-FOUND-INDEX) TO PND-REFERENCE
            MOVE WS-MNT-OPERATOR-ID TO PND-OPERATOR
            MOVE WS-PENDING-LINE TO WS-AUDIT-LINE
            PERFORM WRITE-AUDIT-RECORD
        WHEN OTHER
            PERFORM APPLY-APPROVED-TRANSACTION
    END-EVALUATE.

APPLY-APPROVED-TRANSACTION.
    MOVE WS-MNT-OPERATOR-ID TO WS-DECISION-OPERATOR
    MOVE WS-RUN-DATE TO PT-DECISION-DATE(WS-PENDING-FOUND-INDEX)
    MOVE WS-DECISION-OPERATOR
        TO PT-DECISION-OPERATOR(WS-PENDING-FOUND-INDEX)
    MOVE "PENDING APPROVED" TO PND-TAG
    MOVE PT-REFERENCE(WS-PENDING-FOUND-INDEX) TO PND-REFERENCE
    MOVE WS-DECISION-OPERATOR TO PND-OPERATOR
    MOVE WS-PENDING-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE PT-TRANSACTION(WS-PENDING-FOUND-INDEX) TO WS-MAINT-RECORD
    MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
    PERFORM WRITE-ACTION-LINE
    PERFORM READ-MASTER-RECORD
    PERFORM APPLY-MAINT-ACTION
    IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE THEN
        MOVE 'A' TO PT-STATUS(WS-PENDING-FOUND-INDEX)
        ADD 1 TO WS-APPROVED-COUNT
    ELSE
        MOVE 'F' TO PT-STATUS(WS-PENDING-FOUND-INDEX)
    END-IF.

FIND-PENDING-ENTRY.
    MOVE 0 TO WS-PENDING-FOUND-INDEX
    PERFORM VARYING WS-PENDING-INDEX FROM 1 BY 1
            UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT
        IF PT-REFERENCE(WS-PENDING-INDEX) = WS-MNT-PENDING-REF THEN
            MOVE WS-PENDING-INDEX TO WS-PENDING-FOUND-INDEX
        END-IF
    END-PERFORM.

LOAD-PENDING-TABLE.
    MOVE WS-RUN-DATE TO NPR-DATE
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS = '35' THEN
        MOVE 'Y' TO WS-PENDING-EOF-FLAG
    ELSE
        IF WS-PENDING-STATUS NOT = '00' THEN
            DISPLAY "Cannot open pending approval file CUSTPEND - "
                "status " WS-PENDING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM UNTIL WS-PENDING-EOF-FLAG = 'Y'
        READ PENDING-FILE
            AT END MOVE 'Y' TO WS-PENDING-EOF-FLAG
        END-READ
        IF WS-PENDING-EOF-FLAG = 'N' THEN
            PERFORM KEEP-ONE-PENDING-ITEM
        END-IF
    END-PERFORM
    IF WS-PENDING-STATUS NOT = '35' THEN
        CLOSE PENDING-FILE
    END-IF.

KEEP-ONE-PENDING-ITEM.
    MOVE PEND-REFERENCE TO WS-LAST-PENDING-REF
    IF LPR-DATE = WS-RUN-DATE
       AND LPR-SEQUENCE > NPR-SEQUENCE THEN
        MOVE LPR-SEQUENCE TO NPR-SEQUENCE
    END-IF
    IF PEND-STATUS = 'W' THEN
        MOVE PEND-SUBMIT-DATE TO WS-ITEM-DATE-NUM
    ELSE
        MOVE PEND-DECISION-DATE TO WS-ITEM-DATE-NUM
    END-IF
    MOVE 0 TO WS-ITEM-AGE-IN-DAYS
    IF WS-ITEM-DATE-NUM IS NUMERIC THEN
        COMPUTE WS-ITEM-DAY-NUMBER
            = FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
        COMPUTE WS-ITEM-AGE-IN-DAYS
            = WS-RUN-DAY-NUMBER - WS-ITEM-DAY-NUMBER
    END-IF
    IF PEND-STATUS NOT = 'W'
       AND WS-ITEM-AGE-IN-DAYS > WS-PEND-AGE-DAYS THEN
        CONTINUE
    ELSE
        IF WS-PENDING-COUNT >= WS-MAX-PENDING-ENTRIES THEN
            DISPLAY "Pending approval table full - item dropped "
                PEND-REFERENCE
        ELSE
            ADD 1 TO WS-PENDING-COUNT
            MOVE WS-PENDING-RECORD TO WS-PENDING-ENTRY(WS-PENDING-COUNT)
            MOVE 'N' TO PT-NEW-THIS-RUN(WS-PENDING-COUNT)
            IF PEND-STATUS = 'W'
               AND WS-ITEM-AGE-IN-DAYS > WS-PEND-AGE-DAYS THEN
                MOVE 'E' TO PT-STATUS(WS-PENDING-COUNT)
                MOVE WS-RUN-DATE TO PT-DECISION-DATE(WS-PENDING-COUNT)
                MOVE SPACES TO PT-DECISION-OPERATOR(WS-PENDING-COUNT)
                ADD 1 TO WS-EXPIRED-COUNT
            END-IF
        END-IF
    END-IF.

SAVE-PENDING-TABLE.
    OPEN OUTPUT PENDING-FILE
    PERFORM VARYING WS-PENDING-INDEX FROM 1 BY 1
            UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT
        MOVE WS-PENDING-ENTRY(WS-PENDING-INDEX) TO WS-PENDING-RECORD
        WRITE WS-PENDING-RECORD
    END-PERFORM
    CLOSE PENDING-FILE.

WRITE-PENDING-REPORT.
    OPEN OUTPUT PENDING-REPORT
    MOVE WS-PNDR-TITLE-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE
    MOVE WS-RUN-DATE TO PNDR-RUN-DATE
    MOVE WS-PNDR-DATE-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE
    MOVE 'W' TO WS-GROUP-STATUS
    MOVE "WAITING FOR APPROVAL" TO PNDR-GROUP-TITLE
    PERFORM WRITE-PENDING-GROUP
    MOVE 'A' TO WS-GROUP-STATUS
    MOVE "APPROVED AND APPLIED" TO PNDR-GROUP-TITLE
    PERFORM WRITE-PENDING-GROUP
    MOVE 'F' TO WS-GROUP-STATUS
    MOVE "APPROVED - NOT APPLIED" TO PNDR-GROUP-TITLE
    PERFORM WRITE-PENDING-GROUP
    MOVE 'J' TO WS-GROUP-STATUS
    MOVE "REJECTED" TO PNDR-GROUP-TITLE
    PERFORM WRITE-PENDING-GROUP
    MOVE 'E' TO WS-GROUP-STATUS
    MOVE "EXPIRED" TO PNDR-GROUP-TITLE
    PERFORM WRITE-PENDING-GROUP
    CLOSE PENDING-REPORT.

WRITE-PENDING-GROUP.
    MOVE SPACES TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE
    MOVE WS-PNDR-GROUP-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE
    MOVE WS-PNDR-COLUMN-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE
    MOVE 0 TO WS-PNDR-GROUP-COUNT
    PERFORM VARYING WS-PENDING-INDEX FROM 1 BY 1
            UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT
        IF PT-STATUS(WS-PENDING-INDEX) = WS-GROUP-STATUS THEN
            ADD 1 TO WS-PNDR-GROUP-COUNT
            PERFORM WRITE-PENDING-DETAIL
        END-IF
    END-PERFORM
    IF WS-PNDR-GROUP-COUNT = 0 THEN
        MOVE WS-PNDR-NONE-LINE TO WS-PNDR-LINE
        WRITE WS-PNDR-LINE
    END-IF
    MOVE "ITEMS:" TO PNDR-DESCRIPTION
    MOVE WS-PNDR-GROUP-COUNT TO PNDR-COUNT
    MOVE WS-PNDR-SUMMARY-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE.

WRITE-PENDING-DETAIL.
    MOVE PT-REFERENCE(WS-PENDING-INDEX) TO PNDR-REFERENCE
    MOVE PT-ACTION(WS-PENDING-INDEX) TO PNDR-ACTION
    MOVE PT-CUSTOMER-ID(WS-PENDING-INDEX) TO PNDR-CUSTOMER-ID
    MOVE PT-ACCOUNT-TYPE(WS-PENDING-INDEX) TO PNDR-ACCOUNT-TYPE
    IF PT-ACTION(WS-PENDING-INDEX) = 'L'
       AND PT-AMOUNT(WS-PENDING-INDEX) IS NUMERIC THEN
        MOVE PT-AMOUNT(WS-PENDING-INDEX) TO PNDR-AMOUNT
    ELSE
        MOVE 0 TO PNDR-AMOUNT
    END-IF
    MOVE PT-SUBMIT-OPERATOR(WS-PENDING-INDEX) TO PNDR-SUBMIT-OPERATOR
    MOVE PT-SUBMIT-DATE(WS-PENDING-INDEX) TO PNDR-SUBMIT-DATE
    MOVE PT-DECISION-OPERATOR(WS-PENDING-INDEX)
        TO PNDR-DECISION-OPERATOR
    MOVE PT-DECISION-DATE(WS-PENDING-INDEX) TO PNDR-DECISION-DATE
    MOVE WS-PNDR-DETAIL-LINE TO WS-PNDR-LINE
    WRITE WS-PNDR-LINE.

WRITE-ACTION-LINE.
    EVALUATE TRUE
        WHEN ADD-ACTION
            MOVE "SET CREDIT LIMIT" TO ACT-DESCRIPTION
        WHEN ADDRESS-ACTION
            MOVE "NAME/ADDRESS CHANGE" TO ACT-DESCRIPTION
        WHEN APPROVE-ACTION
            MOVE "APPROVE PENDING" TO ACT-DESCRIPTION
        WHEN REJECT-ACTION
            MOVE "REJECT PENDING" TO ACT-DESCRIPTION
        WHEN OTHER
            MOVE "UNKNOWN" TO ACT-DESCRIPTION
    END-EVALUATE
    PERFORM WRITE-AUDIT-RECORD.

WRITE-BEFORE-IMAGE.
    MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
    MOVE "BEFORE: " TO IMG-TAG
    PERFORM WRITE-MASTER-IMAGE.

        MOVE WS-MAINT-BATCH-ID TO HIST-BATCH-ID
        MOVE WS-RUN-DATE TO HIST-RUN-DATE
        MOVE WS-MAINT-SEQUENCE TO HIST-SEQUENCE-NUMBER
        MOVE 'O' TO HIST-ITEM-STATUS
        MOVE WS-ADJUSTMENT-AMOUNT TO HIST-OPEN-AMOUNT
        WRITE WS-HISTORY-RECORD
    END-IF.

    MOVE "TRANSACTIONS REJECTED:" TO SUM-DESCRIPTION
    MOVE WS-REJECTED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE "SUBMITTED FOR APPROVAL:" TO SUM-DESCRIPTION
    MOVE WS-SUBMITTED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE "PENDING ITEMS APPROVED:" TO SUM-DESCRIPTION
    MOVE WS-APPROVED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE "PENDING ITEMS REJECTED:" TO SUM-DESCRIPTION
    MOVE WS-DECLINED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD
    MOVE "PENDING ITEMS EXPIRED:" TO SUM-DESCRIPTION
    MOVE WS-EXPIRED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-AUDIT-LINE
    PERFORM WRITE-AUDIT-RECORD.

OPEN-MASTER-JOURNAL.
    OPEN EXTEND MASTER-JOURNAL
    IF WS-JOURNAL-STATUS = '35' THEN
        OPEN OUTPUT MASTER-JOURNAL
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00' THEN
        DISPLAY "Cannot open master journal CUSTJRNL - status "
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-MASTER-JOURNAL.
    IF WS-MASTER-STATUS = '00' THEN
        ACCEPT JRNL-DATE FROM DATE YYYYMMDD
        ACCEPT JRNL-TIME FROM TIME
        MOVE "CUSTMNT" TO JRNL-PROGRAM
        MOVE WS-MAINT-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
