IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTDUNN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT SORTED-HISTORY ASSIGN TO "CUSTHSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-STATUS.

    SELECT SORT-WORK ASSIGN TO "SORTWORK".

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT DUNNING-LETTERS ASSIGN TO "CUSTDUNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-STATUS.

    SELECT DUNNING-REGISTER ASSIGN TO "CUSTDUNR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-HISTORY.
01  WS-HISTORY-RECORD.
    05  HIST-CUSTOMER-ID PIC 9(5).
    05  HIST-CUSTOMER-NAME PIC X(30).
    05  HIST-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  HIST-CR-DR-INDICATOR PIC X(1).
    05  HIST-ACCOUNT-TYPE PIC X(2).
    05  HIST-BATCH-ID PIC X(10).
    05  HIST-RUN-DATE PIC X(8).
    05  HIST-SEQUENCE-NUMBER PIC 9(7).
    05  HIST-ITEM-STATUS PIC X(1).
        88  HIST-ITEM-OPEN VALUE 'O'.
        88  HIST-ITEM-PART-PAID VALUE 'P'.
        88  HIST-ITEM-PAID VALUE 'C'.
        88  HIST-ITEM-REVERSED VALUE 'R'.
    05  HIST-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  SORTED-HISTORY.
01  WS-SORTED-RECORD.
    05  SH-CUSTOMER-ID PIC 9(5).
    05  SH-CUSTOMER-NAME PIC X(30).
    05  SH-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  SH-CR-DR-INDICATOR PIC X(1).
    05  SH-ACCOUNT-TYPE PIC X(2).
    05  SH-BATCH-ID PIC X(10).
    05  SH-RUN-DATE PIC X(8).
    05  SH-SEQUENCE-NUMBER PIC 9(7).
    05  SH-ITEM-STATUS PIC X(1).
    05  SH-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

SD  SORT-WORK.
01  WS-SORT-RECORD.
    05  SRT-CUSTOMER-ID PIC 9(5).
    05  SRT-CUSTOMER-NAME PIC X(30).
    05  SRT-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  SRT-CR-DR-INDICATOR PIC X(1).
    05  SRT-ACCOUNT-TYPE PIC X(2).
    05  SRT-BATCH-ID PIC X(10).
    05  SRT-RUN-DATE PIC X(8).
    05  SRT-SEQUENCE-NUMBER PIC 9(7).
    05  SRT-ITEM-STATUS PIC X(1).
    05  SRT-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

FD  DUNNING-LETTERS.
01  WS-LETTER-LINE PIC X(80).

FD  DUNNING-REGISTER.
01  WS-REPORT-LINE PIC X(80).

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
        10  WS-MASTER-CUSTOMER-ID PIC 9(5).
        10  WS-MASTER-ACCOUNT-TYPE PIC X(2).
    05  WS-MASTER-CUSTOMER-NAME PIC X(30).
    05  WS-MASTER-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  WS-MASTER-CREDIT-LIMIT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  WS-MASTER-ADDRESS-LINE-1 PIC X(30).
    05  WS-MASTER-ADDRESS-LINE-2 PIC X(30).
    05  WS-MASTER-CITY PIC X(20).
    05  WS-MASTER-STATE PIC X(2).
    05  WS-MASTER-POSTAL-CODE PIC X(10).
    05  WS-MASTER-DELIVERY-PREF PIC X(1).
    05  WS-MASTER-LAST-UPDATED PIC X(8).
    05  WS-MASTER-DUNNING-LEVEL PIC X(1).
    05  WS-MASTER-LAST-NOTICE-DATE PIC X(8).
    05  WS-MASTER-COLLECTION-STATUS PIC X(1).
        88  MASTER-COLLECTION-HOLD VALUE 'H'.
        88  MASTER-ACCOUNT-CLOSED VALUE 'C'.

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS PIC XX.
01  WS-SORTED-STATUS PIC XX.
01  WS-LETTER-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-SORTED-EOF-FLAG PIC X VALUE 'N'.
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
01  WS-HISTORY-PRESENT PIC X VALUE 'N'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  RUN-DATE-CENTURY PIC X(2).
    05  RUN-DATE-YYMMDD PIC X(6).
01  WS-DUNNING-BATCH-ID.
    05  FILLER PIC X(2) VALUE "DN".
    05  DUN-BATCH-DATE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.

01  WS-ASOF-DATE PIC X(8) VALUE SPACES.
01  WS-ASOF-DATE-NUM PIC 9(8) VALUE 0.
01  WS-HIST-DATE-NUM PIC 9(8) VALUE 0.
01  WS-NOTICE-DATE-NUM PIC 9(8) VALUE 0.
01  WS-ASOF-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-HIST-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-NOTICE-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-AGE-IN-DAYS PIC S9(5) VALUE 0.
01  WS-DAYS-SINCE-NOTICE PIC S9(5) VALUE 0.
01  WS-NOTICE-DAYS PIC 9(3) VALUE 30.
01  WS-NOTICE-DAYS-TEXT PIC X(3) VALUE ZEROS.
01  WS-NOTICE-DAYS-NUM REDEFINES WS-NOTICE-DAYS-TEXT PIC 9(3).

01  WS-SORTED-KEY.
    05  WS-SORTED-KEY-ID PIC 9(5).
    05  WS-SORTED-KEY-ACCT PIC X(2).
01  WS-GROUP-CURRENT-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-30-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-60-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-90-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-AGING-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-CREDIT-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-REMAINING-CREDIT PIC S9(9)V99 VALUE 0.
01  WS-NET-BUCKET-AMOUNT PIC S9(9)V99 VALUE 0.

01  WS-CURRENT-LEVEL PIC 9 VALUE 0.
01  WS-TARGET-LEVEL PIC 9 VALUE 0.
01  WS-NEW-LEVEL PIC 9 VALUE 0.
01  WS-OVER-LIMIT PIC X VALUE 'N'.
01  WS-INTERVAL-ELAPSED PIC X VALUE 'N'.
01  WS-MASTER-CHANGED PIC X VALUE 'N'.
01  WS-NOTICE-SENT PIC X VALUE 'N'.
01  WS-REGISTER-ACTION PIC X(24) VALUE SPACES.

01  WS-PARM-STATUS PIC XX.
01  WS-PARM-EOF-FLAG PIC X VALUE 'N'.
01  WS-MAX-PARM-ENTRIES PIC 9(3) VALUE 100.
01  WS-PARM-COUNT PIC 9(3) VALUE 0.
01  WS-PARM-TABLE.
    05  WS-PARM-ENTRY OCCURS 100 TIMES.
        10  PRM-NAME PIC X(16).
        10  PRM-VALUE PIC X(20).
01  WS-PARM-INDEX PIC 9(3).
01  WS-PARM-NAME PIC X(16) VALUE SPACES.
01  WS-PARM-VALUE PIC X(20) VALUE SPACES.
01  WS-PARM-FOUND PIC X VALUE 'N'.
01  WS-PARM-ECHO-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(6) VALUE "PARM: ".
    05  ECHO-PARM-NAME PIC X(16).
    05  FILLER PIC X(3) VALUE " = ".
    05  ECHO-PARM-VALUE PIC X(20).

01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-FUTURE-SKIPPED PIC 9(7) VALUE 0.
01  WS-BAD-DATE-SKIPPED PIC 9(7) VALUE 0.
01  WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
01  WS-ACCOUNTS-IN-ARREARS PIC 9(7) VALUE 0.
01  WS-REMINDERS-SENT PIC 9(7) VALUE 0.
01  WS-SECOND-NOTICES-SENT PIC 9(7) VALUE 0.
01  WS-FINAL-DEMANDS-SENT PIC 9(7) VALUE 0.
01  WS-NOTICES-WAITING PIC 9(7) VALUE 0.
01  WS-HOLDS-SET PIC 9(7) VALUE 0.
01  WS-HOLDS-RELEASED PIC 9(7) VALUE 0.
01  WS-LEVELS-CLEARED PIC 9(7) VALUE 0.
01  WS-LETTER-COUNT PIC 9(7) VALUE 0.
01  WS-CLOSED-SKIPPED PIC 9(7) VALUE 0.
01  WS-REWRITE-FAILURES PIC 9(7) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "COLLECTIONS DUNNING REGISTER".
01  WS-ASOF-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(12) VALUE "AGED AS OF: ".
    05  ASF-ASOF-DATE PIC X(8).
    05  FILLER PIC X(4) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "BATCH ID: ".
    05  ASF-BATCH-ID PIC X(10).
01  WS-REPORT-COLUMN-LINE PIC X(80)
        VALUE "  CUST  AC  L ACTION                          BALANCE         OVERDUE LAST NTC".

01  WS-REGISTER-DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RGD-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  RGD-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RGD-LEVEL PIC 9.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RGD-ACTION PIC X(24).
    05  RGD-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RGD-OVERDUE PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RGD-NOTICE-DATE PIC X(8).

01  WS-SUMMARY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SUM-DESCRIPTION PIC X(30).
    05  SUM-COUNT PIC ZZZZZZ9.

01  WS-REMINDER-TITLE-LINE PIC X(80)
        VALUE "PAYMENT REMINDER".
01  WS-SECOND-NOTICE-TITLE-LINE PIC X(80)
        VALUE "SECOND NOTICE - ACCOUNT OVERDUE".
01  WS-FINAL-DEMAND-TITLE-LINE PIC X(80)
        VALUE "FINAL DEMAND FOR PAYMENT".
01  WS-NOTICE-DATE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(13) VALUE "NOTICE DATE: ".
    05  NDL-NOTICE-DATE PIC X(8).

01  WS-CUSTOMER-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "CUSTOMER: ".
    05  LTR-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(10) VALUE " ACCOUNT: ".
    05  LTR-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LTR-CUSTOMER-NAME PIC X(30).

01  WS-MAIL-NAME-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(9) VALUE "MAIL TO: ".
    05  MLN-NAME PIC X(30).

01  WS-MAIL-ADDRESS-LINE.
    05  FILLER PIC X(11) VALUE SPACES.
    05  MLA-ADDRESS PIC X(30).

01  WS-MAIL-CITY-LINE.
    05  FILLER PIC X(11) VALUE SPACES.
    05  MLC-CITY PIC X(20).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MLC-STATE PIC X(2).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MLC-POSTAL-CODE PIC X(10).

01  WS-NO-ADDRESS-LINE PIC X(80)
        VALUE "  *** NO MAILING ADDRESS ON FILE ***".
01  WS-DELIVERY-EMAIL-LINE PIC X(80)
        VALUE "  DELIVERY: ELECTRONIC - DO NOT MAIL".
01  WS-DELIVERY-HOLD-LINE PIC X(80)
        VALUE "  DELIVERY: HOLD - DO NOT MAIL".

01  WS-BALANCE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  BAL-DESCRIPTION PIC X(30).
    05  BAL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-REMINDER-TEXT-1 PIC X(80)
        VALUE "  OUR RECORDS SHOW PART OF YOUR BALANCE IS NOW PAST DUE.".
01  WS-REMINDER-TEXT-2 PIC X(80)
        VALUE "  IF YOU HAVE ALREADY SENT PAYMENT, PLEASE DISREGARD THIS REMINDER.".
01  WS-SECOND-NOTICE-TEXT-1 PIC X(80)
        VALUE "  YOUR ACCOUNT REMAINS OVERDUE DESPITE OUR EARLIER REMINDER.".
01  WS-SECOND-NOTICE-TEXT-2 PIC X(80)
        VALUE "  PLEASE REMIT THE OVERDUE AMOUNT PROMPTLY OR CONTACT US.".
01  WS-FINAL-DEMAND-TEXT-1 PIC X(80)
        VALUE "  THIS IS OUR FINAL DEMAND FOR PAYMENT OF THE OVERDUE AMOUNT.".
01  WS-FINAL-DEMAND-TEXT-2 PIC X(80)
        VALUE "  YOUR ACCOUNT IS ON COLLECTION HOLD - NO NEW CHARGES WILL BE ACCEPTED.".
01  WS-OVER-LIMIT-TEXT PIC X(80)
        VALUE "  YOUR BALANCE IS OVER YOUR CREDIT LIMIT.".

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM GET-RUN-PARAMETERS
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYMMDD TO DUN-BATCH-DATE

    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        DISPLAY "No history file present - status " WS-HISTORY-STATUS
    ELSE
        MOVE 'Y' TO WS-HISTORY-PRESENT
        CLOSE TRANSACTION-HISTORY
        SORT SORT-WORK
            ON ASCENDING KEY SRT-CUSTOMER-ID
            ON ASCENDING KEY SRT-ACCOUNT-TYPE
            ON ASCENDING KEY SRT-RUN-DATE
            ON ASCENDING KEY SRT-SEQUENCE-NUMBER
            USING TRANSACTION-HISTORY
            GIVING SORTED-HISTORY
    END-IF

    OPEN I-O CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status " WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER-JOURNAL
    OPEN OUTPUT DUNNING-LETTERS
    OPEN OUTPUT DUNNING-REGISTER

    MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM WRITE-PARAMETER-ECHO
    MOVE WS-ASOF-DATE TO ASF-ASOF-DATE
    MOVE WS-DUNNING-BATCH-ID TO ASF-BATCH-ID
    MOVE WS-ASOF-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-REPORT-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    IF WS-HISTORY-PRESENT = 'Y' THEN
        OPEN INPUT SORTED-HISTORY
        PERFORM READ-SORTED-HISTORY
    ELSE
        MOVE 'Y' TO WS-SORTED-EOF-FLAG
    END-IF

    MOVE LOW-VALUES TO WS-MASTER-KEY
    START CUSTOMER-MASTER KEY NOT < WS-MASTER-KEY
        INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-FLAG
    END-START
    PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
        READ CUSTOMER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
        END-READ
        IF WS-MASTER-EOF-FLAG = 'N' THEN
            ADD 1 TO WS-ACCOUNTS-READ
            PERFORM AGE-CUSTOMER-ACTIVITY
            IF MASTER-ACCOUNT-CLOSED THEN
                ADD 1 TO WS-CLOSED-SKIPPED
            ELSE
                PERFORM DETERMINE-DUNNING-LEVEL
                PERFORM APPLY-DUNNING-ACTION
            END-IF
        END-IF
    END-PERFORM

    PERFORM WRITE-DUNNING-SUMMARY

    IF WS-HISTORY-PRESENT = 'Y' THEN
        CLOSE SORTED-HISTORY
    END-IF
    CLOSE DUNNING-LETTERS
    CLOSE DUNNING-REGISTER
    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL

    DISPLAY "Accounts read: " WS-ACCOUNTS-READ
    DISPLAY "Dunning notices produced: " WS-LETTER-COUNT
    DISPLAY "Collection holds set: " WS-HOLDS-SET
        " released: " WS-HOLDS-RELEASED
    EVALUATE TRUE
        WHEN WS-REWRITE-FAILURES > 0
            DISPLAY "Master updates failed: " WS-REWRITE-FAILURES
                " - see CUSTDUNR"
            MOVE 16 TO RETURN-CODE
        WHEN WS-BAD-DATE-SKIPPED > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "DUN-ASOF-DATE" TO WS-PARM-NAME
    PERFORM REQUIRE-PARAMETER
    MOVE WS-PARM-VALUE TO WS-ASOF-DATE
    MOVE WS-ASOF-DATE TO WS-ASOF-DATE-NUM
    IF WS-ASOF-DATE-NUM IS NOT NUMERIC THEN
        DISPLAY "DUN-ASOF-DATE must be 8 digits YYYYMMDD - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-ASOF-DAY-NUMBER
        = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM)
    MOVE "DUN-NOTICE-DAYS" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS-TEXT
        IF WS-NOTICE-DAYS-NUM IS NOT NUMERIC THEN
            DISPLAY "DUN-NOTICE-DAYS must be 3 digits NNN - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-NOTICE-DAYS-NUM TO WS-NOTICE-DAYS
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
        READ PARAMETER-FILE
            AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
        END-READ
        IF WS-PARM-EOF-FLAG = 'N' THEN
            IF WS-PARM-COUNT < WS-MAX-PARM-ENTRIES THEN
                ADD 1 TO WS-PARM-COUNT
                MOVE PARM-NAME TO PRM-NAME(WS-PARM-COUNT)
                MOVE PARM-VALUE TO PRM-VALUE(WS-PARM-COUNT)
            ELSE
                DISPLAY "Parameter table full - excess ignored"
            END-IF
        END-IF
    END-PERFORM
    CLOSE PARAMETER-FILE.

FIND-PARAMETER.
    MOVE 'N' TO WS-PARM-FOUND
    MOVE SPACES TO WS-PARM-VALUE
    PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
            UNTIL WS-PARM-INDEX > WS-PARM-COUNT
        IF PRM-NAME(WS-PARM-INDEX) = WS-PARM-NAME THEN
            MOVE 'Y' TO WS-PARM-FOUND
            MOVE PRM-VALUE(WS-PARM-INDEX) TO WS-PARM-VALUE
        END-IF
    END-PERFORM.

REQUIRE-PARAMETER.
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'N' THEN
        DISPLAY "Required parameter missing from CUSTPARM - "
            WS-PARM-NAME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-PARAMETER-ECHO.
    MOVE "DUN-ASOF-DATE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "DUN-NOTICE-DAYS" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO.

WRITE-ONE-PARM-ECHO.
    PERFORM FIND-PARAMETER
    MOVE WS-PARM-NAME TO ECHO-PARM-NAME
    MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
    MOVE WS-PARM-ECHO-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

READ-SORTED-HISTORY.
    READ SORTED-HISTORY
        AT END MOVE 'Y' TO WS-SORTED-EOF-FLAG
    END-READ
    IF WS-SORTED-EOF-FLAG = 'N' THEN
        ADD 1 TO WS-HISTORY-READ
        MOVE SH-CUSTOMER-ID TO WS-SORTED-KEY-ID
        IF SH-ACCOUNT-TYPE = SPACES THEN
            MOVE "01" TO WS-SORTED-KEY-ACCT
        ELSE
            MOVE SH-ACCOUNT-TYPE TO WS-SORTED-KEY-ACCT
        END-IF
    END-IF.

AGE-CUSTOMER-ACTIVITY.
    MOVE 0 TO WS-GROUP-CURRENT-AMOUNT
    MOVE 0 TO WS-GROUP-30-DAY-AMOUNT
    MOVE 0 TO WS-GROUP-60-DAY-AMOUNT
    MOVE 0 TO WS-GROUP-90-DAY-AMOUNT
    MOVE 0 TO WS-GROUP-CREDIT-AMOUNT
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
            OR WS-SORTED-KEY >= WS-MASTER-KEY
        PERFORM READ-SORTED-HISTORY
    END-PERFORM
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
            OR WS-SORTED-KEY NOT = WS-MASTER-KEY
        PERFORM AGE-HISTORY-RECORD
        PERFORM READ-SORTED-HISTORY
    END-PERFORM
    PERFORM NET-OPEN-CREDITS.

AGE-HISTORY-RECORD.
    MOVE SH-RUN-DATE TO WS-HIST-DATE-NUM
    IF WS-HIST-DATE-NUM IS NOT NUMERIC THEN
        ADD 1 TO WS-BAD-DATE-SKIPPED
    ELSE
        IF SH-RUN-DATE > WS-ASOF-DATE THEN
            ADD 1 TO WS-FUTURE-SKIPPED
        ELSE
            COMPUTE WS-HIST-DAY-NUMBER
                = FUNCTION INTEGER-OF-DATE(WS-HIST-DATE-NUM)
            COMPUTE WS-AGE-IN-DAYS
                = WS-ASOF-DAY-NUMBER - WS-HIST-DAY-NUMBER
            PERFORM POST-AMOUNT-TO-BUCKET
        END-IF
    END-IF.

POST-AMOUNT-TO-BUCKET.
    IF SH-ITEM-STATUS = SPACE THEN
        MOVE SH-AMOUNT TO WS-AGING-AMOUNT
    ELSE
        MOVE SH-OPEN-AMOUNT TO WS-AGING-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN WS-AGING-AMOUNT < 0
            ADD WS-AGING-AMOUNT TO WS-GROUP-CREDIT-AMOUNT
        WHEN WS-AGE-IN-DAYS < 30
            ADD WS-AGING-AMOUNT TO WS-GROUP-CURRENT-AMOUNT
        WHEN WS-AGE-IN-DAYS < 60
            ADD WS-AGING-AMOUNT TO WS-GROUP-30-DAY-AMOUNT
        WHEN WS-AGE-IN-DAYS < 90
            ADD WS-AGING-AMOUNT TO WS-GROUP-60-DAY-AMOUNT
        WHEN OTHER
            ADD WS-AGING-AMOUNT TO WS-GROUP-90-DAY-AMOUNT
    END-EVALUATE.

NET-OPEN-CREDITS.
    COMPUTE WS-REMAINING-CREDIT = 0 - WS-GROUP-CREDIT-AMOUNT
    MOVE WS-GROUP-90-DAY-AMOUNT TO WS-NET-BUCKET-AMOUNT
    PERFORM NET-CREDIT-AGAINST-BUCKET
    MOVE WS-NET-BUCKET-AMOUNT TO WS-GROUP-90-DAY-AMOUNT
    MOVE WS-GROUP-60-DAY-AMOUNT TO WS-NET-BUCKET-AMOUNT
    PERFORM NET-CREDIT-AGAINST-BUCKET
    MOVE WS-NET-BUCKET-AMOUNT TO WS-GROUP-60-DAY-AMOUNT
    MOVE WS-GROUP-30-DAY-AMOUNT TO WS-NET-BUCKET-AMOUNT
    PERFORM NET-CREDIT-AGAINST-BUCKET
    MOVE WS-NET-BUCKET-AMOUNT TO WS-GROUP-30-DAY-AMOUNT
    SUBTRACT WS-REMAINING-CREDIT FROM WS-GROUP-CURRENT-AMOUNT.

NET-CREDIT-AGAINST-BUCKET.
    IF WS-REMAINING-CREDIT > 0 AND WS-NET-BUCKET-AMOUNT > 0 THEN
        IF WS-NET-BUCKET-AMOUNT > WS-REMAINING-CREDIT THEN
            SUBTRACT WS-REMAINING-CREDIT FROM WS-NET-BUCKET-AMOUNT
            MOVE 0 TO WS-REMAINING-CREDIT
        ELSE
            SUBTRACT WS-NET-BUCKET-AMOUNT FROM WS-REMAINING-CREDIT
            MOVE 0 TO WS-NET-BUCKET-AMOUNT
        END-IF
    END-IF.

DETERMINE-DUNNING-LEVEL.
    IF WS-MASTER-DUNNING-LEVEL IS NUMERIC THEN
        MOVE WS-MASTER-DUNNING-LEVEL TO WS-CURRENT-LEVEL
    ELSE
        MOVE 0 TO WS-CURRENT-LEVEL
    END-IF
    IF WS-CURRENT-LEVEL > 3 THEN
        MOVE 3 TO WS-CURRENT-LEVEL
    END-IF
    MOVE 'N' TO WS-OVER-LIMIT
    IF WS-MASTER-CREDIT-LIMIT > 0
       AND WS-MASTER-TOTAL-AMOUNT > WS-MASTER-CREDIT-LIMIT THEN
        MOVE 'Y' TO WS-OVER-LIMIT
    END-IF
    EVALUATE TRUE
        WHEN WS-MASTER-TOTAL-AMOUNT NOT > 0
            MOVE 0 TO WS-TARGET-LEVEL
        WHEN WS-GROUP-90-DAY-AMOUNT > 0
            MOVE 3 TO WS-TARGET-LEVEL
        WHEN WS-GROUP-60-DAY-AMOUNT > 0
            MOVE 2 TO WS-TARGET-LEVEL
        WHEN WS-GROUP-30-DAY-AMOUNT > 0
            MOVE 1 TO WS-TARGET-LEVEL
        WHEN WS-OVER-LIMIT = 'Y'
            MOVE 1 TO WS-TARGET-LEVEL
        WHEN OTHER
            MOVE 0 TO WS-TARGET-LEVEL
    END-EVALUATE
    MOVE 'N' TO WS-INTERVAL-ELAPSED
    IF WS-CURRENT-LEVEL = 0 THEN
        MOVE 'Y' TO WS-INTERVAL-ELAPSED
    ELSE
        MOVE WS-MASTER-LAST-NOTICE-DATE TO WS-NOTICE-DATE-NUM
        IF WS-NOTICE-DATE-NUM IS NOT NUMERIC THEN
            MOVE 'Y' TO WS-INTERVAL-ELAPSED
        ELSE
            COMPUTE WS-NOTICE-DAY-NUMBER
                = FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE-NUM)
            COMPUTE WS-DAYS-SINCE-NOTICE
                = WS-ASOF-DAY-NUMBER - WS-NOTICE-DAY-NUMBER
            IF WS-DAYS-SINCE-NOTICE >= WS-NOTICE-DAYS THEN
                MOVE 'Y' TO WS-INTERVAL-ELAPSED
            END-IF
        END-IF
    END-IF.

APPLY-DUNNING-ACTION.
    MOVE 'N' TO WS-MASTER-CHANGED
    MOVE 'N' TO WS-NOTICE-SENT
    MOVE SPACES TO WS-REGISTER-ACTION
    MOVE WS-CURRENT-LEVEL TO WS-NEW-LEVEL
    MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
    IF WS-TARGET-LEVEL > 0 THEN
        ADD 1 TO WS-ACCOUNTS-IN-ARREARS
    END-IF
    EVALUATE TRUE
        WHEN WS-TARGET-LEVEL = 0
            IF WS-CURRENT-LEVEL > 0 OR MASTER-COLLECTION-HOLD THEN
                IF MASTER-COLLECTION-HOLD THEN
                    ADD 1 TO WS-HOLDS-RELEASED
                    MOVE "CLEARED - HOLD RELEASED" TO WS-REGISTER-ACTION
                ELSE
                    MOVE "CLEARED" TO WS-REGISTER-ACTION
                END-IF
                ADD 1 TO WS-LEVELS-CLEARED
                MOVE 0 TO WS-NEW-LEVEL
                MOVE '0' TO WS-MASTER-DUNNING-LEVEL
                MOVE SPACE TO WS-MASTER-COLLECTION-STATUS
                MOVE 'Y' TO WS-MASTER-CHANGED
            END-IF
        WHEN WS-TARGET-LEVEL > WS-CURRENT-LEVEL
            IF WS-INTERVAL-ELAPSED = 'Y' THEN
                ADD 1 TO WS-NEW-LEVEL
                MOVE WS-NEW-LEVEL TO WS-MASTER-DUNNING-LEVEL
                MOVE WS-ASOF-DATE TO WS-MASTER-LAST-NOTICE-DATE
                MOVE 'Y' TO WS-MASTER-CHANGED
                MOVE 'Y' TO WS-NOTICE-SENT
            ELSE
                ADD 1 TO WS-NOTICES-WAITING
                MOVE "WAITING - INTERVAL" TO WS-REGISTER-ACTION
            END-IF
        WHEN OTHER
            IF WS-CURRENT-LEVEL > 0 THEN
                MOVE "NO CHANGE - NOTICE SENT" TO WS-REGISTER-ACTION
            END-IF
    END-EVALUATE
    IF WS-NEW-LEVEL = 3 AND NOT MASTER-COLLECTION-HOLD THEN
        MOVE 'H' TO WS-MASTER-COLLECTION-STATUS
        ADD 1 TO WS-HOLDS-SET
        MOVE 'Y' TO WS-MASTER-CHANGED
        IF WS-NOTICE-SENT = 'N' THEN
            MOVE "HOLD SET" TO WS-REGISTER-ACTION
        END-IF
    END-IF
    IF WS-MASTER-CHANGED = 'Y' THEN
        REWRITE WS-MASTER-RECORD
        IF WS-MASTER-STATUS NOT = '00' THEN
            DISPLAY "Master rewrite failed for " WS-MASTER-KEY
                " - status " WS-MASTER-STATUS
            ADD 1 TO WS-REWRITE-FAILURES
            MOVE 'N' TO WS-NOTICE-SENT
            MOVE "MASTER UPDATE FAILED" TO WS-REGISTER-ACTION
        END-IF
        MOVE 'C' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
    END-IF
    IF WS-NOTICE-SENT = 'Y' THEN
        PERFORM WRITE-DUNNING-LETTER
    END-IF
    IF WS-REGISTER-ACTION NOT = SPACES THEN
        PERFORM WRITE-REGISTER-DETAIL
    END-IF.

WRITE-DUNNING-LETTER.
    ADD 1 TO WS-LETTER-COUNT
    IF WS-LETTER-COUNT > 1 THEN
        MOVE SPACES TO WS-LETTER-LINE
        WRITE WS-LETTER-LINE
    END-IF
    EVALUATE WS-NEW-LEVEL
        WHEN 1
            ADD 1 TO WS-REMINDERS-SENT
            MOVE "REMINDER SENT" TO WS-REGISTER-ACTION
            MOVE WS-REMINDER-TITLE-LINE TO WS-LETTER-LINE
        WHEN 2
            ADD 1 TO WS-SECOND-NOTICES-SENT
            MOVE "SECOND NOTICE SENT" TO WS-REGISTER-ACTION
            MOVE WS-SECOND-NOTICE-TITLE-LINE TO WS-LETTER-LINE
        WHEN OTHER
            ADD 1 TO WS-FINAL-DEMANDS-SENT
            MOVE "FINAL DEMAND - HOLD SET" TO WS-REGISTER-ACTION
            MOVE WS-FINAL-DEMAND-TITLE-LINE TO WS-LETTER-LINE
    END-EVALUATE
    WRITE WS-LETTER-LINE
    MOVE WS-ASOF-DATE TO NDL-NOTICE-DATE
    MOVE WS-NOTICE-DATE-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    PERFORM WRITE-MAILING-ADDRESS-BLOCK
    MOVE WS-MASTER-CUSTOMER-ID TO LTR-CUSTOMER-ID
    MOVE WS-MASTER-ACCOUNT-TYPE TO LTR-ACCOUNT-TYPE
    MOVE WS-MASTER-CUSTOMER-NAME TO LTR-CUSTOMER-NAME
    MOVE WS-CUSTOMER-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    MOVE "BALANCE DUE:" TO BAL-DESCRIPTION
    MOVE WS-MASTER-TOTAL-AMOUNT TO BAL-AMOUNT
    MOVE WS-BALANCE-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    MOVE "OVERDUE 30 DAYS:" TO BAL-DESCRIPTION
    MOVE WS-GROUP-30-DAY-AMOUNT TO BAL-AMOUNT
    MOVE WS-BALANCE-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    MOVE "OVERDUE 60 DAYS:" TO BAL-DESCRIPTION
    MOVE WS-GROUP-60-DAY-AMOUNT TO BAL-AMOUNT
    MOVE WS-BALANCE-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    MOVE "OVERDUE 90+ DAYS:" TO BAL-DESCRIPTION
    MOVE WS-GROUP-90-DAY-AMOUNT TO BAL-AMOUNT
    MOVE WS-BALANCE-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    IF WS-MASTER-CREDIT-LIMIT > 0 THEN
        MOVE "CREDIT LIMIT:" TO BAL-DESCRIPTION
        MOVE WS-MASTER-CREDIT-LIMIT TO BAL-AMOUNT
        MOVE WS-BALANCE-LINE TO WS-LETTER-LINE
        WRITE WS-LETTER-LINE
    END-IF
    IF WS-OVER-LIMIT = 'Y' THEN
        MOVE WS-OVER-LIMIT-TEXT TO WS-LETTER-LINE
        WRITE WS-LETTER-LINE
    END-IF
    EVALUATE WS-NEW-LEVEL
        WHEN 1
            MOVE WS-REMINDER-TEXT-1 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
            MOVE WS-REMINDER-TEXT-2 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        WHEN 2
            MOVE WS-SECOND-NOTICE-TEXT-1 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
            MOVE WS-SECOND-NOTICE-TEXT-2 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        WHEN OTHER
            MOVE WS-FINAL-DEMAND-TEXT-1 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
            MOVE WS-FINAL-DEMAND-TEXT-2 TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
    END-EVALUATE.

WRITE-MAILING-ADDRESS-BLOCK.
    MOVE WS-MASTER-CUSTOMER-NAME TO MLN-NAME
    MOVE WS-MAIL-NAME-LINE TO WS-LETTER-LINE
    WRITE WS-LETTER-LINE
    IF WS-MASTER-ADDRESS-LINE-1 = SPACES
       AND WS-MASTER-CITY = SPACES THEN
        MOVE WS-NO-ADDRESS-LINE TO WS-LETTER-LINE
        WRITE WS-LETTER-LINE
    ELSE
        IF WS-MASTER-ADDRESS-LINE-1 NOT = SPACES THEN
            MOVE WS-MASTER-ADDRESS-LINE-1 TO MLA-ADDRESS
            MOVE WS-MAIL-ADDRESS-LINE TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        END-IF
        IF WS-MASTER-ADDRESS-LINE-2 NOT = SPACES THEN
            MOVE WS-MASTER-ADDRESS-LINE-2 TO MLA-ADDRESS
            MOVE WS-MAIL-ADDRESS-LINE TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        END-IF
        MOVE WS-MASTER-CITY TO MLC-CITY
        MOVE WS-MASTER-STATE TO MLC-STATE
        MOVE WS-MASTER-POSTAL-CODE TO MLC-POSTAL-CODE
        MOVE WS-MAIL-CITY-LINE TO WS-LETTER-LINE
        WRITE WS-LETTER-LINE
    END-IF
    EVALUATE WS-MASTER-DELIVERY-PREF
        WHEN 'E'
            MOVE WS-DELIVERY-EMAIL-LINE TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        WHEN 'H'
            MOVE WS-DELIVERY-HOLD-LINE TO WS-LETTER-LINE
            WRITE WS-LETTER-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

WRITE-REGISTER-DETAIL.
    MOVE WS-MASTER-CUSTOMER-ID TO RGD-CUSTOMER-ID
    MOVE WS-MASTER-ACCOUNT-TYPE TO RGD-ACCOUNT-TYPE
    MOVE WS-NEW-LEVEL TO RGD-LEVEL
    MOVE WS-REGISTER-ACTION TO RGD-ACTION
    MOVE WS-MASTER-TOTAL-AMOUNT TO RGD-BALANCE
    COMPUTE RGD-OVERDUE = WS-GROUP-30-DAY-AMOUNT
        + WS-GROUP-60-DAY-AMOUNT + WS-GROUP-90-DAY-AMOUNT
    MOVE WS-MASTER-LAST-NOTICE-DATE TO RGD-NOTICE-DATE
    MOVE WS-REGISTER-DETAIL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-DUNNING-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNTS READ:" TO SUM-DESCRIPTION
    MOVE WS-ACCOUNTS-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "CLOSED ACCOUNTS SKIPPED:" TO SUM-DESCRIPTION
    MOVE WS-CLOSED-SKIPPED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNTS IN ARREARS:" TO SUM-DESCRIPTION
    MOVE WS-ACCOUNTS-IN-ARREARS TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "REMINDERS SENT:" TO SUM-DESCRIPTION
    MOVE WS-REMINDERS-SENT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SECOND NOTICES SENT:" TO SUM-DESCRIPTION
    MOVE WS-SECOND-NOTICES-SENT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "FINAL DEMANDS SENT:" TO SUM-DESCRIPTION
    MOVE WS-FINAL-DEMANDS-SENT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "WAITING FOR NOTICE INTERVAL:" TO SUM-DESCRIPTION
    MOVE WS-NOTICES-WAITING TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "COLLECTION HOLDS SET:" TO SUM-DESCRIPTION
    MOVE WS-HOLDS-SET TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "COLLECTION HOLDS RELEASED:" TO SUM-DESCRIPTION
    MOVE WS-HOLDS-RELEASED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNTS CLEARED:" TO SUM-DESCRIPTION
    MOVE WS-LEVELS-CLEARED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "AFTER AS-OF DATE SKIPPED:" TO SUM-DESCRIPTION
    MOVE WS-FUTURE-SKIPPED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "BAD DATE SKIPPED:" TO SUM-DESCRIPTION
    MOVE WS-BAD-DATE-SKIPPED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MASTER UPDATES FAILED:" TO SUM-DESCRIPTION
    MOVE WS-REWRITE-FAILURES TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

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
        MOVE "CUSTDUNN" TO JRNL-PROGRAM
        MOVE WS-DUNNING-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
