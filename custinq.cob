IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT CUSTOMER-REJECTS ASSIGN TO "CUSTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT REJECT-CARRYOVER ASSIGN TO "CUSTREJC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRYOVER-STATUS.

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

FD  CUSTOMER-REJECTS.
01  WS-REJECT-RECORD.
    05  WS-REJ-CUSTOMER-ID PIC 9(5).
    05  WS-REJ-CUSTOMER-NAME PIC X(30).
    05  WS-REJ-RAW-AMOUNT PIC X(10).
    05  WS-REJ-CR-DR-INDICATOR PIC X(1).
    05  WS-REJ-ACCOUNT-TYPE PIC X(2).
    05  WS-REJ-REASON-CODE PIC X(25).
    05  WS-REJ-RECYCLE-COUNT PIC 9(2).

FD  REJECT-CARRYOVER.
01  WS-CARRYOVER-RECORD.
    05  WS-CRY-CUSTOMER-ID PIC 9(5).
    05  WS-CRY-CUSTOMER-NAME PIC X(30).
    05  WS-CRY-RAW-AMOUNT PIC X(10).
    05  WS-CRY-CR-DR-INDICATOR PIC X(1).
    05  WS-CRY-ACCOUNT-TYPE PIC X(2).
    05  WS-CRY-REASON-CODE PIC X(25).
    05  WS-CRY-RECYCLE-COUNT PIC 9(2).

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
01  WS-REJECT-STATUS PIC XX.
01  WS-CARRYOVER-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
01  WS-RUN-DATE PIC X(8) VALUE SPACES.

01  WS-INQ-CUSTOMER-ID PIC X(5) VALUE SPACES.
01  WS-INQ-CUSTOMER-ID-NUM REDEFINES WS-INQ-CUSTOMER-ID PIC 9(5).
01  WS-INQ-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-INQ-COMMAND PIC X(1) VALUE SPACE.
    88  NEXT-PAGE-COMMAND VALUE 'N' 'n'.
    88  PREVIOUS-PAGE-COMMAND VALUE 'P' 'p'.
    88  EXIT-COMMAND VALUE 'X' 'x'.
01  WS-EXIT-FLAG PIC X VALUE 'N'.
01  WS-SHOWN-KEY.
    05  WS-SHOWN-CUSTOMER-ID PIC X(5) VALUE SPACES.
    05  WS-SHOWN-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-KEYED-KEY.
    05  WS-KEYED-CUSTOMER-ID PIC X(5).
    05  WS-KEYED-ACCOUNT-TYPE PIC X(2).
01  WS-SELECTED-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-MASTER-FOUND PIC X VALUE 'N'.
01  WS-OTHER-TYPE-COUNT PIC 9(2) VALUE 0.
01  WS-OTHER-TYPE-POINTER PIC 9(2) VALUE 0.

01  WS-MAX-HIST-ENTRIES PIC 9(4) VALUE 500.
01  WS-HIST-COUNT PIC 9(4) VALUE 0.
01  WS-HIST-NEXT-SLOT PIC 9(4) VALUE 1.
01  WS-HIST-MATCHED PIC 9(7) VALUE 0.
01  WS-HIST-SLOT PIC S9(5) VALUE 0.
01  WS-HIST-TABLE.
    05  WS-HIST-ENTRY OCCURS 500 TIMES PIC X(78).
01  WS-HIST-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-LINES-PER-SCREEN PIC 9(2) VALUE 8.
01  WS-SCREEN-LINE PIC 9(2) VALUE 0.
01  WS-ITEM-NUMBER PIC 9(5) VALUE 0.
01  WS-PAGE-NUMBER PIC 9(3) VALUE 0.
01  WS-PAGE-COUNT PIC 9(3) VALUE 0.

01  WS-HELD-REJECT-COUNT PIC 9(4) VALUE 0.
01  WS-HELD-CARRYOVER-COUNT PIC 9(4) VALUE 0.
01  WS-HELD-LAST-REASON PIC X(25) VALUE SPACES.

01  WS-HIST-DETAIL-LINE.
    05  HDL-RUN-DATE PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  HDL-BATCH-ID PIC X(10).
    05  FILLER PIC X(1) VALUE SPACES.
    05  HDL-SEQUENCE-NUMBER PIC 9(7).
    05  FILLER PIC X(2) VALUE SPACES.
    05  HDL-CR-DR-INDICATOR PIC X(1).
    05  FILLER PIC X(1) VALUE SPACES.
    05  HDL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  HDL-STATUS PIC X(9).
    05  FILLER PIC X(1) VALUE SPACES.
    05  HDL-OPEN-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-SCR-NAME PIC X(30) VALUE SPACES.
01  WS-SCR-ADDRESS-LINE-1 PIC X(30) VALUE SPACES.
01  WS-SCR-ADDRESS-LINE-2 PIC X(30) VALUE SPACES.
01  WS-SCR-CITY PIC X(20) VALUE SPACES.
01  WS-SCR-STATE PIC X(2) VALUE SPACES.
01  WS-SCR-POSTAL-CODE PIC X(10) VALUE SPACES.
01  WS-SCR-DELIVERY-PREF PIC X(12) VALUE SPACES.
01  WS-SCR-LAST-UPDATED PIC X(8) VALUE SPACES.
01  WS-SCR-DUNNING-LEVEL PIC X(16) VALUE SPACES.
01  WS-SCR-LAST-NOTICE-DATE PIC X(8) VALUE SPACES.
01  WS-SCR-COLLECTION-STATUS PIC X(16) VALUE SPACES.
01  WS-SCR-BALANCE PIC X(15) VALUE SPACES.
01  WS-SCR-CREDIT-LIMIT PIC X(15) VALUE SPACES.
01  WS-SCR-HEADROOM PIC X(15) VALUE SPACES.
01  WS-SCR-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-HEADROOM-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-SCR-OTHER-TYPES PIC X(26) VALUE SPACES.
01  WS-SCR-REJECT-TEXT PIC X(78) VALUE SPACES.
01  WS-SCR-PAGE-TEXT PIC X(78) VALUE SPACES.
01  WS-SCR-MESSAGE PIC X(78) VALUE SPACES.
01  WS-SCR-HIST-LINES.
    05  WS-SCR-HIST-LINE OCCURS 8 TIMES PIC X(78).

01  WS-HELD-REJECT-LINE.
    05  FILLER PIC X(15) VALUE "** HELD ITEMS: ".
    05  HRL-REJECT-COUNT PIC ZZZ9.
    05  FILLER PIC X(12) VALUE " IN CUSTREJ ".
    05  HRL-CARRYOVER-COUNT PIC ZZZ9.
    05  FILLER PIC X(15) VALUE " IN CUSTREJC - ".
    05  HRL-LAST-REASON PIC X(25).
01  WS-NO-HELD-LINE PIC X(78)
        VALUE "NO ITEMS HELD IN CUSTREJ OR CUSTREJC".

01  WS-PAGE-LINE.
    05  FILLER PIC X(29) VALUE "ACTIVITY (NEWEST FIRST) PAGE ".
    05  PGL-PAGE-NUMBER PIC ZZ9.
    05  FILLER PIC X(4) VALUE " OF ".
    05  PGL-PAGE-COUNT PIC ZZ9.
    05  FILLER PIC X(9) VALUE "   ITEMS ".
    05  PGL-ITEM-COUNT PIC ZZZZZZ9.

SCREEN SECTION.
01  INQUIRY-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1 COLUMN 1 VALUE "CUSTINQ".
    05  LINE 1 COLUMN 20 VALUE "CUSTOMER ACCOUNT INQUIRY".
    05  LINE 1 COLUMN 71 PIC X(8) FROM WS-RUN-DATE.
    05  LINE 3 COLUMN 1 VALUE "CUSTOMER ID:".
    05  LINE 3 COLUMN 14 PIC X(5) USING WS-INQ-CUSTOMER-ID.
    05  LINE 3 COLUMN 22 VALUE "ACCOUNT TYPE:".
    05  LINE 3 COLUMN 36 PIC X(2) USING WS-INQ-ACCOUNT-TYPE.
    05  LINE 3 COLUMN 41 VALUE "OTHER TYPES:".
    05  LINE 3 COLUMN 54 PIC X(26) FROM WS-SCR-OTHER-TYPES.
    05  LINE 5 COLUMN 1 VALUE "NAME:".
    05  LINE 5 COLUMN 14 PIC X(30) FROM WS-SCR-NAME.
    05  LINE 6 COLUMN 1 VALUE "ADDRESS:".
    05  LINE 6 COLUMN 14 PIC X(30) FROM WS-SCR-ADDRESS-LINE-1.
    05  LINE 7 COLUMN 14 PIC X(30) FROM WS-SCR-ADDRESS-LINE-2.
    05  LINE 8 COLUMN 14 PIC X(20) FROM WS-SCR-CITY.
    05  LINE 8 COLUMN 35 PIC X(2) FROM WS-SCR-STATE.
    05  LINE 8 COLUMN 38 PIC X(10) FROM WS-SCR-POSTAL-CODE.
    05  LINE 9 COLUMN 1 VALUE "DELIVERY:".
    05  LINE 9 COLUMN 14 PIC X(12) FROM WS-SCR-DELIVERY-PREF.
    05  LINE 9 COLUMN 41 VALUE "LAST UPDATED:".
    05  LINE 9 COLUMN 55 PIC X(8) FROM WS-SCR-LAST-UPDATED.
    05  LINE 10 COLUMN 1 VALUE "BALANCE:".
    05  LINE 10 COLUMN 10 PIC X(15) FROM WS-SCR-BALANCE.
    05  LINE 10 COLUMN 27 VALUE "LIMIT:".
    05  LINE 10 COLUMN 34 PIC X(15) FROM WS-SCR-CREDIT-LIMIT.
    05  LINE 10 COLUMN 51 VALUE "HEADROOM:".
    05  LINE 10 COLUMN 61 PIC X(15) FROM WS-SCR-HEADROOM.
    05  LINE 11 COLUMN 1 VALUE "DUNNING:".
    05  LINE 11 COLUMN 10 PIC X(16) FROM WS-SCR-DUNNING-LEVEL.
    05  LINE 11 COLUMN 27 VALUE "NOTICE:".
    05  LINE 11 COLUMN 35 PIC X(8) FROM WS-SCR-LAST-NOTICE-DATE.
    05  LINE 11 COLUMN 51 VALUE "STATUS:".
    05  LINE 11 COLUMN 61 PIC X(16) FROM WS-SCR-COLLECTION-STATUS.
    05  LINE 12 COLUMN 1 PIC X(78) FROM WS-SCR-REJECT-TEXT.
    05  LINE 13 COLUMN 1 PIC X(78) FROM WS-SCR-PAGE-TEXT.
    05  LINE 14 COLUMN 1
        VALUE "RUN DATE  BATCH ID   SEQ NO   C/D        AMOUNT  STATUS        OPEN AMOUNT".
    05  LINE 15 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(1).
    05  LINE 16 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(2).
    05  LINE 17 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(3).
    05  LINE 18 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(4).
    05  LINE 19 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(5).
    05  LINE 20 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(6).
    05  LINE 21 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(7).
    05  LINE 22 COLUMN 1 PIC X(78) FROM WS-SCR-HIST-LINE(8).
    05  LINE 23 COLUMN 1 PIC X(78) FROM WS-SCR-MESSAGE.
    05  LINE 24 COLUMN 1 VALUE "COMMAND:".
    05  LINE 24 COLUMN 10 PIC X(1) USING WS-INQ-COMMAND.
    05  LINE 24 COLUMN 13
        VALUE "N=NEXT PAGE  P=PREVIOUS PAGE  X=EXIT  NEW ID=NEW INQUIRY".

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM CLEAR-INQUIRY-DISPLAY
    MOVE "KEY A CUSTOMER ID AND OPTIONAL ACCOUNT TYPE" TO WS-SCR-MESSAGE
    PERFORM UNTIL WS-EXIT-FLAG = 'Y'
        DISPLAY INQUIRY-SCREEN
        ACCEPT INQUIRY-SCREEN
        PERFORM PROCESS-INQUIRY-COMMAND
    END-PERFORM
    STOP RUN.

PROCESS-INQUIRY-COMMAND.
    MOVE SPACES TO WS-SCR-MESSAGE
    MOVE WS-INQ-CUSTOMER-ID TO WS-KEYED-CUSTOMER-ID
    MOVE WS-INQ-ACCOUNT-TYPE TO WS-KEYED-ACCOUNT-TYPE
    EVALUATE TRUE
        WHEN EXIT-COMMAND
            MOVE 'Y' TO WS-EXIT-FLAG
        WHEN WS-KEYED-KEY NOT = WS-SHOWN-KEY
            PERFORM LOAD-CUSTOMER-INQUIRY
        WHEN NEXT-PAGE-COMMAND
            IF WS-PAGE-NUMBER < WS-PAGE-COUNT THEN
                ADD 1 TO WS-PAGE-NUMBER
                PERFORM FILL-HISTORY-PAGE
            ELSE
                MOVE "ALREADY ON LAST PAGE" TO WS-SCR-MESSAGE
            END-IF
        WHEN PREVIOUS-PAGE-COMMAND
            IF WS-PAGE-NUMBER > 1 THEN
                SUBTRACT 1 FROM WS-PAGE-NUMBER
                PERFORM FILL-HISTORY-PAGE
            ELSE
                MOVE "ALREADY ON FIRST PAGE" TO WS-SCR-MESSAGE
            END-IF
        WHEN WS-INQ-COMMAND = SPACE
            CONTINUE
        WHEN OTHER
            MOVE "COMMAND MUST BE N, P OR X" TO WS-SCR-MESSAGE
    END-EVALUATE
    MOVE SPACE TO WS-INQ-COMMAND.

CLEAR-INQUIRY-DISPLAY.
    MOVE SPACES TO WS-SHOWN-KEY
    MOVE SPACES TO WS-SCR-NAME
    MOVE SPACES TO WS-SCR-ADDRESS-LINE-1
    MOVE SPACES TO WS-SCR-ADDRESS-LINE-2
    MOVE SPACES TO WS-SCR-CITY
    MOVE SPACES TO WS-SCR-STATE
    MOVE SPACES TO WS-SCR-POSTAL-CODE
    MOVE SPACES TO WS-SCR-DELIVERY-PREF
    MOVE SPACES TO WS-SCR-LAST-UPDATED
    MOVE SPACES TO WS-SCR-DUNNING-LEVEL
    MOVE SPACES TO WS-SCR-LAST-NOTICE-DATE
    MOVE SPACES TO WS-SCR-COLLECTION-STATUS
    MOVE SPACES TO WS-SCR-BALANCE
    MOVE SPACES TO WS-SCR-CREDIT-LIMIT
    MOVE SPACES TO WS-SCR-HEADROOM
    MOVE SPACES TO WS-SCR-OTHER-TYPES
    MOVE SPACES TO WS-SCR-REJECT-TEXT
    MOVE SPACES TO WS-SCR-PAGE-TEXT
    MOVE SPACES TO WS-SCR-HIST-LINES
    MOVE 0 TO WS-HIST-COUNT
    MOVE 0 TO WS-PAGE-NUMBER
    MOVE 0 TO WS-PAGE-COUNT.

LOAD-CUSTOMER-INQUIRY.
    PERFORM CLEAR-INQUIRY-DISPLAY
    IF WS-INQ-CUSTOMER-ID-NUM IS NOT NUMERIC THEN
        MOVE "CUSTOMER ID MUST BE 5 DIGITS" TO WS-SCR-MESSAGE
    ELSE
        PERFORM READ-INQUIRY-MASTER
        IF WS-MASTER-FOUND = 'Y' THEN
            MOVE WS-SELECTED-ACCOUNT-TYPE TO WS-INQ-ACCOUNT-TYPE
            MOVE WS-INQ-CUSTOMER-ID TO WS-SHOWN-CUSTOMER-ID
            MOVE WS-INQ-ACCOUNT-TYPE TO WS-SHOWN-ACCOUNT-TYPE
            PERFORM LOAD-ACCOUNT-HISTORY
            PERFORM CHECK-HELD-REJECTS
            MOVE 1 TO WS-PAGE-NUMBER
            PERFORM FILL-HISTORY-PAGE
        END-IF
    END-IF.

READ-INQUIRY-MASTER.
    MOVE 'N' TO WS-MASTER-FOUND
    MOVE 'N' TO WS-MASTER-EOF-FLAG
    MOVE 0 TO WS-OTHER-TYPE-COUNT
    MOVE 1 TO WS-OTHER-TYPE-POINTER
    OPEN INPUT SHARING WITH ALL OTHER CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        MOVE "CUSTOMER MASTER NOT AVAILABLE - STATUS" TO WS-SCR-MESSAGE
        MOVE WS-MASTER-STATUS TO WS-SCR-MESSAGE(40:2)
    ELSE
        MOVE WS-INQ-CUSTOMER-ID-NUM TO WS-MASTER-CUSTOMER-ID
        MOVE LOW-VALUES TO WS-MASTER-ACCOUNT-TYPE
        START CUSTOMER-MASTER KEY NOT < WS-MASTER-KEY
            INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-FLAG
        END-START
        PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
            READ CUSTOMER-MASTER NEXT RECORD WITH NO LOCK
                AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
            END-READ
            IF WS-MASTER-EOF-FLAG = 'N' THEN
                IF WS-MASTER-CUSTOMER-ID NOT = WS-INQ-CUSTOMER-ID-NUM THEN
                    MOVE 'Y' TO WS-MASTER-EOF-FLAG
                ELSE
                    PERFORM SELECT-INQUIRY-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE CUSTOMER-MASTER
        IF WS-MASTER-FOUND = 'N' THEN
            IF WS-OTHER-TYPE-COUNT = 0 THEN
                MOVE "CUSTOMER NOT ON MASTER" TO WS-SCR-MESSAGE
            ELSE
                MOVE "ACCOUNT TYPE NOT ON MASTER - SEE OTHER TYPES"
                    TO WS-SCR-MESSAGE
            END-IF
        END-IF
    END-IF.

SELECT-INQUIRY-ACCOUNT.
    IF WS-MASTER-FOUND = 'N'
       AND (WS-INQ-ACCOUNT-TYPE = SPACES
            OR WS-INQ-ACCOUNT-TYPE = WS-MASTER-ACCOUNT-TYPE) THEN
        MOVE 'Y' TO WS-MASTER-FOUND
        MOVE WS-MASTER-ACCOUNT-TYPE TO WS-SELECTED-ACCOUNT-TYPE
        PERFORM FORMAT-MASTER-FIELDS
    ELSE
        IF WS-OTHER-TYPE-POINTER < 26 THEN
            MOVE WS-MASTER-ACCOUNT-TYPE
                TO WS-SCR-OTHER-TYPES(WS-OTHER-TYPE-POINTER:2)
            ADD 3 TO WS-OTHER-TYPE-POINTER
        END-IF
        ADD 1 TO WS-OTHER-TYPE-COUNT
    END-IF.

FORMAT-MASTER-FIELDS.
    MOVE WS-MASTER-CUSTOMER-NAME TO WS-SCR-NAME
    MOVE WS-MASTER-ADDRESS-LINE-1 TO WS-SCR-ADDRESS-LINE-1
    MOVE WS-MASTER-ADDRESS-LINE-2 TO WS-SCR-ADDRESS-LINE-2
    MOVE WS-MASTER-CITY TO WS-SCR-CITY
    MOVE WS-MASTER-STATE TO WS-SCR-STATE
    MOVE WS-MASTER-POSTAL-CODE TO WS-SCR-POSTAL-CODE
    EVALUATE WS-MASTER-DELIVERY-PREF
        WHEN 'M'
            MOVE "M - MAIL" TO WS-SCR-DELIVERY-PREF
        WHEN 'E'
            MOVE "E - EMAIL" TO WS-SCR-DELIVERY-PREF
        WHEN 'H'
            MOVE "H - HOLD" TO WS-SCR-DELIVERY-PREF
        WHEN OTHER
            MOVE WS-MASTER-DELIVERY-PREF TO WS-SCR-DELIVERY-PREF
    END-EVALUATE
    MOVE WS-MASTER-LAST-UPDATED TO WS-SCR-LAST-UPDATED
    EVALUATE WS-MASTER-DUNNING-LEVEL
        WHEN '1'
            MOVE "1 - REMINDER" TO WS-SCR-DUNNING-LEVEL
        WHEN '2'
            MOVE "2 - SECOND" TO WS-SCR-DUNNING-LEVEL
        WHEN '3'
            MOVE "3 - FINAL DEMAND" TO WS-SCR-DUNNING-LEVEL
        WHEN OTHER
            MOVE "NONE" TO WS-SCR-DUNNING-LEVEL
    END-EVALUATE
    MOVE WS-MASTER-LAST-NOTICE-DATE TO WS-SCR-LAST-NOTICE-DATE
    EVALUATE TRUE
        WHEN MASTER-COLLECTION-HOLD
            MOVE "COLLECTION HOLD" TO WS-SCR-COLLECTION-STATUS
        WHEN MASTER-ACCOUNT-CLOSED
            MOVE "CLOSED" TO WS-SCR-COLLECTION-STATUS
        WHEN OTHER
            MOVE "ACTIVE" TO WS-SCR-COLLECTION-STATUS
    END-EVALUATE
    MOVE WS-MASTER-TOTAL-AMOUNT TO WS-SCR-AMOUNT-EDIT
    MOVE WS-SCR-AMOUNT-EDIT TO WS-SCR-BALANCE
    MOVE WS-MASTER-CREDIT-LIMIT TO WS-SCR-AMOUNT-EDIT
    MOVE WS-SCR-AMOUNT-EDIT TO WS-SCR-CREDIT-LIMIT
    IF WS-MASTER-CREDIT-LIMIT > 0 THEN
        COMPUTE WS-HEADROOM-AMOUNT
            = WS-MASTER-CREDIT-LIMIT - WS-MASTER-TOTAL-AMOUNT
        MOVE WS-HEADROOM-AMOUNT TO WS-SCR-AMOUNT-EDIT
        MOVE WS-SCR-AMOUNT-EDIT TO WS-SCR-HEADROOM
    ELSE
        MOVE "       NO LIMIT" TO WS-SCR-HEADROOM
    END-IF.

LOAD-ACCOUNT-HISTORY.
    MOVE 0 TO WS-HIST-COUNT
    MOVE 0 TO WS-HIST-MATCHED
    MOVE 1 TO WS-HIST-NEXT-SLOT
    MOVE 'N' TO EOF-FLAG
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        MOVE 'Y' TO EOF-FLAG
    END-IF
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ TRANSACTION-HISTORY
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            MOVE HIST-ACCOUNT-TYPE TO WS-HIST-ACCOUNT-TYPE
            IF WS-HIST-ACCOUNT-TYPE = SPACES THEN
                MOVE "01" TO WS-HIST-ACCOUNT-TYPE
            END-IF
            IF HIST-CUSTOMER-ID = WS-INQ-CUSTOMER-ID-NUM
               AND WS-HIST-ACCOUNT-TYPE = WS-SELECTED-ACCOUNT-TYPE THEN
                PERFORM STORE-HISTORY-LINE
            END-IF
        END-IF
    END-PERFORM
    IF WS-HISTORY-STATUS NOT = '35' THEN
        CLOSE TRANSACTION-HISTORY
    END-IF
    COMPUTE WS-PAGE-COUNT
        = (WS-HIST-COUNT + WS-LINES-PER-SCREEN - 1)
          / WS-LINES-PER-SCREEN
    IF WS-PAGE-COUNT = 0 THEN
        MOVE 1 TO WS-PAGE-COUNT
    END-IF
    IF WS-HIST-MATCHED > WS-HIST-COUNT THEN
        MOVE "OLDER ACTIVITY NOT SHOWN - SEE CUSTSTMT"
            TO WS-SCR-MESSAGE
    END-IF.

STORE-HISTORY-LINE.
    ADD 1 TO WS-HIST-MATCHED
    MOVE HIST-RUN-DATE TO HDL-RUN-DATE
    MOVE HIST-BATCH-ID TO HDL-BATCH-ID
    MOVE HIST-SEQUENCE-NUMBER TO HDL-SEQUENCE-NUMBER
    MOVE HIST-CR-DR-INDICATOR TO HDL-CR-DR-INDICATOR
    MOVE HIST-AMOUNT TO HDL-AMOUNT
    EVALUATE TRUE
        WHEN HIST-ITEM-PART-PAID
            MOVE "PART PAID" TO HDL-STATUS
        WHEN HIST-ITEM-PAID
            MOVE "PAID" TO HDL-STATUS
        WHEN HIST-ITEM-REVERSED
            MOVE "REVERSED" TO HDL-STATUS
        WHEN OTHER
            MOVE "OPEN" TO HDL-STATUS
    END-EVALUATE
    IF HIST-ITEM-STATUS = SPACE THEN
        MOVE HIST-AMOUNT TO HDL-OPEN-AMOUNT
    ELSE
        MOVE HIST-OPEN-AMOUNT TO HDL-OPEN-AMOUNT
    END-IF
    MOVE WS-HIST-DETAIL-LINE TO WS-HIST-ENTRY(WS-HIST-NEXT-SLOT)
    ADD 1 TO WS-HIST-NEXT-SLOT
    IF WS-HIST-NEXT-SLOT > WS-MAX-HIST-ENTRIES THEN
        MOVE 1 TO WS-HIST-NEXT-SLOT
    END-IF
    IF WS-HIST-COUNT < WS-MAX-HIST-ENTRIES THEN
        ADD 1 TO WS-HIST-COUNT
    END-IF.

CHECK-HELD-REJECTS.
    MOVE 0 TO WS-HELD-REJECT-COUNT
    MOVE 0 TO WS-HELD-CARRYOVER-COUNT
    MOVE SPACES TO WS-HELD-LAST-REASON
    MOVE 'N' TO EOF-FLAG
    OPEN INPUT CUSTOMER-REJECTS
    IF WS-REJECT-STATUS NOT = '00' THEN
        MOVE 'Y' TO EOF-FLAG
    END-IF
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ CUSTOMER-REJECTS
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            IF WS-REJ-CUSTOMER-ID = WS-INQ-CUSTOMER-ID-NUM THEN
                ADD 1 TO WS-HELD-REJECT-COUNT
                MOVE WS-REJ-REASON-CODE TO WS-HELD-LAST-REASON
            END-IF
        END-IF
    END-PERFORM
    IF WS-REJECT-STATUS NOT = '35' THEN
        CLOSE CUSTOMER-REJECTS
    END-IF
    MOVE 'N' TO EOF-FLAG
    OPEN INPUT REJECT-CARRYOVER
    IF WS-CARRYOVER-STATUS NOT = '00' THEN
        MOVE 'Y' TO EOF-FLAG
    END-IF
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ REJECT-CARRYOVER
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            IF WS-CRY-CUSTOMER-ID = WS-INQ-CUSTOMER-ID-NUM THEN
                ADD 1 TO WS-HELD-CARRYOVER-COUNT
                MOVE WS-CRY-REASON-CODE TO WS-HELD-LAST-REASON
            END-IF
        END-IF
    END-PERFORM
    IF WS-CARRYOVER-STATUS NOT = '35' THEN
        CLOSE REJECT-CARRYOVER
    END-IF
    IF WS-HELD-REJECT-COUNT = 0 AND WS-HELD-CARRYOVER-COUNT = 0 THEN
        MOVE WS-NO-HELD-LINE TO WS-SCR-REJECT-TEXT
    ELSE
        MOVE WS-HELD-REJECT-COUNT TO HRL-REJECT-COUNT
        MOVE WS-HELD-CARRYOVER-COUNT TO HRL-CARRYOVER-COUNT
        MOVE WS-HELD-LAST-REASON TO HRL-LAST-REASON
        MOVE WS-HELD-REJECT-LINE TO WS-SCR-REJECT-TEXT
    END-IF.

FILL-HISTORY-PAGE.
    MOVE SPACES TO WS-SCR-HIST-LINES
    COMPUTE WS-ITEM-NUMBER
        = (WS-PAGE-NUMBER - 1) * WS-LINES-PER-SCREEN
    PERFORM VARYING WS-SCREEN-LINE FROM 1 BY 1
            UNTIL WS-SCREEN-LINE > WS-LINES-PER-SCREEN
        ADD 1 TO WS-ITEM-NUMBER
        IF WS-ITEM-NUMBER <= WS-HIST-COUNT THEN
            COMPUTE WS-HIST-SLOT = WS-HIST-NEXT-SLOT - WS-ITEM-NUMBER
            IF WS-HIST-SLOT < 1 THEN
                ADD WS-MAX-HIST-ENTRIES TO WS-HIST-SLOT
            END-IF
            MOVE WS-HIST-ENTRY(WS-HIST-SLOT)
                TO WS-SCR-HIST-LINE(WS-SCREEN-LINE)
        END-IF
    END-PERFORM
    MOVE WS-PAGE-NUMBER TO PGL-PAGE-NUMBER
    MOVE WS-PAGE-COUNT TO PGL-PAGE-COUNT
    MOVE WS-HIST-COUNT TO PGL-ITEM-COUNT
    MOVE WS-PAGE-LINE TO WS-SCR-PAGE-TEXT.
