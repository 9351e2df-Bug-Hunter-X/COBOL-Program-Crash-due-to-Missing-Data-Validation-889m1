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
    05  SH-BATCH-ID PIC X(10).
    05  SH-RUN-DATE PIC X(8).
    05  SH-SEQUENCE-NUMBER PIC 9(7).
    05  SH-ITEM-STATUS PIC X(1).
    05  SH-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

SD  SORT-WORK.
01  WS-SORT-RECORD.
    05  SRT-BATCH-ID PIC X(10).
    05  SRT-RUN-DATE PIC X(8).
    05  SRT-SEQUENCE-NUMBER PIC 9(7).
    05  SRT-ITEM-STATUS PIC X(1).
    05  SRT-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  STATEMENT-FILE.
01  WS-STATEMENT-LINE PIC X(80).
    05  WS-MASTER-POSTAL-CODE PIC X(10).
    05  WS-MASTER-DELIVERY-PREF PIC X(1).
    05  WS-MASTER-LAST-UPDATED PIC X(8).
    05  WS-MASTER-DUNNING-LEVEL PIC X(1).
    05  WS-MASTER-LAST-NOTICE-DATE PIC X(8).
    05  WS-MASTER-COLLECTION-STATUS PIC X(1).
        88  MASTER-COLLECTION-HOLD VALUE 'H'.

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS PIC XX.
        10  HT-CR-DR-INDICATOR PIC X(1).
        10  HT-BATCH-ID PIC X(10).
        10  HT-RUN-DATE PIC X(8).
        10  HT-ITEM-STATUS PIC X(1).
        10  HT-OPEN-AMOUNT PIC S9(9)V99.
01  WS-TABLE-INDEX PIC 9(4).
01  WS-ACTIVITY-OVERFLOW PIC X VALUE 'N'.
01  WS-ANY-OVERFLOW PIC X VALUE 'N'.
01  WS-CLOSING-BALANCE PIC S9(9)V99 VALUE 0.
01  WS-PERIOD-ACTIVITY PIC S9(9)V99 VALUE 0.
01  WS-LATER-ACTIVITY PIC S9(9)V99 VALUE 0.
01  WS-AMOUNT-STILL-OWED PIC S9(9)V99 VALUE 0.
01  WS-OPEN-ITEM-FOUND PIC X VALUE 'N'.

01  WS-STATEMENT-TITLE-LINE PIC X(80)
        VALUE "CUSTOMER STATEMENT".
    05  BAL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-STATEMENT-COLUMN-LINE PIC X(80)
        VALUE "  BATCH DATE  BATCH ID    CR/DR          AMOUNT STATUS".

01  WS-ACTIVITY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  ACT-CR-DR-INDICATOR PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ACT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  ACT-ITEM-STATUS PIC X(10).

01  WS-NO-ACTIVITY-LINE PIC X(80)
        VALUE "  NO ACTIVITY THIS PERIOD".

01  WS-OPEN-ITEMS-TITLE-LINE PIC X(80)
        VALUE "  OPEN ITEMS".
01  WS-OPEN-ITEMS-COLUMN-LINE PIC X(80)
        VALUE "  BATCH DATE  BATCH ID    CR/DR   ORIGINAL AMOUNT     OPEN AMOUNT".

01  WS-OPEN-ITEM-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  OPN-RUN-DATE PIC X(8).
    05  FILLER PIC X(4) VALUE SPACES.
    05  OPN-BATCH-ID PIC X(10).
    05  FILLER PIC X(4) VALUE SPACES.
    05  OPN-CR-DR-INDICATOR PIC X(1).
    05  FILLER PIC X(5) VALUE SPACES.
    05  OPN-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  OPN-OPEN-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-NO-OPEN-ITEMS-LINE PIC X(80)
        VALUE "  NO OPEN ITEMS".

01  WS-TIE-WARNING-LINE PIC X(80)
        VALUE "  *** CLOSING BALANCE DOES NOT TIE TO MASTER ***".

    OPEN INPUT CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status " WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Statements produced: " WS-STATEMENT-COUNT
    IF WS-ANY-OVERFLOW = 'Y' THEN
        DISPLAY "Customer activity truncated - see statements"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    MOVE WS-DATE-PARM-TEXT TO WS-THRU-DATE
    IF WS-FROM-DATE > WS-THRU-DATE THEN
        DISPLAY "STMT-FROM-DATE is after STMT-THRU-DATE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF WS-DATE-PARM-NUM IS NOT NUMERIC THEN
        DISPLAY WS-PARM-NAME " must be 8 digits YYYYMMDD - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

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

                TO HT-CR-DR-INDICATOR(WS-ACTIVITY-COUNT)
            MOVE SH-BATCH-ID TO HT-BATCH-ID(WS-ACTIVITY-COUNT)
            MOVE SH-RUN-DATE TO HT-RUN-DATE(WS-ACTIVITY-COUNT)
            MOVE SH-ITEM-STATUS TO HT-ITEM-STATUS(WS-ACTIVITY-COUNT)
            IF SH-ITEM-STATUS = SPACE THEN
                MOVE SH-AMOUNT TO HT-OPEN-AMOUNT(WS-ACTIVITY-COUNT)
            ELSE
                MOVE SH-OPEN-AMOUNT TO HT-OPEN-AMOUNT(WS-ACTIVITY-COUNT)
            END-IF
        ELSE
            MOVE 'Y' TO WS-ACTIVITY-OVERFLOW
            MOVE 'Y' TO WS-ANY-OVERFLOW

    PERFORM WRITE-STATEMENT-HEADING
    PERFORM WRITE-STATEMENT-ACTIVITY
    PERFORM WRITE-STATEMENT-BALANCES
    PERFORM WRITE-STATEMENT-OPEN-ITEMS.

WRITE-STATEMENT-HEADING.
    IF WS-STATEMENT-COUNT > 1 THEN
            MOVE HT-CR-DR-INDICATOR(WS-TABLE-INDEX)
                TO ACT-CR-DR-INDICATOR
            MOVE HT-AMOUNT(WS-TABLE-INDEX) TO ACT-AMOUNT
            EVALUATE HT-ITEM-STATUS(WS-TABLE-INDEX)
                WHEN 'O'
                    MOVE "OPEN" TO ACT-ITEM-STATUS
                WHEN 'P'
                    MOVE "PART PAID" TO ACT-ITEM-STATUS
                WHEN 'C'
                    MOVE "PAID" TO ACT-ITEM-STATUS
                WHEN 'R'
                    MOVE "REVERSED" TO ACT-ITEM-STATUS
                WHEN OTHER
                    MOVE SPACES TO ACT-ITEM-STATUS
            END-EVALUATE
            MOVE WS-ACTIVITY-LINE TO WS-STATEMENT-LINE
            WRITE WS-STATEMENT-LINE
        END-IF
        MOVE WS-OVERFLOW-WARNING-LINE TO WS-STATEMENT-LINE
        WRITE WS-STATEMENT-LINE
    END-IF.

WRITE-STATEMENT-OPEN-ITEMS.
    MOVE 'N' TO WS-OPEN-ITEM-FOUND
    MOVE 0 TO WS-AMOUNT-STILL-OWED
    MOVE WS-OPEN-ITEMS-TITLE-LINE TO WS-STATEMENT-LINE
    WRITE WS-STATEMENT-LINE
    MOVE WS-OPEN-ITEMS-COLUMN-LINE TO WS-STATEMENT-LINE
    WRITE WS-STATEMENT-LINE
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-ACTIVITY-COUNT
        IF HT-RUN-DATE(WS-TABLE-INDEX) <= WS-THRU-DATE
           AND HT-OPEN-AMOUNT(WS-TABLE-INDEX) NOT = 0 THEN
            MOVE 'Y' TO WS-OPEN-ITEM-FOUND
            ADD HT-OPEN-AMOUNT(WS-TABLE-INDEX) TO WS-AMOUNT-STILL-OWED
            MOVE HT-RUN-DATE(WS-TABLE-INDEX) TO OPN-RUN-DATE
            MOVE HT-BATCH-ID(WS-TABLE-INDEX) TO OPN-BATCH-ID
            MOVE HT-CR-DR-INDICATOR(WS-TABLE-INDEX)
                TO OPN-CR-DR-INDICATOR
            MOVE HT-AMOUNT(WS-TABLE-INDEX) TO OPN-AMOUNT
            MOVE HT-OPEN-AMOUNT(WS-TABLE-INDEX) TO OPN-OPEN-AMOUNT
            MOVE WS-OPEN-ITEM-LINE TO WS-STATEMENT-LINE
            WRITE WS-STATEMENT-LINE
        END-IF
    END-PERFORM
    IF WS-OPEN-ITEM-FOUND = 'N' THEN
        MOVE WS-NO-OPEN-ITEMS-LINE TO WS-STATEMENT-LINE
        WRITE WS-STATEMENT-LINE
    END-IF
    MOVE "AMOUNT STILL OWED:" TO BAL-DESCRIPTION
    MOVE WS-AMOUNT-STILL-OWED TO BAL-AMOUNT
    MOVE WS-BALANCE-LINE TO WS-STATEMENT-LINE
    WRITE WS-STATEMENT-LINE.
