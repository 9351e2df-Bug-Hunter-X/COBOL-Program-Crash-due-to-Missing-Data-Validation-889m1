IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTTBAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT RUN-LOG-FILE ASSIGN TO "CUSTRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-LOG-STATUS.

    SELECT PROVEN-BALANCE-FILE ASSIGN TO "CUSTTBPV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROVEN-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT PROOF-REPORT ASSIGN TO "CUSTTBLR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  RUN-LOG-FILE.
01  WS-RUN-LOG-RECORD.
    05  RLOG-BATCH-ID PIC X(10).
    05  RLOG-RUN-DATE PIC X(8).
    05  RLOG-RECORDS-READ PIC 9(7).
    05  RLOG-RECORDS-REJECTED PIC 9(7).
    05  RLOG-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  RLOG-DISCREPANCY-FLAG PIC X(1).
    05  RLOG-GL-RELEASED-FLAG PIC X(1).
    05  RLOG-COMPLETION-FLAG PIC X(1).

FD  PROVEN-BALANCE-FILE.
01  WS-PROVEN-RECORD.
    05  TBP-PERIOD PIC X(6).
    05  TBP-ACCOUNT-TYPE PIC X(2).
    05  TBP-CLOSING-BALANCE PIC S9(11)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  TBP-PROOF-FLAG PIC X(1).
    05  TBP-PROVEN-DATE PIC X(8).

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

FD  PROOF-REPORT.
01  WS-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
01  WS-MASTER-STATUS PIC XX.
01  WS-HISTORY-STATUS PIC XX.
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-PROVEN-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-TB-PERIOD PIC X(6) VALUE SPACES.
01  WS-TB-PERIOD-PARTS REDEFINES WS-TB-PERIOD.
    05  WS-TB-YEAR PIC 9(4).
    05  WS-TB-MONTH PIC 9(2).
01  WS-PRIOR-PERIOD PIC X(6) VALUE SPACES.
01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
    05  WS-PRIOR-YEAR PIC 9(4).
    05  WS-PRIOR-MONTH PIC 9(2).
01  WS-WORK-DATE PIC X(8) VALUE SPACES.
01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
    05  WS-WORK-PERIOD PIC X(6).
    05  FILLER PIC X(2).
01  WS-ESTABLISH-OPENING PIC X VALUE 'N'.

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

01  WS-SOURCE-LABEL-VALUES.
    05  FILLER PIC X(30) VALUE "  CUSTPROC BATCHES RELEASED".
    05  FILLER PIC X(30) VALUE "  ASSESSMENT BATCHES RELEASED".
    05  FILLER PIC X(30) VALUE "  CASH BATCHES RELEASED".
    05  FILLER PIC X(30) VALUE "  REVERSAL BATCHES RELEASED".
    05  FILLER PIC X(30) VALUE "  TRANSFER BATCHES RELEASED".
01  WS-SOURCE-LABEL-TABLE REDEFINES WS-SOURCE-LABEL-VALUES.
    05  WS-SOURCE-LABEL PIC X(30) OCCURS 5 TIMES.
01  WS-SOURCE-COUNT PIC 9 VALUE 5.
01  WS-SOURCE-INDEX PIC 9.
01  WS-BATCH-PREFIX PIC X(2) VALUE SPACES.

01  WS-MAX-TYPE-ENTRIES PIC 9(3) VALUE 100.
01  WS-TYPE-COUNT PIC 9(3) VALUE 0.
01  WS-TYPE-TABLE.
    05  WS-TYPE-ENTRY OCCURS 100 TIMES.
        10  TA-ACCOUNT-TYPE PIC X(2).
        10  TA-OPENING-FOUND PIC X(1).
        10  TA-OPENING-BALANCE PIC S9(11)V99.
        10  TA-SOURCE-AMOUNT PIC S9(11)V99 OCCURS 5 TIMES.
        10  TA-MASTER-TOTAL PIC S9(11)V99.
        10  TA-MASTER-COUNT PIC 9(7).
        10  TA-LATER-ACTIVITY PIC S9(11)V99.
        10  TA-MAINT-AMOUNT PIC S9(11)V99.
        10  TA-WITHHELD-AMOUNT PIC S9(11)V99.
        10  TA-UNLOGGED-AMOUNT PIC S9(11)V99.
        10  TA-EXPECTED-BALANCE PIC S9(11)V99.
        10  TA-SUBLEDGER-BALANCE PIC S9(11)V99.
        10  TA-UNEXPLAINED-AMOUNT PIC S9(11)V99.
        10  TA-PROOF-FLAG PIC X(1).
01  WS-TYPE-INDEX PIC 9(3).
01  WS-TYPE-MATCH PIC 9(3).
01  WS-SHIFT-INDEX PIC 9(3).
01  WS-TYPE-OVERFLOW PIC X VALUE 'N'.
01  WS-WORK-ACCOUNT-TYPE PIC X(2) VALUE SPACES.

01  WS-MAX-BATCH-ENTRIES PIC 9(4) VALUE 2000.
01  WS-BATCH-COUNT PIC 9(4) VALUE 0.
01  WS-BATCH-TABLE.
    05  WS-BATCH-ENTRY OCCURS 2000 TIMES.
        10  BT-BATCH-ID PIC X(10).
        10  BT-RUN-DATE PIC X(8).
        10  BT-GL-RELEASED PIC X(1).
        10  BT-LOG-TOTAL PIC S9(11)V99.
        10  BT-HISTORY-TOTAL PIC S9(11)V99.
01  WS-BATCH-INDEX PIC 9(4).
01  WS-BATCH-MATCH PIC 9(4).
01  WS-BATCH-OVERFLOW PIC X VALUE 'N'.

01  WS-MAX-PROVEN-ENTRIES PIC 9(4) VALUE 5000.
01  WS-PROVEN-COUNT PIC 9(4) VALUE 0.
01  WS-PROVEN-TABLE.
    05  WS-PROVEN-ENTRY OCCURS 5000 TIMES.
        10  PV-RECORD PIC X(31).
01  WS-PROVEN-INDEX PIC 9(4).
01  WS-PROVEN-OVERFLOW PIC X VALUE 'N'.
01  WS-PRIOR-PROOF-FOUND PIC X VALUE 'N'.
01  WS-PRIOR-OUT-OF-PROOF PIC X VALUE 'N'.

01  WS-ARCHIVED-IN-PERIOD PIC X VALUE 'N'.
01  WS-TIE-OUT-ERRORS PIC 9(5) VALUE 0.
01  WS-PERIOD-IN-PROOF PIC X VALUE 'Y'.
01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-MASTERS-READ PIC 9(7) VALUE 0.
01  WS-TYPES-OUT-OF-PROOF PIC 9(3) VALUE 0.
01  WS-RECONCILING-AMOUNT PIC S9(11)V99 VALUE 0.
01  WS-DIFFERENCE-AMOUNT PIC S9(11)V99 VALUE 0.
01  WS-PERIOD-ACTIVITY PIC S9(11)V99 VALUE 0.
01  WS-BATCH-DIFFERENCE PIC S9(11)V99 VALUE 0.
01  WS-TOTAL-EXPECTED PIC S9(11)V99 VALUE 0.
01  WS-TOTAL-SUBLEDGER PIC S9(11)V99 VALUE 0.
01  WS-TOTAL-RECONCILING PIC S9(11)V99 VALUE 0.
01  WS-TOTAL-UNEXPLAINED PIC S9(11)V99 VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "SUBLEDGER TO GENERAL LEDGER TRIAL BALANCE PROOF".
01  WS-PERIOD-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(8) VALUE "PERIOD: ".
    05  PER-TB-PERIOD PIC X(6).
    05  FILLER PIC X(17) VALUE "  PRIOR PERIOD: ".
    05  PER-PRIOR-PERIOD PIC X(6).
    05  FILLER PIC X(12) VALUE "  RUN DATE: ".
    05  PER-RUN-DATE PIC X(8).
01  WS-ACCOUNT-TYPE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(14) VALUE "ACCOUNT TYPE: ".
    05  ATL-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(4) VALUE SPACES.
    05  ATL-MASTER-COUNT PIC ZZZZZZ9.
    05  FILLER PIC X(9) VALUE " ACCOUNTS".
01  WS-NO-PRIOR-LINE PIC X(80)
        VALUE "  *** NO PROVEN BALANCES ON FILE FOR PRIOR PERIOD ***".
01  WS-PRIOR-NOT-PROVEN-LINE PIC X(80)
        VALUE "  *** PRIOR PERIOD WAS NOT IN PROOF ***".
01  WS-ESTABLISHED-LINE PIC X(80)
        VALUE "  OPENING BALANCES ESTABLISHED FROM SUBLEDGER".
01  WS-ARCHIVED-LINE PIC X(80)
        VALUE "  *** HISTORY ARCHIVED INSIDE OR AFTER PERIOD - ACTIVITY INCOMPLETE ***".
01  WS-IN-PROOF-LINE PIC X(80)
        VALUE "  ACCOUNT TYPE IN PROOF".
01  WS-OUT-OF-PROOF-LINE PIC X(80)
        VALUE "  *** ACCOUNT TYPE OUT OF PROOF ***".
01  WS-TIE-OUT-TITLE-LINE PIC X(80)
        VALUE "  RUN LOG BATCHES NOT MATCHING HISTORY".
01  WS-TIE-OUT-COLUMN-LINE PIC X(80)
        VALUE "  BATCH ID   RUN DATE       RUN LOG TOTAL   HISTORY TOTAL".
01  WS-TIE-OUT-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  TIE-BATCH-ID PIC X(10).
    05  FILLER PIC X(1) VALUE SPACES.
    05  TIE-RUN-DATE PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  TIE-LOG-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  TIE-HISTORY-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01  WS-RESULT-IN-PROOF-LINE PIC X(80)
        VALUE "  TRIAL BALANCE IN PROOF - CLOSING BALANCES SAVED".
01  WS-RESULT-OUT-OF-PROOF-LINE PIC X(80)
        VALUE "  *** TRIAL BALANCE OUT OF PROOF - PERIOD MAY NOT BE CLOSED ***".

01  WS-PROOF-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PRF-DESCRIPTION PIC X(34).
    05  PRF-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-SUMMARY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SUM-DESCRIPTION PIC X(30).
    05  SUM-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM GET-RUN-PARAMETERS
    PERFORM COMPUTE-PRIOR-PERIOD

    OPEN OUTPUT PROOF-REPORT
    MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-TB-PERIOD TO PER-TB-PERIOD
    MOVE WS-PRIOR-PERIOD TO PER-PRIOR-PERIOD
    MOVE WS-RUN-DATE TO PER-RUN-DATE
    MOVE WS-PERIOD-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM WRITE-PARAMETER-ECHO
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    PERFORM LOAD-PROVEN-BALANCES
    PERFORM LOAD-RELEASED-BATCHES
    PERFORM TOTAL-MASTER-BALANCES
    PERFORM CLASSIFY-HISTORY
    PERFORM CHECK-BATCH-TIE-OUT

    IF WS-PRIOR-PROOF-FOUND = 'N' THEN
        IF WS-ESTABLISH-OPENING = 'Y' THEN
            MOVE WS-ESTABLISHED-LINE TO WS-REPORT-LINE
        ELSE
            MOVE 'N' TO WS-PERIOD-IN-PROOF
            MOVE WS-NO-PRIOR-LINE TO WS-REPORT-LINE
        END-IF
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-PRIOR-OUT-OF-PROOF = 'Y' THEN
        MOVE WS-PRIOR-NOT-PROVEN-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-ARCHIVED-IN-PERIOD = 'Y' THEN
        MOVE 'N' TO WS-PERIOD-IN-PROOF
        MOVE WS-ARCHIVED-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-TIE-OUT-ERRORS > 0 THEN
        MOVE 'N' TO WS-PERIOD-IN-PROOF
    END-IF

    PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
            UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
        PERFORM COMPUTE-ACCOUNT-TYPE-PROOF
        PERFORM WRITE-ACCOUNT-TYPE-PROOF
    END-PERFORM
    IF WS-TYPES-OUT-OF-PROOF > 0 THEN
        MOVE 'N' TO WS-PERIOD-IN-PROOF
    END-IF
    IF WS-PERIOD-IN-PROOF = 'N' THEN
        PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
            MOVE 'N' TO TA-PROOF-FLAG(WS-TYPE-INDEX)
        END-PERFORM
    END-IF

    PERFORM SAVE-PROVEN-BALANCES
    PERFORM WRITE-PROOF-SUMMARY
    CLOSE PROOF-REPORT

    IF WS-PERIOD-IN-PROOF = 'Y' THEN
        DISPLAY "Trial balance for " WS-TB-PERIOD " is in proof"
    ELSE
        DISPLAY "Trial balance for " WS-TB-PERIOD " is OUT OF PROOF"
    END-IF
    DISPLAY "Account types proven: " WS-TYPE-COUNT
    DISPLAY "Unexplained difference: " WS-TOTAL-UNEXPLAINED
    IF WS-PERIOD-IN-PROOF NOT = 'Y' THEN
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "TB-PERIOD" TO WS-PARM-NAME
    PERFORM REQUIRE-PARAMETER
    MOVE WS-PARM-VALUE TO WS-TB-PERIOD
    IF WS-TB-YEAR IS NOT NUMERIC
       OR WS-TB-MONTH IS NOT NUMERIC
       OR WS-TB-MONTH < 1
       OR WS-TB-MONTH > 12 THEN
        DISPLAY "TB-PERIOD must be 6 digits YYYYMM with a "
            "month of 01-12 - " WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "TB-ESTABLISH" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' AND WS-PARM-VALUE(1:1) = 'Y' THEN
        MOVE 'Y' TO WS-ESTABLISH-OPENING
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
    MOVE "TB-PERIOD" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "TB-ESTABLISH" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO.

WRITE-ONE-PARM-ECHO.
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-NAME TO ECHO-PARM-NAME
        MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
        MOVE WS-PARM-ECHO-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

COMPUTE-PRIOR-PERIOD.
    MOVE WS-TB-PERIOD TO WS-PRIOR-PERIOD
    IF WS-PRIOR-MONTH = 1 THEN
        SUBTRACT 1 FROM WS-PRIOR-YEAR
        MOVE 12 TO WS-PRIOR-MONTH
    ELSE
        SUBTRACT 1 FROM WS-PRIOR-MONTH
    END-IF.

LOAD-PROVEN-BALANCES.
    OPEN INPUT PROVEN-BALANCE-FILE
    IF WS-PROVEN-STATUS NOT = '00' THEN
        DISPLAY "No proven balance file - it will be created"
    ELSE
        MOVE 'N' TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG = 'Y'
            READ PROVEN-BALANCE-FILE
                AT END MOVE 'Y' TO EOF-FLAG
            END-READ
            IF EOF-FLAG = 'N' THEN
                PERFORM KEEP-ONE-PROVEN-BALANCE
            END-IF
        END-PERFORM
        CLOSE PROVEN-BALANCE-FILE
    END-IF
    IF WS-PROVEN-OVERFLOW = 'Y' THEN
        DISPLAY "Proven balance table full - trial balance refused"
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

KEEP-ONE-PROVEN-BALANCE.
    IF TBP-PERIOD = WS-PRIOR-PERIOD THEN
        MOVE 'Y' TO WS-PRIOR-PROOF-FOUND
        IF TBP-PROOF-FLAG NOT = 'Y' THEN
            MOVE 'Y' TO WS-PRIOR-OUT-OF-PROOF
        END-IF
        MOVE TBP-ACCOUNT-TYPE TO WS-WORK-ACCOUNT-TYPE
        PERFORM FIND-ACCOUNT-TYPE-ENTRY
        IF WS-TYPE-MATCH > 0 THEN
            MOVE 'Y' TO TA-OPENING-FOUND(WS-TYPE-MATCH)
            MOVE TBP-CLOSING-BALANCE
                TO TA-OPENING-BALANCE(WS-TYPE-MATCH)
        END-IF
    END-IF
    IF TBP-PERIOD NOT = WS-TB-PERIOD THEN
        IF WS-PROVEN-COUNT < WS-MAX-PROVEN-ENTRIES THEN
            ADD 1 TO WS-PROVEN-COUNT
            MOVE WS-PROVEN-RECORD TO PV-RECORD(WS-PROVEN-COUNT)
        ELSE
            MOVE 'Y' TO WS-PROVEN-OVERFLOW
        END-IF
    END-IF.

LOAD-RELEASED-BATCHES.
    OPEN INPUT RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS NOT = '00' THEN
        DISPLAY "No run log present - no released batches"
    ELSE
        MOVE 'N' TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG = 'Y'
            READ RUN-LOG-FILE
                AT END MOVE 'Y' TO EOF-FLAG
            END-READ
            IF EOF-FLAG = 'N' THEN
                MOVE RLOG-RUN-DATE TO WS-WORK-DATE
                IF WS-WORK-PERIOD = WS-TB-PERIOD
                   AND RLOG-COMPLETION-FLAG = 'C' THEN
                    PERFORM ADD-RELEASED-BATCH
                END-IF
            END-IF
        END-PERFORM
        CLOSE RUN-LOG-FILE
    END-IF
    IF WS-BATCH-OVERFLOW = 'Y' THEN
        DISPLAY "Batch table full - trial balance refused"
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-RELEASED-BATCH.
    PERFORM FIND-BATCH-ENTRY
    IF WS-BATCH-MATCH = 0 THEN
        IF WS-BATCH-COUNT < WS-MAX-BATCH-ENTRIES THEN
            ADD 1 TO WS-BATCH-COUNT
            MOVE WS-BATCH-COUNT TO WS-BATCH-MATCH
            MOVE RLOG-BATCH-ID TO BT-BATCH-ID(WS-BATCH-MATCH)
            MOVE RLOG-RUN-DATE TO BT-RUN-DATE(WS-BATCH-MATCH)
            MOVE 'N' TO BT-GL-RELEASED(WS-BATCH-MATCH)
            MOVE 0 TO BT-LOG-TOTAL(WS-BATCH-MATCH)
            MOVE 0 TO BT-HISTORY-TOTAL(WS-BATCH-MATCH)
        ELSE
            MOVE 'Y' TO WS-BATCH-OVERFLOW
        END-IF
    END-IF
    IF WS-BATCH-MATCH > 0 THEN
        ADD RLOG-TOTAL-AMOUNT TO BT-LOG-TOTAL(WS-BATCH-MATCH)
        IF RLOG-GL-RELEASED-FLAG = 'Y' THEN
            MOVE 'Y' TO BT-GL-RELEASED(WS-BATCH-MATCH)
        END-IF
    END-IF.

FIND-BATCH-ENTRY.
    MOVE 0 TO WS-BATCH-MATCH
    PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
            UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
               OR WS-BATCH-MATCH > 0
        IF BT-BATCH-ID(WS-BATCH-INDEX) = RLOG-BATCH-ID
           AND BT-RUN-DATE(WS-BATCH-INDEX) = RLOG-RUN-DATE THEN
            MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
        END-IF
    END-PERFORM.

TOTAL-MASTER-BALANCES.
    OPEN INPUT CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
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
            ADD 1 TO WS-MASTERS-READ
            MOVE WS-MASTER-ACCOUNT-TYPE TO WS-WORK-ACCOUNT-TYPE
            PERFORM FIND-ACCOUNT-TYPE-ENTRY
            IF WS-TYPE-MATCH > 0 THEN
                ADD WS-MASTER-TOTAL-AMOUNT
                    TO TA-MASTER-TOTAL(WS-TYPE-MATCH)
                ADD 1 TO TA-MASTER-COUNT(WS-TYPE-MATCH)
            END-IF
        END-IF
    END-PERFORM
    CLOSE CUSTOMER-MASTER
    IF WS-TYPE-OVERFLOW = 'Y' THEN
        DISPLAY "Account type table full - trial balance refused"
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-ACCOUNT-TYPE-ENTRY.
    MOVE 0 TO WS-TYPE-MATCH
    PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
            UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
               OR WS-TYPE-MATCH > 0
               OR TA-ACCOUNT-TYPE(WS-TYPE-INDEX) > WS-WORK-ACCOUNT-TYPE
        IF TA-ACCOUNT-TYPE(WS-TYPE-INDEX) = WS-WORK-ACCOUNT-TYPE THEN
            MOVE WS-TYPE-INDEX TO WS-TYPE-MATCH
        END-IF
    END-PERFORM
    IF WS-TYPE-MATCH = 0 THEN
        IF WS-TYPE-COUNT < WS-MAX-TYPE-ENTRIES THEN
            PERFORM INSERT-ACCOUNT-TYPE-ENTRY
        ELSE
            MOVE 'Y' TO WS-TYPE-OVERFLOW
        END-IF
    END-IF.

INSERT-ACCOUNT-TYPE-ENTRY.
    PERFORM VARYING WS-SHIFT-INDEX FROM WS-TYPE-COUNT BY -1
            UNTIL WS-SHIFT-INDEX < WS-TYPE-INDEX
        MOVE WS-TYPE-ENTRY(WS-SHIFT-INDEX)
            TO WS-TYPE-ENTRY(WS-SHIFT-INDEX + 1)
    END-PERFORM
    ADD 1 TO WS-TYPE-COUNT
    MOVE WS-TYPE-INDEX TO WS-TYPE-MATCH
    MOVE WS-WORK-ACCOUNT-TYPE TO TA-ACCOUNT-TYPE(WS-TYPE-MATCH)
    MOVE 'N' TO TA-OPENING-FOUND(WS-TYPE-MATCH)
    MOVE 0 TO TA-OPENING-BALANCE(WS-TYPE-MATCH)
    PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
            UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
        MOVE 0 TO TA-SOURCE-AMOUNT(WS-TYPE-MATCH, WS-SOURCE-INDEX)
    END-PERFORM
    MOVE 0 TO TA-MASTER-TOTAL(WS-TYPE-MATCH)
    MOVE 0 TO TA-MASTER-COUNT(WS-TYPE-MATCH)
    MOVE 0 TO TA-LATER-ACTIVITY(WS-TYPE-MATCH)
    MOVE 0 TO TA-MAINT-AMOUNT(WS-TYPE-MATCH)
    MOVE 0 TO TA-WITHHELD-AMOUNT(WS-TYPE-MATCH)
    MOVE 0 TO TA-UNLOGGED-AMOUNT(WS-TYPE-MATCH)
    MOVE 0 TO TA-EXPECTED-BALANCE(WS-TYPE-MATCH)
    MOVE 0 TO TA-SUBLEDGER-BALANCE(WS-TYPE-MATCH)
    MOVE 0 TO TA-UNEXPLAINED-AMOUNT(WS-TYPE-MATCH)
    MOVE 'N' TO TA-PROOF-FLAG(WS-TYPE-MATCH).

CLASSIFY-HISTORY.
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        DISPLAY "No history file present - no period activity"
    ELSE
        MOVE 'N' TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG = 'Y'
            READ TRANSACTION-HISTORY
                AT END MOVE 'Y' TO EOF-FLAG
            END-READ
            IF EOF-FLAG = 'N' THEN
                ADD 1 TO WS-HISTORY-READ
                PERFORM CLASSIFY-ONE-HISTORY-RECORD
            END-IF
        END-PERFORM
        CLOSE TRANSACTION-HISTORY
    END-IF
    IF WS-TYPE-OVERFLOW = 'Y' THEN
        DISPLAY "Account type table full - trial balance refused"
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLASSIFY-ONE-HISTORY-RECORD.
    MOVE HIST-RUN-DATE TO WS-WORK-DATE
    MOVE HIST-BATCH-ID(1:2) TO WS-BATCH-PREFIX
    IF WS-BATCH-PREFIX = "CF" THEN
        IF WS-WORK-PERIOD NOT < WS-TB-PERIOD THEN
            MOVE 'Y' TO WS-ARCHIVED-IN-PERIOD
        END-IF
    ELSE
        IF WS-WORK-PERIOD NOT < WS-TB-PERIOD THEN
            IF HIST-ACCOUNT-TYPE = SPACES THEN
                MOVE "01" TO WS-WORK-ACCOUNT-TYPE
            ELSE
                MOVE HIST-ACCOUNT-TYPE TO WS-WORK-ACCOUNT-TYPE
            END-IF
            PERFORM FIND-ACCOUNT-TYPE-ENTRY
            IF WS-TYPE-MATCH > 0 THEN
                IF WS-WORK-PERIOD > WS-TB-PERIOD THEN
                    ADD HIST-AMOUNT TO TA-LATER-ACTIVITY(WS-TYPE-MATCH)
                ELSE
                    PERFORM POST-PERIOD-ACTIVITY
                END-IF
            END-IF
        END-IF
    END-IF.

POST-PERIOD-ACTIVITY.
    IF HIST-BATCH-ID(1:3) = "MNT" THEN
        ADD HIST-AMOUNT TO TA-MAINT-AMOUNT(WS-TYPE-MATCH)
    ELSE
        MOVE 0 TO WS-BATCH-MATCH
        PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH > 0
            IF BT-BATCH-ID(WS-BATCH-INDEX) = HIST-BATCH-ID
               AND BT-RUN-DATE(WS-BATCH-INDEX) = HIST-RUN-DATE THEN
                MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
            END-IF
        END-PERFORM
        IF WS-BATCH-MATCH = 0 THEN
            ADD HIST-AMOUNT TO TA-UNLOGGED-AMOUNT(WS-TYPE-MATCH)
        ELSE
            ADD HIST-AMOUNT TO BT-HISTORY-TOTAL(WS-BATCH-MATCH)
            IF BT-GL-RELEASED(WS-BATCH-MATCH) = 'Y' THEN
                PERFORM SET-BATCH-SOURCE
                ADD HIST-AMOUNT
                    TO TA-SOURCE-AMOUNT(WS-TYPE-MATCH, WS-SOURCE-INDEX)
            ELSE
                ADD HIST-AMOUNT TO TA-WITHHELD-AMOUNT(WS-TYPE-MATCH)
            END-IF
        END-IF
    END-IF.

SET-BATCH-SOURCE.
    EVALUATE WS-BATCH-PREFIX
        WHEN "AS"
            MOVE 2 TO WS-SOURCE-INDEX
        WHEN "CA"
            MOVE 3 TO WS-SOURCE-INDEX
        WHEN "RV"
            MOVE 4 TO WS-SOURCE-INDEX
        WHEN "TR"
            MOVE 5 TO WS-SOURCE-INDEX
        WHEN OTHER
            MOVE 1 TO WS-SOURCE-INDEX
    END-EVALUATE.

CHECK-BATCH-TIE-OUT.
    PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
            UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
        IF BT-LOG-TOTAL(WS-BATCH-INDEX)
           NOT = BT-HISTORY-TOTAL(WS-BATCH-INDEX) THEN
            IF WS-TIE-OUT-ERRORS = 0 THEN
                MOVE WS-TIE-OUT-TITLE-LINE TO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
                MOVE WS-TIE-OUT-COLUMN-LINE TO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
            END-IF
            ADD 1 TO WS-TIE-OUT-ERRORS
            MOVE BT-BATCH-ID(WS-BATCH-INDEX) TO TIE-BATCH-ID
            MOVE BT-RUN-DATE(WS-BATCH-INDEX) TO TIE-RUN-DATE
            MOVE BT-LOG-TOTAL(WS-BATCH-INDEX) TO TIE-LOG-TOTAL
            MOVE BT-HISTORY-TOTAL(WS-BATCH-INDEX) TO TIE-HISTORY-TOTAL
            MOVE WS-TIE-OUT-LINE TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-TIE-OUT-ERRORS > 0 THEN
        MOVE SPACES TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

COMPUTE-ACCOUNT-TYPE-PROOF.
    MOVE 0 TO WS-PERIOD-ACTIVITY
    PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
            UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
        ADD TA-SOURCE-AMOUNT(WS-TYPE-INDEX, WS-SOURCE-INDEX)
            TO WS-PERIOD-ACTIVITY
    END-PERFORM
    COMPUTE TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX)
        = TA-MASTER-TOTAL(WS-TYPE-INDEX)
        - TA-LATER-ACTIVITY(WS-TYPE-INDEX)
    COMPUTE WS-RECONCILING-AMOUNT
        = TA-MAINT-AMOUNT(WS-TYPE-INDEX)
        + TA-WITHHELD-AMOUNT(WS-TYPE-INDEX)
        + TA-UNLOGGED-AMOUNT(WS-TYPE-INDEX)
    IF WS-PRIOR-PROOF-FOUND = 'N' AND WS-ESTABLISH-OPENING = 'Y' THEN
        MOVE 'E' TO TA-OPENING-FOUND(WS-TYPE-INDEX)
        COMPUTE TA-OPENING-BALANCE(WS-TYPE-INDEX)
            = TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX)
            - WS-PERIOD-ACTIVITY - WS-RECONCILING-AMOUNT
    END-IF
    COMPUTE TA-EXPECTED-BALANCE(WS-TYPE-INDEX)
        = TA-OPENING-BALANCE(WS-TYPE-INDEX) + WS-PERIOD-ACTIVITY
    COMPUTE WS-DIFFERENCE-AMOUNT
        = TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX)
        - TA-EXPECTED-BALANCE(WS-TYPE-INDEX)
    COMPUTE TA-UNEXPLAINED-AMOUNT(WS-TYPE-INDEX)
        = WS-DIFFERENCE-AMOUNT - WS-RECONCILING-AMOUNT
    IF TA-UNEXPLAINED-AMOUNT(WS-TYPE-INDEX) = 0 THEN
        MOVE 'Y' TO TA-PROOF-FLAG(WS-TYPE-INDEX)
    ELSE
        MOVE 'N' TO TA-PROOF-FLAG(WS-TYPE-INDEX)
        ADD 1 TO WS-TYPES-OUT-OF-PROOF
    END-IF
    ADD TA-EXPECTED-BALANCE(WS-TYPE-INDEX) TO WS-TOTAL-EXPECTED
    ADD TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX) TO WS-TOTAL-SUBLEDGER
    ADD WS-RECONCILING-AMOUNT TO WS-TOTAL-RECONCILING
    ADD TA-UNEXPLAINED-AMOUNT(WS-TYPE-INDEX) TO WS-TOTAL-UNEXPLAINED.

WRITE-ACCOUNT-TYPE-PROOF.
    MOVE TA-ACCOUNT-TYPE(WS-TYPE-INDEX) TO ATL-ACCOUNT-TYPE
    MOVE TA-MASTER-COUNT(WS-TYPE-INDEX) TO ATL-MASTER-COUNT
    MOVE WS-ACCOUNT-TYPE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF TA-OPENING-FOUND(WS-TYPE-INDEX) = 'E' THEN
        MOVE "  OPENING BALANCE ESTABLISHED" TO PRF-DESCRIPTION
    ELSE
        MOVE "  PRIOR PROVEN CLOSING BALANCE" TO PRF-DESCRIPTION
    END-IF
    MOVE TA-OPENING-BALANCE(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
            UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
        MOVE WS-SOURCE-LABEL(WS-SOURCE-INDEX) TO PRF-DESCRIPTION
        MOVE TA-SOURCE-AMOUNT(WS-TYPE-INDEX, WS-SOURCE-INDEX)
            TO PRF-AMOUNT
        PERFORM WRITE-PROOF-LINE
    END-PERFORM
    MOVE "  EXPECTED BALANCE PER GL" TO PRF-DESCRIPTION
    MOVE TA-EXPECTED-BALANCE(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  MASTER BALANCE TODAY" TO PRF-DESCRIPTION
    MOVE TA-MASTER-TOTAL(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  LESS ACTIVITY AFTER PERIOD" TO PRF-DESCRIPTION
    MOVE TA-LATER-ACTIVITY(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  SUBLEDGER BALANCE AT PERIOD END" TO PRF-DESCRIPTION
    MOVE TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    COMPUTE WS-DIFFERENCE-AMOUNT
        = TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX)
        - TA-EXPECTED-BALANCE(WS-TYPE-INDEX)
    MOVE "  DIFFERENCE" TO PRF-DESCRIPTION
    MOVE WS-DIFFERENCE-AMOUNT TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  RECONCILING - MNT ADJUSTMENTS" TO PRF-DESCRIPTION
    MOVE TA-MAINT-AMOUNT(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  RECONCILING - GL WITHHELD" TO PRF-DESCRIPTION
    MOVE TA-WITHHELD-AMOUNT(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  RECONCILING - NO RUN LOG ENTRY" TO PRF-DESCRIPTION
    MOVE TA-UNLOGGED-AMOUNT(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  UNEXPLAINED DIFFERENCE" TO PRF-DESCRIPTION
    MOVE TA-UNEXPLAINED-AMOUNT(WS-TYPE-INDEX) TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    IF TA-PROOF-FLAG(WS-TYPE-INDEX) = 'Y' THEN
        MOVE WS-IN-PROOF-LINE TO WS-REPORT-LINE
    ELSE
        MOVE WS-OUT-OF-PROOF-LINE TO WS-REPORT-LINE
    END-IF
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-PROOF-LINE.
    MOVE WS-PROOF-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

SAVE-PROVEN-BALANCES.
    OPEN OUTPUT PROVEN-BALANCE-FILE
    IF WS-PROVEN-STATUS NOT = '00' THEN
        DISPLAY "Cannot write proven balance file - status "
            WS-PROVEN-STATUS
        CLOSE PROOF-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PROVEN-INDEX FROM 1 BY 1
            UNTIL WS-PROVEN-INDEX > WS-PROVEN-COUNT
        MOVE PV-RECORD(WS-PROVEN-INDEX) TO WS-PROVEN-RECORD
        WRITE WS-PROVEN-RECORD
    END-PERFORM
    PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
            UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
        MOVE WS-TB-PERIOD TO TBP-PERIOD
        MOVE TA-ACCOUNT-TYPE(WS-TYPE-INDEX) TO TBP-ACCOUNT-TYPE
        MOVE TA-SUBLEDGER-BALANCE(WS-TYPE-INDEX) TO TBP-CLOSING-BALANCE
        MOVE TA-PROOF-FLAG(WS-TYPE-INDEX) TO TBP-PROOF-FLAG
        MOVE WS-RUN-DATE TO TBP-PROVEN-DATE
        WRITE WS-PROVEN-RECORD
    END-PERFORM
    CLOSE PROVEN-BALANCE-FILE.

WRITE-PROOF-SUMMARY.
    MOVE "ALL ACCOUNT TYPES" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "  EXPECTED BALANCE PER GL" TO PRF-DESCRIPTION
    MOVE WS-TOTAL-EXPECTED TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  SUBLEDGER BALANCE AT PERIOD END" TO PRF-DESCRIPTION
    MOVE WS-TOTAL-SUBLEDGER TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  RECONCILING ITEMS" TO PRF-DESCRIPTION
    MOVE WS-TOTAL-RECONCILING TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE "  UNEXPLAINED DIFFERENCE" TO PRF-DESCRIPTION
    MOVE WS-TOTAL-UNEXPLAINED TO PRF-AMOUNT
    PERFORM WRITE-PROOF-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MASTER RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "COMPLETED BATCHES IN PERIOD:" TO SUM-DESCRIPTION
    MOVE WS-BATCH-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "BATCHES NOT TYING TO HISTORY:" TO SUM-DESCRIPTION
    MOVE WS-TIE-OUT-ERRORS TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNT TYPES OUT OF PROOF:" TO SUM-DESCRIPTION
    MOVE WS-TYPES-OUT-OF-PROOF TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-PERIOD-IN-PROOF = 'Y' THEN
        MOVE WS-RESULT-IN-PROOF-LINE TO WS-REPORT-LINE
    ELSE
        MOVE WS-RESULT-OUT-OF-PROOF-LINE TO WS-REPORT-LINE
    END-IF
    WRITE WS-REPORT-LINE.
