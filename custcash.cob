IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCASH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCKBOX-FILE ASSIGN TO "CUSTLOCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCKBOX-STATUS.

    SELECT SORTED-LOCKBOX ASSIGN TO "CUSTLSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-LOCKBOX-STATUS.

    SELECT LOCKBOX-SORT-WORK ASSIGN TO "SORTWRK2".

    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT SORTED-HISTORY ASSIGN TO "CUSTHSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-STATUS.

    SELECT SORT-WORK ASSIGN TO "SORTWORK".

    SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.

    SELECT RUN-LOG-FILE ASSIGN TO "CUSTRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-LOG-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT PERIOD-CONTROL ASSIGN TO "CUSTPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT CASH-REPORT ASSIGN TO "CUSTCSHR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "CUSTCCKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOCKBOX-FILE.
01  WS-LOCKBOX-RECORD.
    05  LBX-CUSTOMER-ID PIC 9(5).
    05  LBX-ACCOUNT-TYPE PIC X(2).
    05  LBX-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  LBX-PAYMENT-DATE PIC X(8).
    05  LBX-REFERENCE PIC X(10).
    05  LBX-REMITTER-NAME PIC X(30).

FD  SORTED-LOCKBOX.
01  WS-SORTED-PAYMENT.
    05  LSP-CUSTOMER-ID PIC 9(5).
    05  LSP-ACCOUNT-TYPE PIC X(2).
    05  LSP-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  LSP-AMOUNT-ALPHA REDEFINES LSP-AMOUNT PIC X(12).
    05  LSP-PAYMENT-DATE PIC X(8).
    05  LSP-REFERENCE PIC X(10).
    05  LSP-REMITTER-NAME PIC X(30).

SD  LOCKBOX-SORT-WORK.
01  WS-LOCKBOX-SORT-RECORD.
    05  LSR-CUSTOMER-ID PIC 9(5).
    05  LSR-ACCOUNT-TYPE PIC X(2).
    05  LSR-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  LSR-PAYMENT-DATE PIC X(8).
    05  LSR-REFERENCE PIC X(10).
    05  LSR-REMITTER-NAME PIC X(30).

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

FD  GL-EXTRACT-FILE.
01  WS-GL-EXTRACT-RECORD.
    05  GL-BATCH-DATE PIC X(8).
    05  GL-RECORD-COUNT PIC 9(7).
    05  GL-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  GL-BATCH-ID PIC X(10).

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

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

FD  PERIOD-CONTROL.
01  WS-PERIOD-RECORD.
    05  PERD-PERIOD PIC X(6).
    05  PERD-STATUS PIC X(1).

FD  CASH-REPORT.
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

FD  CHECKPOINT-FILE.
01  WS-CHECKPOINT-RECORD.
    05  CKPT-BATCH-ID PIC X(10).
    05  CKPT-START-DATE PIC X(8).
    05  CKPT-START-TIME PIC X(8).
    05  CKPT-HISTORY-SAVED PIC X(1).

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
01  WS-LOCKBOX-STATUS PIC XX.
01  WS-SORTED-LOCKBOX-STATUS PIC XX.
01  WS-HISTORY-STATUS PIC XX.
01  WS-SORTED-STATUS PIC XX.
01  WS-GL-STATUS PIC XX.
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-CHECKPOINT-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-PAYMENT-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-PAYMENT-AFTER-IMAGE PIC X(172) VALUE SPACES.
01  WS-UNAPPLIED-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-UNAPPLIED-AFTER-IMAGE PIC X(172) VALUE SPACES.
01  WS-UNAPPLIED-ACTION PIC X VALUE SPACE.
01  WS-SORTED-EOF-FLAG PIC X VALUE 'N'.
01  WS-PAYMENT-EOF-FLAG PIC X VALUE 'N'.
01  WS-RUN-LOG-EOF-FLAG PIC X VALUE 'N'.
01  WS-HISTORY-PRESENT PIC X VALUE 'N'.
01  WS-ALREADY-APPLIED PIC X VALUE 'N'.
01  WS-INTERRUPTED-BATCH-ID PIC X(10) VALUE SPACES.
01  WS-INTERRUPTED-DATE PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-TIME PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-HISTORY PIC X(1) VALUE SPACE.
01  WS-RUN-START-TIME PIC X(8) VALUE SPACES.
01  WS-ACCOUNT-ON-MASTER PIC X VALUE 'N'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  RUN-DATE-CENTURY PIC X(2).
    05  RUN-DATE-YYMMDD PIC X(6).
01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-PERIOD PIC X(6).
    05  FILLER PIC X(2).
01  WS-CASH-BATCH-ID.
    05  FILLER PIC X(2) VALUE "CA".
    05  CSH-BATCH-DATE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.

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
01  WS-UNAPPLIED-ACCOUNT PIC X(2) VALUE "UC".

01  WS-PERIOD-STATUS PIC XX.
01  WS-MAX-PERIOD-ENTRIES PIC 9(3) VALUE 240.
01  WS-PERIOD-COUNT PIC 9(3) VALUE 0.
01  WS-PERIOD-TABLE.
    05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
        10  PT-PERIOD PIC X(6).
        10  PT-STATUS PIC X(1).
01  WS-PERIOD-INDEX PIC 9(3).
01  WS-PERIOD-CONTROL-LOADED PIC X VALUE 'N'.
01  WS-CLOSED-PERIOD PIC X VALUE 'N'.

01  WS-SORTED-KEY.
    05  WS-SORTED-KEY-ID PIC 9(5).
    05  WS-SORTED-KEY-ACCT PIC X(2).
01  WS-PAYMENT-KEY.
    05  WS-PAYMENT-KEY-ID PIC 9(5).
    05  WS-PAYMENT-KEY-ACCT PIC X(2).
01  WS-GROUP-KEY.
    05  WS-GROUP-CUSTOMER-ID PIC 9(5).
    05  WS-GROUP-ACCOUNT-TYPE PIC X(2).

01  WS-MAX-ITEM-ENTRIES PIC 9(4) VALUE 2000.
01  WS-ITEM-COUNT PIC 9(4) VALUE 0.
01  WS-ITEM-TABLE.
    05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
        10  IT-HISTORY-IMAGE PIC X(88).
        10  IT-AMOUNT PIC S9(9)V99.
        10  IT-OPEN-AMOUNT PIC S9(9)V99.
        10  IT-ITEM-STATUS PIC X(1).
01  WS-ITEM-INDEX PIC 9(4).
01  WS-CREDIT-INDEX PIC 9(4).
01  WS-DEBIT-INDEX PIC 9(4).
01  WS-ANY-OVERFLOW PIC X VALUE 'N'.

01  WS-REMAINING-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-MATCH-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-APPLIED-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-OPEN-DEBIT-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-ITEMS-PAID PIC 9(5) VALUE 0.
01  WS-PAYER-NAME PIC X(30) VALUE SPACES.
01  WS-REJECT-REASON-TEXT PIC X(25) VALUE SPACES.

01  WS-POST-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-POST-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-POST-OPEN-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-POST-ITEM-STATUS PIC X(1) VALUE SPACES.

01  WS-CASH-SEQUENCE PIC 9(7) VALUE 0.
01  WS-PAYMENTS-READ PIC 9(7) VALUE 0.
01  WS-PAYMENTS-REJECTED PIC 9(7) VALUE 0.
01  WS-MASTER-UPDATE-FAILURES PIC 9(7) VALUE 0.
01  WS-PAYMENTS-FULLY-APPLIED PIC 9(7) VALUE 0.
01  WS-PAYMENTS-PART-APPLIED PIC 9(7) VALUE 0.
01  WS-PAYMENTS-UNAPPLIED PIC 9(7) VALUE 0.
01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-HISTORY-WRITTEN PIC 9(7) VALUE 0.
01  WS-ITEMS-INITIALIZED PIC 9(7) VALUE 0.
01  WS-CREDITS-MATCHED PIC 9(7) VALUE 0.
01  WS-TOTAL-PAYMENTS PIC S9(9)V99 VALUE 0.
01  WS-TOTAL-APPLIED PIC S9(9)V99 VALUE 0.
01  WS-TOTAL-UNAPPLIED PIC S9(9)V99 VALUE 0.
01  WS-BATCH-TOTAL-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-BATCH-RECORD-COUNT PIC 9(7) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "CASH RECEIPTS APPLICATION REGISTER".
01  WS-BATCH-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "BATCH ID: ".
    05  BCH-BATCH-ID PIC X(10).
    05  FILLER PIC X(12) VALUE "  RUN DATE: ".
    05  BCH-RUN-DATE PIC X(8).
01  WS-REPORT-COLUMN-LINE PIC X(80)
        VALUE "  CUST ID AC  REFERENCE         PAYMENT        APPLIED      UNAPPLIED  PAID".

01  WS-PAYMENT-DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PAY-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PAY-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PAY-REFERENCE PIC X(10).
    05  FILLER PIC X(1) VALUE SPACES.
    05  PAY-PAYMENT-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  PAY-APPLIED-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  PAY-UNAPPLIED-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  PAY-ITEMS-PAID PIC ZZZ9.

01  WS-REJECTED-PAYMENT-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RJP-CUSTOMER-ID PIC X(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  RJP-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RJP-REFERENCE PIC X(10).
    05  FILLER PIC X(1) VALUE SPACES.
    05  RJP-RAW-AMOUNT PIC X(12).
    05  FILLER PIC X(4) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "REJECTED: ".
    05  RJP-REASON PIC X(25).

01  WS-OVERFLOW-WARNING-LINE PIC X(80)
        VALUE "  *** OPEN ITEM TABLE FULL - EXCESS HISTORY NOT MATCHED ***".

01  WS-TOTAL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  TTL-DESCRIPTION PIC X(30).
    05  TTL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-SUMMARY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SUM-DESCRIPTION PIC X(30).
    05  SUM-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-START-TIME FROM TIME
    MOVE RUN-DATE-YYMMDD TO CSH-BATCH-DATE
    PERFORM GET-RUN-PARAMETERS
    PERFORM READ-CHECKPOINT-FILE
    PERFORM CHECK-PRIOR-CASH-RUN
    PERFORM LOAD-PERIOD-TABLE
    PERFORM CHECK-PERIOD-STATUS
    IF WS-CLOSED-PERIOD = 'Y' THEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT LOCKBOX-FILE
    IF WS-LOCKBOX-STATUS NOT = '00' THEN
        DISPLAY "Cannot open lockbox file CUSTLOCK - status "
            WS-LOCKBOX-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE LOCKBOX-FILE
    SORT LOCKBOX-SORT-WORK
        ON ASCENDING KEY LSR-CUSTOMER-ID
        ON ASCENDING KEY LSR-ACCOUNT-TYPE
        ON ASCENDING KEY LSR-PAYMENT-DATE
        WITH DUPLICATES IN ORDER
        USING LOCKBOX-FILE
        GIVING SORTED-LOCKBOX

    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS = '00' THEN
        MOVE 'Y' TO WS-HISTORY-PRESENT
        CLOSE TRANSACTION-HISTORY
        SORT SORT-WORK
            ON ASCENDING KEY SRT-CUSTOMER-ID
            ON ASCENDING KEY SRT-ACCOUNT-TYPE
            ON ASCENDING KEY SRT-RUN-DATE
            ON ASCENDING KEY SRT-SEQUENCE-NUMBER
            USING TRANSACTION-HISTORY
            GIVING SORTED-HISTORY
    ELSE
        DISPLAY "No history file present - status " WS-HISTORY-STATUS
    END-IF

    OPEN I-O CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER-JOURNAL
    OPEN INPUT SORTED-LOCKBOX
    IF WS-SORTED-LOCKBOX-STATUS NOT = '00' THEN
        DISPLAY "Cannot open sorted lockbox - status "
            WS-SORTED-LOCKBOX-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-HISTORY-PRESENT = 'Y' THEN
        OPEN INPUT SORTED-HISTORY
        IF WS-SORTED-STATUS NOT = '00' THEN
            DISPLAY "Cannot open sorted history - status "
                WS-SORTED-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM WRITE-CHECKPOINT-RECORD
    OPEN OUTPUT TRANSACTION-HISTORY
    OPEN EXTEND GL-EXTRACT-FILE
    IF WS-GL-STATUS = '35' THEN
        OPEN OUTPUT GL-EXTRACT-FILE
    END-IF
    OPEN OUTPUT CASH-REPORT

    MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM WRITE-PARAMETER-ECHO
    MOVE WS-CASH-BATCH-ID TO BCH-BATCH-ID
    MOVE WS-RUN-DATE TO BCH-RUN-DATE
    MOVE WS-BATCH-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-REPORT-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE

    IF WS-HISTORY-PRESENT = 'Y' THEN
        PERFORM READ-SORTED-HISTORY
    ELSE
        MOVE 'Y' TO WS-SORTED-EOF-FLAG
        MOVE HIGH-VALUES TO WS-SORTED-KEY
    END-IF
    PERFORM READ-SORTED-PAYMENT
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
            AND WS-PAYMENT-EOF-FLAG = 'Y'
        PERFORM APPLY-ONE-ACCOUNT-GROUP
    END-PERFORM

    IF WS-BATCH-RECORD-COUNT > 0 THEN
        PERFORM WRITE-GL-EXTRACT
        PERFORM WRITE-RUN-LOG-RECORD
    END-IF
    PERFORM WRITE-CASH-SUMMARY

    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL
    CLOSE SORTED-LOCKBOX
    IF WS-HISTORY-PRESENT = 'Y' THEN
        CLOSE SORTED-HISTORY
    END-IF
    CLOSE TRANSACTION-HISTORY
    CLOSE GL-EXTRACT-FILE
    CLOSE CASH-REPORT
    PERFORM CLEAR-CHECKPOINT-FILE

    DISPLAY "Payments read: " WS-PAYMENTS-READ
    DISPLAY "Payments rejected: " WS-PAYMENTS-REJECTED
    DISPLAY "Cash applied: " WS-TOTAL-APPLIED
    DISPLAY "Cash unapplied: " WS-TOTAL-UNAPPLIED
    DISPLAY "History records written: " WS-HISTORY-WRITTEN
    IF WS-ANY-OVERFLOW = 'Y' THEN
        DISPLAY "Open item table full - see CUSTCSHR"
    END-IF
    EVALUATE TRUE
        WHEN WS-MASTER-UPDATE-FAILURES > 0
            DISPLAY "Customer master updates failed: "
                WS-MASTER-UPDATE-FAILURES " - see CUSTCSHR"
            MOVE 8 TO RETURN-CODE
        WHEN WS-ANY-OVERFLOW = 'Y' OR WS-PAYMENTS-REJECTED > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "CASH-HOLD-ACCT" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        IF WS-PARM-VALUE(1:2) = SPACES THEN
            DISPLAY "CASH-HOLD-ACCT must be a 2 character account "
                "type - " WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-PARM-VALUE(1:2) TO WS-UNAPPLIED-ACCOUNT
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

WRITE-PARAMETER-ECHO.
    MOVE "CASH-HOLD-ACCT" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    MOVE WS-PARM-NAME TO ECHO-PARM-NAME
    MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
    MOVE WS-PARM-ECHO-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

CHECK-PRIOR-CASH-RUN.
    OPEN INPUT RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '00' THEN
        PERFORM UNTIL WS-RUN-LOG-EOF-FLAG = 'Y'
            READ RUN-LOG-FILE
                AT END MOVE 'Y' TO WS-RUN-LOG-EOF-FLAG
            END-READ
            IF WS-RUN-LOG-EOF-FLAG = 'N' THEN
                IF RLOG-BATCH-ID = WS-CASH-BATCH-ID THEN
                    EVALUATE RLOG-COMPLETION-FLAG
                        WHEN 'C'
                            MOVE 'Y' TO WS-ALREADY-APPLIED
                        WHEN 'X'
                            MOVE 'N' TO WS-ALREADY-APPLIED
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
                IF RLOG-BATCH-ID = WS-INTERRUPTED-BATCH-ID
                   AND RLOG-COMPLETION-FLAG = 'C' THEN
                    MOVE SPACES TO WS-INTERRUPTED-BATCH-ID
                END-IF
            END-IF
        END-PERFORM
        CLOSE RUN-LOG-FILE
    END-IF
    IF WS-INTERRUPTED-BATCH-ID NOT = SPACES THEN
        PERFORM REFUSE-INTERRUPTED-RUN
    END-IF
    IF WS-ALREADY-APPLIED = 'Y' THEN
        DISPLAY "Cash application already completed - processing "
            "refused for batch " WS-CASH-BATCH-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-CHECKPOINT-FILE.
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS = '00' THEN
        READ CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CKPT-BATCH-ID TO WS-INTERRUPTED-BATCH-ID
                MOVE CKPT-START-DATE TO WS-INTERRUPTED-DATE
                MOVE CKPT-START-TIME TO WS-INTERRUPTED-TIME
                MOVE CKPT-HISTORY-SAVED TO WS-INTERRUPTED-HISTORY
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.

REFUSE-INTERRUPTED-RUN.
    DISPLAY "Cash batch " WS-INTERRUPTED-BATCH-ID " started "
        WS-INTERRUPTED-DATE " " WS-INTERRUPTED-TIME
        " did not complete - processing refused"
    DISPLAY "Recover CUSTMAST to before that time with CUSTRECV"
    IF WS-INTERRUPTED-HISTORY = 'Y' THEN
        DISPLAY "Restore CUSTHIST from CUSTHSRT"
    ELSE
        DISPLAY "Empty CUSTHIST - no history existed before the run"
    END-IF
    DISPLAY "Then empty CUSTCCKP and rerun"
    MOVE 8 TO RETURN-CODE
    STOP RUN.

WRITE-CHECKPOINT-RECORD.
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = '00' THEN
        DISPLAY "Cannot write checkpoint CUSTCCKP - status "
            WS-CHECKPOINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-CASH-BATCH-ID TO CKPT-BATCH-ID
    MOVE WS-RUN-DATE TO CKPT-START-DATE
    MOVE WS-RUN-START-TIME TO CKPT-START-TIME
    MOVE WS-HISTORY-PRESENT TO CKPT-HISTORY-SAVED
    WRITE WS-CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.

CLEAR-CHECKPOINT-FILE.
    OPEN OUTPUT CHECKPOINT-FILE
    CLOSE CHECKPOINT-FILE.

LOAD-PERIOD-TABLE.
    OPEN INPUT PERIOD-CONTROL
    IF WS-PERIOD-STATUS = '00' THEN
        MOVE 'Y' TO WS-PERIOD-CONTROL-LOADED
        PERFORM UNTIL WS-PERIOD-STATUS NOT = '00'
            READ PERIOD-CONTROL
                AT END MOVE '10' TO WS-PERIOD-STATUS
                NOT AT END
                    IF WS-PERIOD-COUNT < WS-MAX-PERIOD-ENTRIES THEN
                        ADD 1 TO WS-PERIOD-COUNT
                        MOVE PERD-PERIOD
                            TO PT-PERIOD(WS-PERIOD-COUNT)
                        MOVE PERD-STATUS
                            TO PT-STATUS(WS-PERIOD-COUNT)
                    ELSE
                        DISPLAY "Period table full - period guard "
                            "incomplete"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIOD-CONTROL
    ELSE
        DISPLAY "No period control file - period check bypassed"
    END-IF.

CHECK-PERIOD-STATUS.
    MOVE 'N' TO WS-CLOSED-PERIOD
    IF WS-PERIOD-CONTROL-LOADED = 'Y' THEN
        PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                UNTIL WS-PERIOD-INDEX > WS-PERIOD-COUNT
            IF PT-PERIOD(WS-PERIOD-INDEX) = WS-RUN-PERIOD
               AND PT-STATUS(WS-PERIOD-INDEX) = 'C' THEN
                MOVE 'Y' TO WS-CLOSED-PERIOD
            END-IF
        END-PERFORM
        IF WS-CLOSED-PERIOD = 'Y' THEN
            DISPLAY "Closed accounting period " WS-RUN-PERIOD
                " - processing refused for batch " WS-CASH-BATCH-ID
        END-IF
    END-IF.

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
    ELSE
        MOVE HIGH-VALUES TO WS-SORTED-KEY
    END-IF.

READ-SORTED-PAYMENT.
    READ SORTED-LOCKBOX
        AT END MOVE 'Y' TO WS-PAYMENT-EOF-FLAG
    END-READ
    IF WS-PAYMENT-EOF-FLAG = 'N' THEN
        MOVE LSP-CUSTOMER-ID TO WS-PAYMENT-KEY-ID
        IF LSP-ACCOUNT-TYPE = SPACES THEN
            MOVE "01" TO WS-PAYMENT-KEY-ACCT
        ELSE
            MOVE LSP-ACCOUNT-TYPE TO WS-PAYMENT-KEY-ACCT
        END-IF
    ELSE
        MOVE HIGH-VALUES TO WS-PAYMENT-KEY
    END-IF.

APPLY-ONE-ACCOUNT-GROUP.
    IF WS-SORTED-KEY < WS-PAYMENT-KEY THEN
        MOVE WS-SORTED-KEY TO WS-GROUP-KEY
    ELSE
        MOVE WS-PAYMENT-KEY TO WS-GROUP-KEY
    END-IF
    PERFORM LOAD-OPEN-ITEM-GROUP
    PERFORM MATCH-OPEN-CREDITS
    PERFORM UNTIL WS-PAYMENT-EOF-FLAG = 'Y'
            OR WS-PAYMENT-KEY NOT = WS-GROUP-KEY
        PERFORM APPLY-ONE-PAYMENT
        PERFORM READ-SORTED-PAYMENT
    END-PERFORM
    PERFORM WRITE-OPEN-ITEM-GROUP.

LOAD-OPEN-ITEM-GROUP.
    MOVE 0 TO WS-ITEM-COUNT
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
            OR WS-SORTED-KEY NOT = WS-GROUP-KEY
        IF WS-ITEM-COUNT < WS-MAX-ITEM-ENTRIES THEN
            ADD 1 TO WS-ITEM-COUNT
            MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX
            MOVE WS-SORTED-RECORD TO IT-HISTORY-IMAGE(WS-ITEM-INDEX)
            MOVE SH-AMOUNT TO IT-AMOUNT(WS-ITEM-INDEX)
            IF SH-ITEM-STATUS = SPACE THEN
                MOVE SH-AMOUNT TO IT-OPEN-AMOUNT(WS-ITEM-INDEX)
                PERFORM SET-ITEM-STATUS
                ADD 1 TO WS-ITEMS-INITIALIZED
            ELSE
                MOVE SH-OPEN-AMOUNT TO IT-OPEN-AMOUNT(WS-ITEM-INDEX)
                MOVE SH-ITEM-STATUS TO IT-ITEM-STATUS(WS-ITEM-INDEX)
            END-IF
        ELSE
            IF WS-ANY-OVERFLOW = 'N' THEN
                MOVE WS-OVERFLOW-WARNING-LINE TO WS-REPORT-LINE
                WRITE WS-REPORT-LINE
            END-IF
            MOVE 'Y' TO WS-ANY-OVERFLOW
            MOVE WS-SORTED-RECORD TO WS-HISTORY-RECORD
            WRITE WS-HISTORY-RECORD
            ADD 1 TO WS-HISTORY-WRITTEN
        END-IF
        PERFORM READ-SORTED-HISTORY
    END-PERFORM.

SET-ITEM-STATUS.
    EVALUATE TRUE
        WHEN IT-OPEN-AMOUNT(WS-ITEM-INDEX) = 0
            MOVE 'C' TO IT-ITEM-STATUS(WS-ITEM-INDEX)
        WHEN IT-OPEN-AMOUNT(WS-ITEM-INDEX) = IT-AMOUNT(WS-ITEM-INDEX)
            MOVE 'O' TO IT-ITEM-STATUS(WS-ITEM-INDEX)
        WHEN OTHER
            MOVE 'P' TO IT-ITEM-STATUS(WS-ITEM-INDEX)
    END-EVALUATE.

MATCH-OPEN-CREDITS.
    PERFORM VARYING WS-CREDIT-INDEX FROM 1 BY 1
            UNTIL WS-CREDIT-INDEX > WS-ITEM-COUNT
        IF IT-OPEN-AMOUNT(WS-CREDIT-INDEX) < 0 THEN
            PERFORM MATCH-ONE-OPEN-CREDIT
        END-IF
    END-PERFORM.

MATCH-ONE-OPEN-CREDIT.
    COMPUTE WS-REMAINING-AMOUNT = 0 - IT-OPEN-AMOUNT(WS-CREDIT-INDEX)
    PERFORM APPLY-REMAINING-TO-DEBITS
    IF WS-REMAINING-AMOUNT
       NOT = 0 - IT-OPEN-AMOUNT(WS-CREDIT-INDEX) THEN
        COMPUTE IT-OPEN-AMOUNT(WS-CREDIT-INDEX)
            = 0 - WS-REMAINING-AMOUNT
        MOVE WS-CREDIT-INDEX TO WS-ITEM-INDEX
        PERFORM SET-ITEM-STATUS
        ADD 1 TO WS-CREDITS-MATCHED
    END-IF.

APPLY-REMAINING-TO-DEBITS.
    MOVE 0 TO WS-ITEMS-PAID
    PERFORM VARYING WS-DEBIT-INDEX FROM 1 BY 1
            UNTIL WS-DEBIT-INDEX > WS-ITEM-COUNT
               OR WS-REMAINING-AMOUNT = 0
        IF IT-OPEN-AMOUNT(WS-DEBIT-INDEX) > 0 THEN
            IF IT-OPEN-AMOUNT(WS-DEBIT-INDEX) > WS-REMAINING-AMOUNT THEN
                MOVE WS-REMAINING-AMOUNT TO WS-MATCH-AMOUNT
            ELSE
                MOVE IT-OPEN-AMOUNT(WS-DEBIT-INDEX) TO WS-MATCH-AMOUNT
            END-IF
            SUBTRACT WS-MATCH-AMOUNT FROM IT-OPEN-AMOUNT(WS-DEBIT-INDEX)
            SUBTRACT WS-MATCH-AMOUNT FROM WS-REMAINING-AMOUNT
            MOVE WS-DEBIT-INDEX TO WS-ITEM-INDEX
            PERFORM SET-ITEM-STATUS
            IF IT-OPEN-AMOUNT(WS-DEBIT-INDEX) = 0 THEN
                ADD 1 TO WS-ITEMS-PAID
            END-IF
        END-IF
    END-PERFORM.

APPLY-ONE-PAYMENT.
    ADD 1 TO WS-PAYMENTS-READ
    EVALUATE TRUE
        WHEN LSP-CUSTOMER-ID IS NOT NUMERIC
            MOVE "INVALID CUSTOMER ID" TO WS-REJECT-REASON-TEXT
            PERFORM WRITE-REJECTED-PAYMENT-LINE
        WHEN LSP-AMOUNT IS NOT NUMERIC
            MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON-TEXT
            PERFORM WRITE-REJECTED-PAYMENT-LINE
        WHEN LSP-AMOUNT NOT > 0
            MOVE "PAYMENT NOT POSITIVE" TO WS-REJECT-REASON-TEXT
            PERFORM WRITE-REJECTED-PAYMENT-LINE
        WHEN OTHER
            PERFORM POST-ONE-PAYMENT
    END-EVALUATE.

POST-ONE-PAYMENT.
    MOVE LSP-AMOUNT TO WS-REMAINING-AMOUNT
    MOVE 0 TO WS-APPLIED-AMOUNT
    MOVE 0 TO WS-ITEMS-PAID
    MOVE 0 TO WS-OPEN-DEBIT-TOTAL
    MOVE SPACES TO WS-REJECT-REASON-TEXT
    MOVE LSP-REMITTER-NAME TO WS-PAYER-NAME
    PERFORM READ-PAYMENT-MASTER
    IF WS-ACCOUNT-ON-MASTER = 'Y' THEN
        IF MASTER-ACCOUNT-CLOSED THEN
            MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON-TEXT
        ELSE
            MOVE WS-MASTER-CUSTOMER-NAME TO WS-PAYER-NAME
            PERFORM SUM-OPEN-DEBITS
        END-IF
    END-IF
    IF WS-REJECT-REASON-TEXT = SPACES THEN
        IF LSP-AMOUNT > WS-OPEN-DEBIT-TOTAL THEN
            MOVE WS-OPEN-DEBIT-TOTAL TO WS-APPLIED-AMOUNT
        ELSE
            MOVE LSP-AMOUNT TO WS-APPLIED-AMOUNT
        END-IF
        COMPUTE WS-REMAINING-AMOUNT = LSP-AMOUNT - WS-APPLIED-AMOUNT
        IF WS-REMAINING-AMOUNT > 0 THEN
            PERFORM CHECK-UNAPPLIED-ACCOUNT
        END-IF
    END-IF
    IF WS-REJECT-REASON-TEXT = SPACES
       AND WS-APPLIED-AMOUNT > 0 THEN
        PERFORM UPDATE-PAYMENT-ACCOUNT
    END-IF
    IF WS-REJECT-REASON-TEXT = SPACES
       AND WS-REMAINING-AMOUNT > 0 THEN
        PERFORM POST-UNAPPLIED-CASH
    END-IF
    IF WS-REJECT-REASON-TEXT NOT = SPACES THEN
        PERFORM WRITE-REJECTED-PAYMENT-LINE
    ELSE
        PERFORM RECORD-POSTED-PAYMENT
    END-IF.

READ-PAYMENT-MASTER.
    MOVE WS-GROUP-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-GROUP-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE 'N' TO WS-ACCOUNT-ON-MASTER
        NOT INVALID KEY
            MOVE 'Y' TO WS-ACCOUNT-ON-MASTER
    END-READ.

SUM-OPEN-DEBITS.
    PERFORM VARYING WS-DEBIT-INDEX FROM 1 BY 1
            UNTIL WS-DEBIT-INDEX > WS-ITEM-COUNT
        IF IT-OPEN-AMOUNT(WS-DEBIT-INDEX) > 0 THEN
            ADD IT-OPEN-AMOUNT(WS-DEBIT-INDEX) TO WS-OPEN-DEBIT-TOTAL
        END-IF
    END-PERFORM.

CHECK-UNAPPLIED-ACCOUNT.
    MOVE WS-GROUP-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-UNAPPLIED-ACCOUNT TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        NOT INVALID KEY
            IF MASTER-ACCOUNT-CLOSED THEN
                MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON-TEXT
            END-IF
    END-READ.

UPDATE-PAYMENT-ACCOUNT.
    PERFORM READ-PAYMENT-MASTER
    MOVE WS-MASTER-RECORD TO WS-PAYMENT-BEFORE-IMAGE
    SUBTRACT WS-APPLIED-AMOUNT FROM WS-MASTER-TOTAL-AMOUNT
    MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
    REWRITE WS-MASTER-RECORD
    IF WS-MASTER-STATUS = '00' THEN
        MOVE WS-MASTER-RECORD TO WS-PAYMENT-AFTER-IMAGE
    ELSE
        DISPLAY "Customer master update failed for "
            WS-MASTER-KEY " - status " WS-MASTER-STATUS
        MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON-TEXT
        ADD 1 TO WS-MASTER-UPDATE-FAILURES
    END-IF.

POST-UNAPPLIED-CASH.
    MOVE WS-GROUP-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-UNAPPLIED-ACCOUNT TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE SPACES TO WS-UNAPPLIED-BEFORE-IMAGE
            MOVE WS-GROUP-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
            MOVE WS-UNAPPLIED-ACCOUNT TO WS-MASTER-ACCOUNT-TYPE
            MOVE WS-PAYER-NAME TO WS-MASTER-CUSTOMER-NAME
            COMPUTE WS-MASTER-TOTAL-AMOUNT = 0 - WS-REMAINING-AMOUNT
            MOVE 0 TO WS-MASTER-CREDIT-LIMIT
            MOVE SPACES TO WS-MASTER-ADDRESS-LINE-1
            MOVE SPACES TO WS-MASTER-ADDRESS-LINE-2
            MOVE SPACES TO WS-MASTER-CITY
            MOVE SPACES TO WS-MASTER-STATE
            MOVE SPACES TO WS-MASTER-POSTAL-CODE
            MOVE 'H' TO WS-MASTER-DELIVERY-PREF
            MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
            MOVE SPACE TO WS-MASTER-DUNNING-LEVEL
            MOVE SPACES TO WS-MASTER-LAST-NOTICE-DATE
            MOVE SPACE TO WS-MASTER-COLLECTION-STATUS
            WRITE WS-MASTER-RECORD
            MOVE 'A' TO WS-UNAPPLIED-ACTION
        NOT INVALID KEY
            MOVE WS-MASTER-RECORD TO WS-UNAPPLIED-BEFORE-IMAGE
            SUBTRACT WS-REMAINING-AMOUNT FROM WS-MASTER-TOTAL-AMOUNT
            MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
            REWRITE WS-MASTER-RECORD
            MOVE 'C' TO WS-UNAPPLIED-ACTION
    END-READ
    IF WS-MASTER-STATUS = '00' THEN
        MOVE WS-MASTER-RECORD TO WS-UNAPPLIED-AFTER-IMAGE
    ELSE
        DISPLAY "Customer master update failed for "
            WS-MASTER-KEY " - status " WS-MASTER-STATUS
        MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON-TEXT
        ADD 1 TO WS-MASTER-UPDATE-FAILURES
        IF WS-APPLIED-AMOUNT > 0 THEN
            PERFORM RESTORE-PAYMENT-ACCOUNT
        END-IF
    END-IF.

RESTORE-PAYMENT-ACCOUNT.
    MOVE WS-PAYMENT-BEFORE-IMAGE TO WS-MASTER-RECORD
    REWRITE WS-MASTER-RECORD
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot restore customer master " WS-MASTER-KEY
            " - status " WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

RECORD-POSTED-PAYMENT.
    IF WS-APPLIED-AMOUNT > 0 THEN
        MOVE WS-APPLIED-AMOUNT TO WS-REMAINING-AMOUNT
        PERFORM APPLY-REMAINING-TO-DEBITS
        COMPUTE WS-REMAINING-AMOUNT = LSP-AMOUNT - WS-APPLIED-AMOUNT
        MOVE WS-PAYMENT-BEFORE-IMAGE TO WS-JOURNAL-BEFORE-IMAGE
        MOVE WS-PAYMENT-AFTER-IMAGE TO WS-MASTER-RECORD
        MOVE 'C' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        MOVE WS-GROUP-ACCOUNT-TYPE TO WS-POST-ACCOUNT-TYPE
        COMPUTE WS-POST-AMOUNT = 0 - WS-APPLIED-AMOUNT
        MOVE 0 TO WS-POST-OPEN-AMOUNT
        MOVE 'C' TO WS-POST-ITEM-STATUS
        PERFORM WRITE-PAYMENT-HISTORY
    END-IF
    IF WS-REMAINING-AMOUNT > 0 THEN
        MOVE WS-UNAPPLIED-BEFORE-IMAGE TO WS-JOURNAL-BEFORE-IMAGE
        MOVE WS-UNAPPLIED-AFTER-IMAGE TO WS-MASTER-RECORD
        MOVE WS-UNAPPLIED-ACTION TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        MOVE WS-UNAPPLIED-ACCOUNT TO WS-POST-ACCOUNT-TYPE
        COMPUTE WS-POST-AMOUNT = 0 - WS-REMAINING-AMOUNT
        MOVE WS-POST-AMOUNT TO WS-POST-OPEN-AMOUNT
        MOVE 'O' TO WS-POST-ITEM-STATUS
        PERFORM WRITE-PAYMENT-HISTORY
    END-IF
    EVALUATE TRUE
        WHEN WS-REMAINING-AMOUNT = 0
            ADD 1 TO WS-PAYMENTS-FULLY-APPLIED
        WHEN WS-APPLIED-AMOUNT > 0
            ADD 1 TO WS-PAYMENTS-PART-APPLIED
        WHEN OTHER
            ADD 1 TO WS-PAYMENTS-UNAPPLIED
    END-EVALUATE
    ADD LSP-AMOUNT TO WS-TOTAL-PAYMENTS
    ADD WS-APPLIED-AMOUNT TO WS-TOTAL-APPLIED
    ADD WS-REMAINING-AMOUNT TO WS-TOTAL-UNAPPLIED
    PERFORM WRITE-PAYMENT-DETAIL-LINE.

WRITE-PAYMENT-HISTORY.
    ADD 1 TO WS-CASH-SEQUENCE
    MOVE WS-GROUP-CUSTOMER-ID TO HIST-CUSTOMER-ID
    MOVE WS-PAYER-NAME TO HIST-CUSTOMER-NAME
    MOVE WS-POST-AMOUNT TO HIST-AMOUNT
    MOVE 'C' TO HIST-CR-DR-INDICATOR
    MOVE WS-POST-ACCOUNT-TYPE TO HIST-ACCOUNT-TYPE
    MOVE WS-CASH-BATCH-ID TO HIST-BATCH-ID
    MOVE WS-RUN-DATE TO HIST-RUN-DATE
    MOVE WS-CASH-SEQUENCE TO HIST-SEQUENCE-NUMBER
    MOVE WS-POST-ITEM-STATUS TO HIST-ITEM-STATUS
    MOVE WS-POST-OPEN-AMOUNT TO HIST-OPEN-AMOUNT
    WRITE WS-HISTORY-RECORD
    ADD 1 TO WS-HISTORY-WRITTEN
    ADD WS-POST-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
    ADD 1 TO WS-BATCH-RECORD-COUNT.

WRITE-OPEN-ITEM-GROUP.
    PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
            UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
        MOVE IT-HISTORY-IMAGE(WS-ITEM-INDEX) TO WS-HISTORY-RECORD
        MOVE IT-ITEM-STATUS(WS-ITEM-INDEX) TO HIST-ITEM-STATUS
        MOVE IT-OPEN-AMOUNT(WS-ITEM-INDEX) TO HIST-OPEN-AMOUNT
        WRITE WS-HISTORY-RECORD
        ADD 1 TO WS-HISTORY-WRITTEN
    END-PERFORM.

WRITE-PAYMENT-DETAIL-LINE.
    MOVE WS-GROUP-CUSTOMER-ID TO PAY-CUSTOMER-ID
    MOVE WS-GROUP-ACCOUNT-TYPE TO PAY-ACCOUNT-TYPE
    MOVE LSP-REFERENCE TO PAY-REFERENCE
    MOVE LSP-AMOUNT TO PAY-PAYMENT-AMOUNT
    MOVE WS-APPLIED-AMOUNT TO PAY-APPLIED-AMOUNT
    MOVE WS-REMAINING-AMOUNT TO PAY-UNAPPLIED-AMOUNT
    MOVE WS-ITEMS-PAID TO PAY-ITEMS-PAID
    MOVE WS-PAYMENT-DETAIL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-REJECTED-PAYMENT-LINE.
    ADD 1 TO WS-PAYMENTS-REJECTED
    MOVE WS-SORTED-PAYMENT(1:5) TO RJP-CUSTOMER-ID
    MOVE LSP-ACCOUNT-TYPE TO RJP-ACCOUNT-TYPE
    MOVE LSP-REFERENCE TO RJP-REFERENCE
    MOVE LSP-AMOUNT-ALPHA TO RJP-RAW-AMOUNT
    MOVE WS-REJECT-REASON-TEXT TO RJP-REASON
    MOVE WS-REJECTED-PAYMENT-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-GL-EXTRACT.
    MOVE WS-RUN-DATE TO GL-BATCH-DATE
    MOVE WS-BATCH-RECORD-COUNT TO GL-RECORD-COUNT
    MOVE WS-BATCH-TOTAL-AMOUNT TO GL-TOTAL-AMOUNT
    MOVE WS-CASH-BATCH-ID TO GL-BATCH-ID
    WRITE WS-GL-EXTRACT-RECORD.

WRITE-RUN-LOG-RECORD.
    OPEN EXTEND RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '35' THEN
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    MOVE WS-CASH-BATCH-ID TO RLOG-BATCH-ID
    MOVE WS-RUN-DATE TO RLOG-RUN-DATE
    MOVE WS-PAYMENTS-READ TO RLOG-RECORDS-READ
    MOVE WS-PAYMENTS-REJECTED TO RLOG-RECORDS-REJECTED
    MOVE WS-BATCH-TOTAL-AMOUNT TO RLOG-TOTAL-AMOUNT
    MOVE 'N' TO RLOG-DISCREPANCY-FLAG
    MOVE 'Y' TO RLOG-GL-RELEASED-FLAG
    MOVE 'C' TO RLOG-COMPLETION-FLAG
    WRITE WS-RUN-LOG-RECORD
    CLOSE RUN-LOG-FILE.

WRITE-CASH-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PAYMENTS READ:" TO SUM-DESCRIPTION
    MOVE WS-PAYMENTS-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PAYMENTS FULLY APPLIED:" TO SUM-DESCRIPTION
    MOVE WS-PAYMENTS-FULLY-APPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PAYMENTS PARTLY APPLIED:" TO SUM-DESCRIPTION
    MOVE WS-PAYMENTS-PART-APPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PAYMENTS WHOLLY UNAPPLIED:" TO SUM-DESCRIPTION
    MOVE WS-PAYMENTS-UNAPPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "PAYMENTS REJECTED:" TO SUM-DESCRIPTION
    MOVE WS-PAYMENTS-REJECTED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "OPEN CREDITS MATCHED:" TO SUM-DESCRIPTION
    MOVE WS-CREDITS-MATCHED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "OPEN ITEMS INITIALIZED:" TO SUM-DESCRIPTION
    MOVE WS-ITEMS-INITIALIZED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS WRITTEN:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-WRITTEN TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TOTAL PAYMENTS:" TO TTL-DESCRIPTION
    MOVE WS-TOTAL-PAYMENTS TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TOTAL APPLIED TO OPEN ITEMS:" TO TTL-DESCRIPTION
    MOVE WS-TOTAL-APPLIED TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TOTAL TO UNAPPLIED CASH:" TO TTL-DESCRIPTION
    MOVE WS-TOTAL-UNAPPLIED TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "CASH BATCH TOTAL:" TO TTL-DESCRIPTION
    MOVE WS-BATCH-TOTAL-AMOUNT TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
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
        MOVE "CUSTCASH" TO JRNL-PROGRAM
        MOVE WS-CASH-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
