IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMERG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSFER-FILE ASSIGN TO "CUSTXFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSFER-STATUS.

    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTORY-WORK ASSIGN TO "CUSTHWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT CROSS-REFERENCE-FILE ASSIGN TO "CUSTXREF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.

    SELECT RUN-LOG-FILE ASSIGN TO "CUSTRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-LOG-STATUS.

    SELECT PERIOD-CONTROL ASSIGN TO "CUSTPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT MERGE-REGISTER ASSIGN TO "CUSTMRGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "CUSTMCKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSFER-FILE.
01  WS-TRANSFER-RECORD.
    05  XFR-FROM-CUSTOMER-ID PIC 9(5).
    05  XFR-FROM-ACCOUNT-TYPE PIC X(2).
    05  XFR-TO-CUSTOMER-ID PIC 9(5).
    05  XFR-TO-ACCOUNT-TYPE PIC X(2).
    05  XFR-AMOUNT PIC S9(7)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  XFR-AMOUNT-ALPHA REDEFINES XFR-AMOUNT PIC X(10).
    05  XFR-MOVE-HISTORY PIC X(1).
        88  XFR-MOVE-HISTORY-VALID VALUE 'Y' 'N' ' '.
    05  XFR-SOURCE-ACTION PIC X(1).
        88  XFR-SOURCE-ACTION-VALID VALUE 'C' 'D' 'K' ' '.

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

FD  HISTORY-WORK.
01  WS-WORK-HISTORY-RECORD PIC X(88).

FD  CROSS-REFERENCE-FILE.
01  WS-XREF-RECORD.
    05  XREF-TRANSFER-BATCH-ID PIC X(10).
    05  XREF-TRANSFER-DATE PIC X(8).
    05  XREF-OLD-CUSTOMER-ID PIC 9(5).
    05  XREF-OLD-ACCOUNT-TYPE PIC X(2).
    05  XREF-NEW-CUSTOMER-ID PIC 9(5).
    05  XREF-NEW-ACCOUNT-TYPE PIC X(2).
    05  XREF-HIST-BATCH-ID PIC X(10).
    05  XREF-HIST-RUN-DATE PIC X(8).
    05  XREF-HIST-SEQUENCE-NUMBER PIC 9(7).

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

FD  PERIOD-CONTROL.
01  WS-PERIOD-RECORD.
    05  PERD-PERIOD PIC X(6).
    05  PERD-STATUS PIC X(1).

FD  MERGE-REGISTER.
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
    05  CKPT-STAGE PIC X(1).
        88  CKPT-UPDATING-MASTERS VALUE 'M'.
        88  CKPT-REBUILDING-HISTORY VALUE 'H'.

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
01  WS-TRANSFER-STATUS PIC XX.
01  WS-HISTORY-STATUS PIC XX.
01  WS-WORK-STATUS PIC XX.
01  WS-XREF-STATUS PIC XX.
01  WS-GL-STATUS PIC XX.
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-CHECKPOINT-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-SOURCE-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-SOURCE-AFTER-IMAGE PIC X(172) VALUE SPACES.
01  WS-SOURCE-ACTION PIC X VALUE SPACE.
01  WS-TARGET-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-TARGET-AFTER-IMAGE PIC X(172) VALUE SPACES.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-RUN-LOG-EOF-FLAG PIC X VALUE 'N'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  RUN-DATE-CENTURY PIC X(2).
    05  RUN-DATE-YYMMDD PIC X(6).
01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-PERIOD PIC X(6).
    05  FILLER PIC X(2).
01  WS-TRANSFER-BATCH-ID.
    05  TRF-BATCH-PREFIX PIC X(2) VALUE "TR".
    05  TRF-BATCH-DATE PIC X(6).
    05  TRF-BATCH-SUFFIX PIC 9(2) VALUE 0.
01  WS-TRANSFERS-TODAY PIC 9(3) VALUE 0.
01  WS-INTERRUPTED-BATCH-ID PIC X(10) VALUE SPACES.
01  WS-INTERRUPTED-DATE PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-TIME PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-STAGE PIC X(1) VALUE SPACE.
01  WS-RUN-START-TIME PIC X(8) VALUE SPACES.

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

01  WS-MAX-TRANSFER-ENTRIES PIC 9(3) VALUE 500.
01  WS-TRANSFER-COUNT PIC 9(3) VALUE 0.
01  WS-TRANSFER-TABLE.
    05  WS-TRANSFER-ENTRY OCCURS 500 TIMES.
        10  TT-FROM-KEY.
            15  TT-FROM-CUSTOMER-ID PIC 9(5).
            15  TT-FROM-ACCOUNT-TYPE PIC X(2).
        10  TT-TO-KEY.
            15  TT-TO-CUSTOMER-ID PIC 9(5).
            15  TT-TO-ACCOUNT-TYPE PIC X(2).
        10  TT-FROM-NAME PIC X(30).
        10  TT-TO-NAME PIC X(30).
        10  TT-AMOUNT PIC S9(9)V99.
        10  TT-MOVE-HISTORY PIC X(1).
        10  TT-SOURCE-ACTION PIC X(1).
        10  TT-STATUS PIC X(1).
        10  TT-REASON PIC X(28).
        10  TT-HISTORY-MOVED PIC 9(7).
        10  TT-ITEMS-CLOSED PIC 9(7).
        10  TT-TARGET-BALANCE PIC S9(9)V99.
01  WS-TABLE-INDEX PIC 9(3).
01  WS-CHECK-INDEX PIC 9(3).
01  WS-CURRENT PIC 9(3).

01  WS-REFUSE-REASON PIC X(28) VALUE SPACES.
01  WS-SOURCE-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-TARGET-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-TARGET-LIMIT PIC S9(9)V99 VALUE 0.
01  WS-TARGET-ON-HOLD PIC X VALUE 'N'.
01  WS-PROJECTED-BALANCE PIC S9(9)V99 VALUE 0.
01  WS-HISTORY-KEY.
    05  WS-HISTORY-KEY-ID PIC 9(5).
    05  WS-HISTORY-KEY-ACCT PIC X(2).

01  WS-REQUESTS-READ PIC 9(5) VALUE 0.
01  WS-REQUESTS-IGNORED PIC 9(5) VALUE 0.
01  WS-TRANSFERS-ACCEPTED PIC 9(5) VALUE 0.
01  WS-TRANSFERS-REFUSED PIC 9(5) VALUE 0.
01  WS-MASTERS-CLOSED PIC 9(5) VALUE 0.
01  WS-MASTERS-DELETED PIC 9(5) VALUE 0.
01  WS-MASTER-UPDATE-FAILURES PIC 9(5) VALUE 0.
01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-HISTORY-MOVED PIC 9(7) VALUE 0.
01  WS-ITEMS-CLOSED PIC 9(7) VALUE 0.
01  WS-TRANSFER-RECORDS PIC 9(7) VALUE 0.
01  WS-TRANSFER-SEQUENCE PIC 9(7) VALUE 0.
01  WS-TRANSFERRED-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-TRANSFER-NET PIC S9(9)V99 VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "CUSTOMER MERGE AND BALANCE TRANSFER REGISTER".
01  WS-BATCH-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(16) VALUE "TRANSFER BATCH: ".
    05  BCH-TRANSFER-BATCH-ID PIC X(10).
    05  FILLER PIC X(12) VALUE "  RUN DATE: ".
    05  BCH-RUN-DATE PIC X(8).
01  WS-REPORT-COLUMN-LINE PIC X(80)
        VALUE "  FROM  AC    TO    AC         AMOUNT ACTION  HIST RESULT".

01  WS-MERGE-DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  MRD-FROM-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-FROM-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(4) VALUE " -> ".
    05  MRD-TO-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-TO-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-ACTION PIC X(6).
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-HISTORY-MOVED PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACES.
    05  MRD-RESULT PIC X(28).

01  WS-MERGE-NAME-LINE.
    05  FILLER PIC X(8) VALUE SPACES.
    05  FILLER PIC X(6) VALUE "FROM: ".
    05  MRN-FROM-NAME PIC X(20).
    05  FILLER PIC X(5) VALUE " TO: ".
    05  MRN-TO-NAME PIC X(20).
    05  FILLER PIC X(6) VALUE " BAL: ".
    05  MRN-TARGET-BALANCE PIC -ZZ,ZZZ,ZZ9.99.

01  WS-NO-TRANSFERS-LINE PIC X(80)
        VALUE "  NO TRANSFERS ACCEPTED - NO HISTORY, GL OR RUN LOG WRITTEN".

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
    MOVE RUN-DATE-YYMMDD TO TRF-BATCH-DATE
    PERFORM READ-CHECKPOINT-FILE
    PERFORM CHECK-RUN-LOG-STATE
    PERFORM LOAD-PERIOD-TABLE
    PERFORM CHECK-PERIOD-STATUS
    IF WS-CLOSED-PERIOD = 'Y' THEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT TRANSFER-FILE
    IF WS-TRANSFER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open transfer file CUSTXFER - status "
            WS-TRANSFER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER-JOURNAL
    MOVE 'M' TO CKPT-STAGE
    PERFORM WRITE-CHECKPOINT-RECORD

    PERFORM UNTIL EOF-FLAG = 'Y'
        READ TRANSFER-FILE
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            PERFORM PROCESS-TRANSFER-REQUEST
        END-IF
    END-PERFORM
    CLOSE TRANSFER-FILE

    IF WS-TRANSFERS-ACCEPTED > 0 THEN
        PERFORM COPY-HISTORY-TO-WORK
        MOVE 'H' TO CKPT-STAGE
        PERFORM WRITE-CHECKPOINT-RECORD
        PERFORM REBUILD-HISTORY-WITH-TRANSFERS
        PERFORM WRITE-GL-EXTRACT
        PERFORM WRITE-RUN-LOG-RECORD
    END-IF

    OPEN OUTPUT MERGE-REGISTER
    PERFORM WRITE-MERGE-REGISTER
    CLOSE MERGE-REGISTER
    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL
    PERFORM CLEAR-CHECKPOINT-FILE

    DISPLAY "Transfer requests read: " WS-REQUESTS-READ
    DISPLAY "Transfers accepted: " WS-TRANSFERS-ACCEPTED
        " refused: " WS-TRANSFERS-REFUSED
    IF WS-TRANSFERS-ACCEPTED > 0 THEN
        DISPLAY "Transfer batch: " WS-TRANSFER-BATCH-ID
            " total transferred: " WS-TRANSFERRED-TOTAL
    END-IF
    EVALUATE TRUE
        WHEN WS-MASTER-UPDATE-FAILURES > 0
            DISPLAY "Customer master updates failed: "
                WS-MASTER-UPDATE-FAILURES " - see CUSTMRGR"
            MOVE 8 TO RETURN-CODE
        WHEN WS-TRANSFERS-REFUSED > 0 OR WS-REQUESTS-IGNORED > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

CHECK-RUN-LOG-STATE.
    OPEN INPUT RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '00' THEN
        PERFORM UNTIL WS-RUN-LOG-EOF-FLAG = 'Y'
            READ RUN-LOG-FILE
                AT END MOVE 'Y' TO WS-RUN-LOG-EOF-FLAG
            END-READ
            IF WS-RUN-LOG-EOF-FLAG = 'N' THEN
                IF RLOG-BATCH-ID(1:8) = WS-TRANSFER-BATCH-ID(1:8)
                   AND RLOG-COMPLETION-FLAG = 'C' THEN
                    ADD 1 TO WS-TRANSFERS-TODAY
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
    IF WS-TRANSFERS-TODAY > 98 THEN
        DISPLAY "Transfer batch numbers exhausted for " WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE TRF-BATCH-SUFFIX = WS-TRANSFERS-TODAY + 1.

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
                MOVE CKPT-STAGE TO WS-INTERRUPTED-STAGE
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.

REFUSE-INTERRUPTED-RUN.
    DISPLAY "Transfer batch " WS-INTERRUPTED-BATCH-ID " started "
        WS-INTERRUPTED-DATE " " WS-INTERRUPTED-TIME
        " did not complete - transfers refused"
    DISPLAY "Recover CUSTMAST to before that time with CUSTRECV"
    IF WS-INTERRUPTED-STAGE = 'H' THEN
        DISPLAY "Restore CUSTHIST from CUSTHWRK and remove CUSTXREF "
            "entries for batch " WS-INTERRUPTED-BATCH-ID
    END-IF
    DISPLAY "Then empty CUSTMCKP and rerun"
    MOVE 8 TO RETURN-CODE
    STOP RUN.

WRITE-CHECKPOINT-RECORD.
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = '00' THEN
        DISPLAY "Cannot write checkpoint CUSTMCKP - status "
            WS-CHECKPOINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TRANSFER-BATCH-ID TO CKPT-BATCH-ID
    MOVE WS-RUN-DATE TO CKPT-START-DATE
    MOVE WS-RUN-START-TIME TO CKPT-START-TIME
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
                " - transfers refused"
        END-IF
    END-IF.

PROCESS-TRANSFER-REQUEST.
    ADD 1 TO WS-REQUESTS-READ
    IF WS-TRANSFER-COUNT >= WS-MAX-TRANSFER-ENTRIES THEN
        ADD 1 TO WS-REQUESTS-IGNORED
        DISPLAY "Transfer table full - request ignored for customer "
            XFR-FROM-CUSTOMER-ID
    ELSE
        ADD 1 TO WS-TRANSFER-COUNT
        MOVE WS-TRANSFER-COUNT TO WS-CURRENT
        MOVE XFR-FROM-CUSTOMER-ID TO TT-FROM-CUSTOMER-ID(WS-CURRENT)
        MOVE XFR-FROM-ACCOUNT-TYPE TO TT-FROM-ACCOUNT-TYPE(WS-CURRENT)
        IF XFR-FROM-ACCOUNT-TYPE = SPACES THEN
            MOVE "01" TO TT-FROM-ACCOUNT-TYPE(WS-CURRENT)
        END-IF
        MOVE XFR-TO-CUSTOMER-ID TO TT-TO-CUSTOMER-ID(WS-CURRENT)
        MOVE XFR-TO-ACCOUNT-TYPE TO TT-TO-ACCOUNT-TYPE(WS-CURRENT)
        IF XFR-TO-ACCOUNT-TYPE = SPACES THEN
            MOVE "01" TO TT-TO-ACCOUNT-TYPE(WS-CURRENT)
        END-IF
        MOVE SPACES TO TT-FROM-NAME(WS-CURRENT)
        MOVE SPACES TO TT-TO-NAME(WS-CURRENT)
        MOVE 0 TO TT-AMOUNT(WS-CURRENT)
        MOVE XFR-MOVE-HISTORY TO TT-MOVE-HISTORY(WS-CURRENT)
        IF XFR-MOVE-HISTORY = SPACE THEN
            MOVE 'N' TO TT-MOVE-HISTORY(WS-CURRENT)
        END-IF
        MOVE XFR-SOURCE-ACTION TO TT-SOURCE-ACTION(WS-CURRENT)
        IF XFR-SOURCE-ACTION = SPACE THEN
            MOVE 'K' TO TT-SOURCE-ACTION(WS-CURRENT)
        END-IF
        MOVE 0 TO TT-HISTORY-MOVED(WS-CURRENT)
        MOVE 0 TO TT-ITEMS-CLOSED(WS-CURRENT)
        MOVE 0 TO TT-TARGET-BALANCE(WS-CURRENT)
        PERFORM VALIDATE-TRANSFER-REQUEST
        IF WS-REFUSE-REASON = SPACES THEN
            PERFORM APPLY-TRANSFER-TO-MASTERS
        END-IF
        IF WS-REFUSE-REASON = SPACES THEN
            MOVE 'A' TO TT-STATUS(WS-CURRENT)
            MOVE "TRANSFERRED" TO TT-REASON(WS-CURRENT)
            ADD 1 TO WS-TRANSFERS-ACCEPTED
        ELSE
            MOVE WS-REFUSE-REASON TO TT-REASON(WS-CURRENT)
            MOVE 'R' TO TT-STATUS(WS-CURRENT)
            ADD 1 TO WS-TRANSFERS-REFUSED
        END-IF
    END-IF.

VALIDATE-TRANSFER-REQUEST.
    MOVE SPACES TO WS-REFUSE-REASON
    IF XFR-FROM-CUSTOMER-ID IS NOT NUMERIC
       OR XFR-TO-CUSTOMER-ID IS NOT NUMERIC THEN
        MOVE "NON-NUMERIC CUSTOMER ID" TO WS-REFUSE-REASON
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF NOT XFR-SOURCE-ACTION-VALID THEN
            MOVE "INVALID SOURCE ACTION" TO WS-REFUSE-REASON
        END-IF
        IF NOT XFR-MOVE-HISTORY-VALID THEN
            MOVE "INVALID HISTORY OPTION" TO WS-REFUSE-REASON
        END-IF
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF TT-FROM-KEY(WS-CURRENT) = TT-TO-KEY(WS-CURRENT) THEN
            MOVE "SOURCE AND TARGET ARE SAME" TO WS-REFUSE-REASON
        END-IF
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        PERFORM CHECK-ACCOUNT-ALREADY-USED
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        PERFORM CHECK-TARGET-MASTER
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        PERFORM CHECK-SOURCE-MASTER
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        PERFORM CHECK-TRANSFER-AMOUNT
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF TT-MOVE-HISTORY(WS-CURRENT) = 'Y' THEN
            IF TT-SOURCE-ACTION(WS-CURRENT) = 'K' THEN
                MOVE "HISTORY MOVE NEEDS CLOSE" TO WS-REFUSE-REASON
            ELSE
                IF TT-FROM-ACCOUNT-TYPE(WS-CURRENT)
                   NOT = TT-TO-ACCOUNT-TYPE(WS-CURRENT) THEN
                    MOVE "HISTORY MOVE ACROSS TYPES"
                        TO WS-REFUSE-REASON
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF TT-AMOUNT(WS-CURRENT) > 0 AND WS-TARGET-ON-HOLD = 'Y' THEN
            MOVE "TARGET ON COLLECTION HOLD" TO WS-REFUSE-REASON
        END-IF
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF WS-TARGET-LIMIT > 0 AND TT-AMOUNT(WS-CURRENT) > 0 THEN
            COMPUTE WS-PROJECTED-BALANCE
                = WS-TARGET-TOTAL + TT-AMOUNT(WS-CURRENT)
            IF WS-PROJECTED-BALANCE > WS-TARGET-LIMIT THEN
                MOVE "TARGET CREDIT LIMIT EXCEEDED" TO WS-REFUSE-REASON
            END-IF
        END-IF
    END-IF.

CHECK-ACCOUNT-ALREADY-USED.
    PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
            UNTIL WS-CHECK-INDEX >= WS-CURRENT
        IF TT-STATUS(WS-CHECK-INDEX) = 'A' THEN
            IF TT-FROM-KEY(WS-CHECK-INDEX) = TT-FROM-KEY(WS-CURRENT)
               OR TT-FROM-KEY(WS-CHECK-INDEX) = TT-TO-KEY(WS-CURRENT)
               OR TT-TO-KEY(WS-CHECK-INDEX) = TT-FROM-KEY(WS-CURRENT)
               THEN
                MOVE "ACCOUNT ALREADY IN THIS RUN" TO WS-REFUSE-REASON
            END-IF
        END-IF
    END-PERFORM.

CHECK-TARGET-MASTER.
    MOVE TT-TO-KEY(WS-CURRENT) TO WS-MASTER-KEY
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "TARGET NOT ON MASTER" TO WS-REFUSE-REASON
        NOT INVALID KEY
            IF MASTER-ACCOUNT-CLOSED THEN
                MOVE "TARGET ACCOUNT CLOSED" TO WS-REFUSE-REASON
            END-IF
            MOVE WS-MASTER-CUSTOMER-NAME TO TT-TO-NAME(WS-CURRENT)
            MOVE WS-MASTER-TOTAL-AMOUNT TO WS-TARGET-TOTAL
            MOVE WS-MASTER-CREDIT-LIMIT TO WS-TARGET-LIMIT
            MOVE 'N' TO WS-TARGET-ON-HOLD
            IF MASTER-COLLECTION-HOLD THEN
                MOVE 'Y' TO WS-TARGET-ON-HOLD
            END-IF
    END-READ.

CHECK-SOURCE-MASTER.
    MOVE TT-FROM-KEY(WS-CURRENT) TO WS-MASTER-KEY
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "SOURCE NOT ON MASTER" TO WS-REFUSE-REASON
        NOT INVALID KEY
            IF MASTER-ACCOUNT-CLOSED THEN
                MOVE "SOURCE ACCOUNT CLOSED" TO WS-REFUSE-REASON
            END-IF
            MOVE WS-MASTER-CUSTOMER-NAME TO TT-FROM-NAME(WS-CURRENT)
            MOVE WS-MASTER-TOTAL-AMOUNT TO WS-SOURCE-TOTAL
    END-READ.

CHECK-TRANSFER-AMOUNT.
    IF XFR-AMOUNT-ALPHA = SPACES THEN
        MOVE WS-SOURCE-TOTAL TO TT-AMOUNT(WS-CURRENT)
    ELSE
        IF XFR-AMOUNT IS NOT NUMERIC THEN
            MOVE "NON-NUMERIC AMOUNT" TO WS-REFUSE-REASON
        ELSE
            MOVE XFR-AMOUNT TO TT-AMOUNT(WS-CURRENT)
        END-IF
    END-IF
    IF WS-REFUSE-REASON = SPACES THEN
        IF TT-SOURCE-ACTION(WS-CURRENT) = 'K' THEN
            IF TT-AMOUNT(WS-CURRENT) = 0 THEN
                MOVE "NOTHING TO TRANSFER" TO WS-REFUSE-REASON
            END-IF
        ELSE
            IF TT-AMOUNT(WS-CURRENT) NOT = WS-SOURCE-TOTAL THEN
                MOVE "AMOUNT MUST CLEAR SOURCE" TO WS-REFUSE-REASON
            END-IF
        END-IF
    END-IF.

APPLY-TRANSFER-TO-MASTERS.
    MOVE TT-FROM-KEY(WS-CURRENT) TO WS-MASTER-KEY
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "Source master vanished during transfer - "
                TT-FROM-KEY(WS-CURRENT)
            MOVE "MASTER UPDATE FAILED" TO WS-REFUSE-REASON
            ADD 1 TO WS-MASTER-UPDATE-FAILURES
        NOT INVALID KEY
            PERFORM UPDATE-SOURCE-MASTER
    END-READ
    IF WS-REFUSE-REASON = SPACES THEN
        MOVE TT-TO-KEY(WS-CURRENT) TO WS-MASTER-KEY
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Target master vanished during transfer - "
                    TT-TO-KEY(WS-CURRENT)
                MOVE "MASTER UPDATE FAILED" TO WS-REFUSE-REASON
                ADD 1 TO WS-MASTER-UPDATE-FAILURES
            NOT INVALID KEY
                PERFORM UPDATE-TARGET-MASTER
        END-READ
        IF WS-REFUSE-REASON = SPACES THEN
            PERFORM JOURNAL-TRANSFER-MASTERS
            ADD TT-AMOUNT(WS-CURRENT) TO WS-TRANSFERRED-TOTAL
        ELSE
            PERFORM RESTORE-SOURCE-MASTER
        END-IF
    END-IF.

UPDATE-SOURCE-MASTER.
    MOVE WS-MASTER-RECORD TO WS-SOURCE-BEFORE-IMAGE
    IF TT-SOURCE-ACTION(WS-CURRENT) = 'D' THEN
        DELETE CUSTOMER-MASTER RECORD
        MOVE 'D' TO WS-SOURCE-ACTION
    ELSE
        SUBTRACT TT-AMOUNT(WS-CURRENT) FROM WS-MASTER-TOTAL-AMOUNT
        MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
        IF TT-SOURCE-ACTION(WS-CURRENT) = 'C' THEN
            MOVE 'C' TO WS-MASTER-COLLECTION-STATUS
        END-IF
        REWRITE WS-MASTER-RECORD
        MOVE 'C' TO WS-SOURCE-ACTION
    END-IF
    IF WS-MASTER-STATUS = '00' THEN
        MOVE WS-MASTER-RECORD TO WS-SOURCE-AFTER-IMAGE
    ELSE
        DISPLAY "Customer master update failed for "
            WS-MASTER-KEY " - status " WS-MASTER-STATUS
        MOVE "MASTER UPDATE FAILED" TO WS-REFUSE-REASON
        ADD 1 TO WS-MASTER-UPDATE-FAILURES
    END-IF.

UPDATE-TARGET-MASTER.
    MOVE WS-MASTER-RECORD TO WS-TARGET-BEFORE-IMAGE
    ADD TT-AMOUNT(WS-CURRENT) TO WS-MASTER-TOTAL-AMOUNT
    MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
    REWRITE WS-MASTER-RECORD
    IF WS-MASTER-STATUS = '00' THEN
        MOVE WS-MASTER-RECORD TO WS-TARGET-AFTER-IMAGE
        MOVE WS-MASTER-TOTAL-AMOUNT TO TT-TARGET-BALANCE(WS-CURRENT)
    ELSE
        DISPLAY "Customer master update failed for "
            WS-MASTER-KEY " - status " WS-MASTER-STATUS
        MOVE "MASTER UPDATE FAILED" TO WS-REFUSE-REASON
        ADD 1 TO WS-MASTER-UPDATE-FAILURES
    END-IF.

RESTORE-SOURCE-MASTER.
    MOVE WS-SOURCE-BEFORE-IMAGE TO WS-MASTER-RECORD
    IF WS-SOURCE-ACTION = 'D' THEN
        WRITE WS-MASTER-RECORD
    ELSE
        REWRITE WS-MASTER-RECORD
    END-IF
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot restore customer master " WS-MASTER-KEY
            " - status " WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

JOURNAL-TRANSFER-MASTERS.
    MOVE WS-SOURCE-BEFORE-IMAGE TO WS-JOURNAL-BEFORE-IMAGE
    MOVE WS-SOURCE-AFTER-IMAGE TO WS-MASTER-RECORD
    MOVE WS-SOURCE-ACTION TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL
    MOVE WS-TARGET-BEFORE-IMAGE TO WS-JOURNAL-BEFORE-IMAGE
    MOVE WS-TARGET-AFTER-IMAGE TO WS-MASTER-RECORD
    MOVE 'C' TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL
    EVALUATE TT-SOURCE-ACTION(WS-CURRENT)
        WHEN 'D'
            ADD 1 TO WS-MASTERS-DELETED
        WHEN 'C'
            ADD 1 TO WS-MASTERS-CLOSED
    END-EVALUATE.

COPY-HISTORY-TO-WORK.
    OPEN OUTPUT HISTORY-WORK
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS = '00' THEN
        MOVE 'N' TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG = 'Y'
            READ TRANSACTION-HISTORY
                AT END MOVE 'Y' TO EOF-FLAG
            END-READ
            IF EOF-FLAG = 'N' THEN
                MOVE WS-HISTORY-RECORD TO WS-WORK-HISTORY-RECORD
                WRITE WS-WORK-HISTORY-RECORD
            END-IF
        END-PERFORM
        CLOSE TRANSACTION-HISTORY
    ELSE
        DISPLAY "No history file present - transfer records only"
    END-IF
    CLOSE HISTORY-WORK.

REBUILD-HISTORY-WITH-TRANSFERS.
    OPEN INPUT HISTORY-WORK
    IF WS-WORK-STATUS NOT = '00' THEN
        DISPLAY "Cannot reopen history work file - status "
            WS-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TRANSACTION-HISTORY
    OPEN EXTEND CROSS-REFERENCE-FILE
    IF WS-XREF-STATUS = '35' THEN
        OPEN OUTPUT CROSS-REFERENCE-FILE
    END-IF
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ HISTORY-WORK
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            ADD 1 TO WS-HISTORY-READ
            MOVE WS-WORK-HISTORY-RECORD TO WS-HISTORY-RECORD
            PERFORM APPLY-TRANSFERS-TO-HISTORY
            WRITE WS-HISTORY-RECORD
        END-IF
    END-PERFORM
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-TRANSFER-COUNT
        IF TT-STATUS(WS-TABLE-INDEX) = 'A'
           AND TT-AMOUNT(WS-TABLE-INDEX) NOT = 0 THEN
            PERFORM WRITE-TRANSFER-PAIR
        END-IF
    END-PERFORM
    CLOSE HISTORY-WORK
    CLOSE TRANSACTION-HISTORY
    CLOSE CROSS-REFERENCE-FILE.

APPLY-TRANSFERS-TO-HISTORY.
    MOVE HIST-CUSTOMER-ID TO WS-HISTORY-KEY-ID
    IF HIST-ACCOUNT-TYPE = SPACES THEN
        MOVE "01" TO WS-HISTORY-KEY-ACCT
    ELSE
        MOVE HIST-ACCOUNT-TYPE TO WS-HISTORY-KEY-ACCT
    END-IF
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-TRANSFER-COUNT
        IF TT-STATUS(WS-TABLE-INDEX) = 'A'
           AND TT-FROM-KEY(WS-TABLE-INDEX) = WS-HISTORY-KEY THEN
            IF TT-MOVE-HISTORY(WS-TABLE-INDEX) = 'Y' THEN
                PERFORM MOVE-HISTORY-RECORD
            ELSE
                IF TT-SOURCE-ACTION(WS-TABLE-INDEX) NOT = 'K' THEN
                    PERFORM CLOSE-HISTORY-ITEM
                END-IF
            END-IF
        END-IF
    END-PERFORM.

MOVE-HISTORY-RECORD.
    MOVE WS-TRANSFER-BATCH-ID TO XREF-TRANSFER-BATCH-ID
    MOVE WS-RUN-DATE TO XREF-TRANSFER-DATE
    MOVE TT-FROM-CUSTOMER-ID(WS-TABLE-INDEX) TO XREF-OLD-CUSTOMER-ID
    MOVE TT-FROM-ACCOUNT-TYPE(WS-TABLE-INDEX) TO XREF-OLD-ACCOUNT-TYPE
    MOVE TT-TO-CUSTOMER-ID(WS-TABLE-INDEX) TO XREF-NEW-CUSTOMER-ID
    MOVE TT-TO-ACCOUNT-TYPE(WS-TABLE-INDEX) TO XREF-NEW-ACCOUNT-TYPE
    MOVE HIST-BATCH-ID TO XREF-HIST-BATCH-ID
    MOVE HIST-RUN-DATE TO XREF-HIST-RUN-DATE
    MOVE HIST-SEQUENCE-NUMBER TO XREF-HIST-SEQUENCE-NUMBER
    WRITE WS-XREF-RECORD
    MOVE TT-TO-CUSTOMER-ID(WS-TABLE-INDEX) TO HIST-CUSTOMER-ID
    MOVE TT-TO-ACCOUNT-TYPE(WS-TABLE-INDEX) TO HIST-ACCOUNT-TYPE
    MOVE TT-TO-KEY(WS-TABLE-INDEX) TO WS-HISTORY-KEY
    ADD 1 TO TT-HISTORY-MOVED(WS-TABLE-INDEX)
    ADD 1 TO WS-HISTORY-MOVED.

CLOSE-HISTORY-ITEM.
    IF HIST-ITEM-STATUS = SPACE OR HIST-ITEM-OPEN
       OR HIST-ITEM-PART-PAID THEN
        MOVE 'C' TO HIST-ITEM-STATUS
        MOVE 0 TO HIST-OPEN-AMOUNT
        ADD 1 TO TT-ITEMS-CLOSED(WS-TABLE-INDEX)
        ADD 1 TO WS-ITEMS-CLOSED
    END-IF.

WRITE-TRANSFER-PAIR.
    ADD 1 TO WS-TRANSFER-SEQUENCE
    IF TT-MOVE-HISTORY(WS-TABLE-INDEX) = 'Y' THEN
        MOVE TT-TO-CUSTOMER-ID(WS-TABLE-INDEX) TO HIST-CUSTOMER-ID
        MOVE TT-TO-NAME(WS-TABLE-INDEX) TO HIST-CUSTOMER-NAME
        MOVE TT-TO-ACCOUNT-TYPE(WS-TABLE-INDEX) TO HIST-ACCOUNT-TYPE
    ELSE
        MOVE TT-FROM-CUSTOMER-ID(WS-TABLE-INDEX) TO HIST-CUSTOMER-ID
        MOVE TT-FROM-NAME(WS-TABLE-INDEX) TO HIST-CUSTOMER-NAME
        MOVE TT-FROM-ACCOUNT-TYPE(WS-TABLE-INDEX) TO HIST-ACCOUNT-TYPE
    END-IF
    COMPUTE HIST-AMOUNT = 0 - TT-AMOUNT(WS-TABLE-INDEX)
    MOVE WS-TRANSFER-SEQUENCE TO HIST-SEQUENCE-NUMBER
    IF TT-SOURCE-ACTION(WS-TABLE-INDEX) = 'K' THEN
        MOVE 'O' TO HIST-ITEM-STATUS
        MOVE HIST-AMOUNT TO HIST-OPEN-AMOUNT
    ELSE
        MOVE 'C' TO HIST-ITEM-STATUS
        MOVE 0 TO HIST-OPEN-AMOUNT
    END-IF
    PERFORM WRITE-TRANSFER-HISTORY

    ADD 1 TO WS-TRANSFER-SEQUENCE
    MOVE TT-TO-CUSTOMER-ID(WS-TABLE-INDEX) TO HIST-CUSTOMER-ID
    MOVE TT-TO-NAME(WS-TABLE-INDEX) TO HIST-CUSTOMER-NAME
    MOVE TT-AMOUNT(WS-TABLE-INDEX) TO HIST-AMOUNT
    MOVE TT-TO-ACCOUNT-TYPE(WS-TABLE-INDEX) TO HIST-ACCOUNT-TYPE
    MOVE WS-TRANSFER-SEQUENCE TO HIST-SEQUENCE-NUMBER
    IF TT-MOVE-HISTORY(WS-TABLE-INDEX) = 'Y' THEN
        MOVE 'C' TO HIST-ITEM-STATUS
        MOVE 0 TO HIST-OPEN-AMOUNT
    ELSE
        MOVE 'O' TO HIST-ITEM-STATUS
        MOVE HIST-AMOUNT TO HIST-OPEN-AMOUNT
    END-IF
    PERFORM WRITE-TRANSFER-HISTORY.

WRITE-TRANSFER-HISTORY.
    IF HIST-AMOUNT < 0 THEN
        MOVE 'C' TO HIST-CR-DR-INDICATOR
    ELSE
        MOVE 'D' TO HIST-CR-DR-INDICATOR
    END-IF
    MOVE WS-TRANSFER-BATCH-ID TO HIST-BATCH-ID
    MOVE WS-RUN-DATE TO HIST-RUN-DATE
    WRITE WS-HISTORY-RECORD
    ADD 1 TO WS-TRANSFER-RECORDS
    ADD HIST-AMOUNT TO WS-TRANSFER-NET.

WRITE-GL-EXTRACT.
    OPEN EXTEND GL-EXTRACT-FILE
    IF WS-GL-STATUS = '35' THEN
        OPEN OUTPUT GL-EXTRACT-FILE
    END-IF
    MOVE WS-RUN-DATE TO GL-BATCH-DATE
    MOVE WS-TRANSFER-RECORDS TO GL-RECORD-COUNT
    MOVE WS-TRANSFER-NET TO GL-TOTAL-AMOUNT
    MOVE WS-TRANSFER-BATCH-ID TO GL-BATCH-ID
    WRITE WS-GL-EXTRACT-RECORD
    CLOSE GL-EXTRACT-FILE.

WRITE-RUN-LOG-RECORD.
    OPEN EXTEND RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '35' THEN
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    MOVE WS-TRANSFER-BATCH-ID TO RLOG-BATCH-ID
    MOVE WS-RUN-DATE TO RLOG-RUN-DATE
    MOVE WS-TRANSFER-RECORDS TO RLOG-RECORDS-READ
    MOVE WS-TRANSFERS-REFUSED TO RLOG-RECORDS-REJECTED
    MOVE WS-TRANSFER-NET TO RLOG-TOTAL-AMOUNT
    MOVE 'N' TO RLOG-DISCREPANCY-FLAG
    MOVE 'Y' TO RLOG-GL-RELEASED-FLAG
    MOVE 'C' TO RLOG-COMPLETION-FLAG
    WRITE WS-RUN-LOG-RECORD
    CLOSE RUN-LOG-FILE.

WRITE-MERGE-REGISTER.
    MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-TRANSFERS-ACCEPTED > 0 THEN
        MOVE WS-TRANSFER-BATCH-ID TO BCH-TRANSFER-BATCH-ID
    ELSE
        MOVE SPACES TO BCH-TRANSFER-BATCH-ID
    END-IF
    MOVE WS-RUN-DATE TO BCH-RUN-DATE
    MOVE WS-BATCH-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-REPORT-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-TRANSFER-COUNT
        PERFORM WRITE-MERGE-DETAIL
    END-PERFORM
    IF WS-TRANSFERS-ACCEPTED = 0 THEN
        MOVE WS-NO-TRANSFERS-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    PERFORM WRITE-MERGE-SUMMARY.

WRITE-MERGE-DETAIL.
    MOVE TT-FROM-CUSTOMER-ID(WS-TABLE-INDEX) TO MRD-FROM-CUSTOMER-ID
    MOVE TT-FROM-ACCOUNT-TYPE(WS-TABLE-INDEX) TO MRD-FROM-ACCOUNT-TYPE
    MOVE TT-TO-CUSTOMER-ID(WS-TABLE-INDEX) TO MRD-TO-CUSTOMER-ID
    MOVE TT-TO-ACCOUNT-TYPE(WS-TABLE-INDEX) TO MRD-TO-ACCOUNT-TYPE
    MOVE TT-AMOUNT(WS-TABLE-INDEX) TO MRD-AMOUNT
    EVALUATE TT-SOURCE-ACTION(WS-TABLE-INDEX)
        WHEN 'C'
            MOVE "CLOSE" TO MRD-ACTION
        WHEN 'D'
            MOVE "DELETE" TO MRD-ACTION
        WHEN 'K'
            MOVE "KEEP" TO MRD-ACTION
        WHEN OTHER
            MOVE TT-SOURCE-ACTION(WS-TABLE-INDEX) TO MRD-ACTION
    END-EVALUATE
    MOVE TT-HISTORY-MOVED(WS-TABLE-INDEX) TO MRD-HISTORY-MOVED
    IF TT-STATUS(WS-TABLE-INDEX) = 'A' THEN
        MOVE TT-REASON(WS-TABLE-INDEX) TO MRD-RESULT
    ELSE
        STRING "REFUSED - " DELIMITED BY SIZE
            TT-REASON(WS-TABLE-INDEX) DELIMITED BY SIZE
            INTO MRD-RESULT
        END-STRING
    END-IF
    MOVE WS-MERGE-DETAIL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF TT-STATUS(WS-TABLE-INDEX) = 'A' THEN
        MOVE TT-FROM-NAME(WS-TABLE-INDEX) TO MRN-FROM-NAME
        MOVE TT-TO-NAME(WS-TABLE-INDEX) TO MRN-TO-NAME
        MOVE TT-TARGET-BALANCE(WS-TABLE-INDEX) TO MRN-TARGET-BALANCE
        MOVE WS-MERGE-NAME-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

WRITE-MERGE-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TRANSFER REQUESTS READ:" TO SUM-DESCRIPTION
    MOVE WS-REQUESTS-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "REQUESTS IGNORED - TABLE FULL:" TO SUM-DESCRIPTION
    MOVE WS-REQUESTS-IGNORED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TRANSFERS ACCEPTED:" TO SUM-DESCRIPTION
    MOVE WS-TRANSFERS-ACCEPTED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TRANSFERS REFUSED:" TO SUM-DESCRIPTION
    MOVE WS-TRANSFERS-REFUSED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SOURCE ACCOUNTS CLOSED:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-CLOSED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SOURCE ACCOUNTS DELETED:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-DELETED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS MOVED:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-MOVED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SOURCE OPEN ITEMS CLOSED:" TO SUM-DESCRIPTION
    MOVE WS-ITEMS-CLOSED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TRANSFER RECORDS WRITTEN:" TO SUM-DESCRIPTION
    MOVE WS-TRANSFER-RECORDS TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TOTAL TRANSFERRED:" TO TTL-DESCRIPTION
    MOVE WS-TRANSFERRED-TOTAL TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TRANSFER BATCH NET TO GL:" TO TTL-DESCRIPTION
    MOVE WS-TRANSFER-NET TO TTL-AMOUNT
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
        MOVE "CUSTMERG" TO JRNL-PROGRAM
        MOVE WS-TRANSFER-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
