IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTREVS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-HISTORY ASSIGN TO "CUSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTORY-WORK ASSIGN TO "CUSTHWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

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

    SELECT REVERSAL-REPORT ASSIGN TO "CUSTREVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "CUSTRCKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.

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

FD  HISTORY-WORK.
01  WS-WORK-HISTORY-RECORD PIC X(88).

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

FD  REVERSAL-REPORT.
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
    05  CKPT-ORIGINAL-BATCH-ID PIC X(10).
    05  CKPT-REVERSAL-BATCH-ID PIC X(10).
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

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS PIC XX.
01  WS-WORK-STATUS PIC XX.
01  WS-GL-STATUS PIC XX.
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-CHECKPOINT-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-RUN-LOG-EOF-FLAG PIC X VALUE 'N'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  RUN-DATE-CENTURY PIC X(2).
    05  RUN-DATE-YYMMDD PIC X(6).
01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-PERIOD PIC X(6).
    05  FILLER PIC X(2).
01  WS-REVERSAL-BATCH-ID.
    05  REV-BATCH-PREFIX PIC X(2) VALUE "RV".
    05  REV-BATCH-DATE PIC X(6).
    05  REV-BATCH-SUFFIX PIC 9(2) VALUE 0.
01  WS-ORIGINAL-BATCH-ID PIC X(10) VALUE SPACES.
01  WS-ORIGINAL-PREFIX-PARTS REDEFINES WS-ORIGINAL-BATCH-ID.
    05  WS-ORIGINAL-PREFIX PIC X(2).
    05  FILLER PIC X(8).

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

01  WS-ORIGINAL-POSTED PIC X VALUE 'N'.
01  WS-ORIGINAL-GL-RELEASED PIC X VALUE 'N'.
01  WS-ORIGINAL-LOG-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-REVERSALS-TODAY PIC 9(3) VALUE 0.
01  WS-INTERRUPTED-ORIGINAL-ID PIC X(10) VALUE SPACES.
01  WS-INTERRUPTED-REVERSAL-ID PIC X(10) VALUE SPACES.
01  WS-INTERRUPTED-DATE PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-TIME PIC X(8) VALUE SPACES.
01  WS-INTERRUPTED-STAGE PIC X(1) VALUE SPACE.
01  WS-RUN-START-TIME PIC X(8) VALUE SPACES.

01  WS-MAX-ACCOUNT-ENTRIES PIC 9(4) VALUE 2000.
01  WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
01  WS-ACCOUNT-TABLE.
    05  WS-ACCOUNT-ENTRY OCCURS 2000 TIMES.
        10  RA-CUSTOMER-ID PIC 9(5).
        10  RA-ACCOUNT-TYPE PIC X(2).
        10  RA-CUSTOMER-NAME PIC X(30).
        10  RA-RECORD-COUNT PIC 9(7).
        10  RA-NET-AMOUNT PIC S9(9)V99.
        10  RA-OLD-BALANCE PIC S9(9)V99.
        10  RA-NEW-BALANCE PIC S9(9)V99.
        10  RA-BEFORE-IMAGE PIC X(172).
01  WS-TABLE-INDEX PIC 9(4).
01  WS-MATCH-INDEX PIC 9(4).
01  WS-ACCOUNT-OVERFLOW PIC X VALUE 'N'.
01  WS-WORK-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-MISSING-MASTER-COUNT PIC 9(5) VALUE 0.

01  WS-ORIGINAL-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-ORIGINAL-OPEN-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-REVERSAL-SEQUENCE PIC 9(7) VALUE 0.
01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-RECORDS-REVERSED PIC 9(7) VALUE 0.
01  WS-BATCH-HISTORY-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-REVERSAL-TOTAL PIC S9(9)V99 VALUE 0.
01  WS-MASTERS-UPDATED PIC 9(5) VALUE 0.
01  WS-MASTER-UPDATE-FAILURES PIC 9(5) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "BATCH REVERSAL REGISTER".
01  WS-BATCH-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(16) VALUE "ORIGINAL BATCH: ".
    05  BCH-ORIGINAL-BATCH-ID PIC X(10).
    05  FILLER PIC X(18) VALUE "  REVERSAL BATCH: ".
    05  BCH-REVERSAL-BATCH-ID PIC X(10).
    05  FILLER PIC X(12) VALUE "  RUN DATE: ".
    05  BCH-RUN-DATE PIC X(8).
01  WS-GL-WITHHELD-LINE PIC X(80)
        VALUE "  ORIGINAL BATCH WAS NOT RELEASED TO GL - NO GL REVERSAL WRITTEN".
01  WS-REPORT-COLUMN-LINE PIC X(80)
        VALUE "  CUST ID AC  CUSTOMER NAME    RECS       REVERSED    OLD BALANCE    NEW BALANCE".

01  WS-REVERSAL-DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RVD-CUSTOMER-ID PIC 9(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  RVD-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RVD-CUSTOMER-NAME PIC X(15).
    05  FILLER PIC X(1) VALUE SPACES.
    05  RVD-RECORD-COUNT PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RVD-REVERSED-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RVD-OLD-BALANCE PIC -ZZ,ZZZ,ZZ9.99.
    05  FILLER PIC X(1) VALUE SPACES.
    05  RVD-NEW-BALANCE PIC -ZZ,ZZZ,ZZ9.99.

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
    MOVE RUN-DATE-YYMMDD TO REV-BATCH-DATE
    PERFORM GET-RUN-PARAMETERS
    PERFORM READ-CHECKPOINT-FILE
    PERFORM CHECK-RUN-LOG-STATE
    PERFORM LOAD-PERIOD-TABLE
    PERFORM CHECK-PERIOD-STATUS
    IF WS-CLOSED-PERIOD = 'Y' THEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM GATHER-BATCH-ACCOUNTS
    OPEN I-O CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER-JOURNAL
    PERFORM VERIFY-BATCH-ACCOUNTS
    MOVE 'M' TO CKPT-STAGE
    PERFORM WRITE-CHECKPOINT-RECORD
    PERFORM REVERSE-MASTER-BALANCES
    IF WS-MASTER-UPDATE-FAILURES > 0 THEN
        PERFORM RESTORE-REVERSED-MASTERS
        DISPLAY "Customer master update failed - reversal refused "
            "for batch " WS-ORIGINAL-BATCH-ID
        CLOSE CUSTOMER-MASTER
        CLOSE MASTER-JOURNAL
        PERFORM CLEAR-CHECKPOINT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REVERSAL-REPORT
    MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM WRITE-PARAMETER-ECHO
    MOVE WS-ORIGINAL-BATCH-ID TO BCH-ORIGINAL-BATCH-ID
    MOVE WS-REVERSAL-BATCH-ID TO BCH-REVERSAL-BATCH-ID
    MOVE WS-RUN-DATE TO BCH-RUN-DATE
    MOVE WS-BATCH-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-ORIGINAL-GL-RELEASED NOT = 'Y' THEN
        MOVE WS-GL-WITHHELD-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE WS-REPORT-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM WRITE-REVERSAL-DETAILS

    PERFORM COPY-HISTORY-TO-WORK
    MOVE 'H' TO CKPT-STAGE
    PERFORM WRITE-CHECKPOINT-RECORD
    PERFORM REBUILD-HISTORY-WITH-OFFSETS

    IF WS-ORIGINAL-GL-RELEASED = 'Y' THEN
        PERFORM WRITE-GL-EXTRACT
    END-IF
    PERFORM WRITE-RUN-LOG-RECORDS
    PERFORM CLEAR-CHECKPOINT-FILE
    PERFORM WRITE-REVERSAL-SUMMARY

    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL
    CLOSE REVERSAL-REPORT

    DISPLAY "Batch reversed: " WS-ORIGINAL-BATCH-ID
        " under " WS-REVERSAL-BATCH-ID
    DISPLAY "History records reversed: " WS-RECORDS-REVERSED
    DISPLAY "Accounts reversed: " WS-MASTERS-UPDATED
    DISPLAY "Reversal total: " WS-REVERSAL-TOTAL
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "REV-BATCH-ID" TO WS-PARM-NAME
    PERFORM REQUIRE-PARAMETER
    MOVE WS-PARM-VALUE TO WS-ORIGINAL-BATCH-ID
    IF WS-ORIGINAL-BATCH-ID = SPACES THEN
        DISPLAY "REV-BATCH-ID must name the batch to reverse"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ORIGINAL-PREFIX = "RV" OR WS-ORIGINAL-PREFIX = "CF"
       OR WS-ORIGINAL-PREFIX = "TR" THEN
        DISPLAY "Reversal, carry-forward and transfer batches cannot "
            "be reversed - " WS-ORIGINAL-BATCH-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ORIGINAL-PREFIX = "CA" OR WS-ORIGINAL-PREFIX = "DN"
       OR WS-ORIGINAL-PREFIX = "MN" THEN
        DISPLAY "Cash, dunning and maintenance batches cannot be "
            "reversed - " WS-ORIGINAL-BATCH-ID
        DISPLAY "Post a correcting adjustment through CUSTMNT instead"
        MOVE 8 TO RETURN-CODE
        STOP RUN
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
    MOVE "REV-BATCH-ID" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    MOVE WS-PARM-NAME TO ECHO-PARM-NAME
    MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
    MOVE WS-PARM-ECHO-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

CHECK-RUN-LOG-STATE.
    OPEN INPUT RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '00' THEN
        PERFORM UNTIL WS-RUN-LOG-EOF-FLAG = 'Y'
            READ RUN-LOG-FILE
                AT END MOVE 'Y' TO WS-RUN-LOG-EOF-FLAG
            END-READ
            IF WS-RUN-LOG-EOF-FLAG = 'N' THEN
                PERFORM CHECK-ONE-RUN-LOG-RECORD
            END-IF
        END-PERFORM
        CLOSE RUN-LOG-FILE
    END-IF
    IF WS-INTERRUPTED-REVERSAL-ID NOT = SPACES THEN
        PERFORM REFUSE-INTERRUPTED-RUN
    END-IF
    IF WS-ORIGINAL-POSTED = 'N' THEN
        DISPLAY "Batch has no completed posting to reverse - "
            "reversal refused for batch " WS-ORIGINAL-BATCH-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-REVERSALS-TODAY > 98 THEN
        DISPLAY "Reversal batch numbers exhausted for " WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE REV-BATCH-SUFFIX = WS-REVERSALS-TODAY + 1.

CHECK-ONE-RUN-LOG-RECORD.
    IF RLOG-BATCH-ID = WS-ORIGINAL-BATCH-ID THEN
        EVALUATE RLOG-COMPLETION-FLAG
            WHEN 'C'
                MOVE 'Y' TO WS-ORIGINAL-POSTED
                MOVE RLOG-GL-RELEASED-FLAG TO WS-ORIGINAL-GL-RELEASED
                MOVE RLOG-TOTAL-AMOUNT TO WS-ORIGINAL-LOG-TOTAL
            WHEN 'X'
                MOVE 'N' TO WS-ORIGINAL-POSTED
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF RLOG-BATCH-ID(1:8) = WS-REVERSAL-BATCH-ID(1:8)
       AND RLOG-COMPLETION-FLAG = 'C' THEN
        ADD 1 TO WS-REVERSALS-TODAY
    END-IF
    IF RLOG-BATCH-ID = WS-INTERRUPTED-REVERSAL-ID
       AND RLOG-COMPLETION-FLAG = 'C' THEN
        MOVE SPACES TO WS-INTERRUPTED-REVERSAL-ID
    END-IF.

READ-CHECKPOINT-FILE.
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS = '00' THEN
        READ CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CKPT-ORIGINAL-BATCH-ID
                    TO WS-INTERRUPTED-ORIGINAL-ID
                MOVE CKPT-REVERSAL-BATCH-ID
                    TO WS-INTERRUPTED-REVERSAL-ID
                MOVE CKPT-START-DATE TO WS-INTERRUPTED-DATE
                MOVE CKPT-START-TIME TO WS-INTERRUPTED-TIME
                MOVE CKPT-STAGE TO WS-INTERRUPTED-STAGE
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.

REFUSE-INTERRUPTED-RUN.
    DISPLAY "Reversal " WS-INTERRUPTED-REVERSAL-ID " of batch "
        WS-INTERRUPTED-ORIGINAL-ID " started " WS-INTERRUPTED-DATE
        " " WS-INTERRUPTED-TIME " did not complete - reversal refused"
    IF WS-INTERRUPTED-STAGE = 'H' THEN
        DISPLAY "Restore CUSTHIST from CUSTHWRK first and remove any "
            "GLEXTRCT record for batch " WS-INTERRUPTED-REVERSAL-ID
    END-IF
    DISPLAY "Recover CUSTMAST to before that time with CUSTRECV"
    DISPLAY "Then empty CUSTRCKP and rerun"
    MOVE 8 TO RETURN-CODE
    STOP RUN.

WRITE-CHECKPOINT-RECORD.
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = '00' THEN
        DISPLAY "Cannot write checkpoint CUSTRCKP - status "
            WS-CHECKPOINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ORIGINAL-BATCH-ID TO CKPT-ORIGINAL-BATCH-ID
    MOVE WS-REVERSAL-BATCH-ID TO CKPT-REVERSAL-BATCH-ID
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
                " - reversal refused for batch " WS-ORIGINAL-BATCH-ID
        END-IF
    END-IF.

GATHER-BATCH-ACCOUNTS.
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        DISPLAY "Cannot open history file - status " WS-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ TRANSACTION-HISTORY
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            ADD 1 TO WS-HISTORY-READ
            IF HIST-BATCH-ID = WS-ORIGINAL-BATCH-ID
               AND NOT HIST-ITEM-REVERSED THEN
                PERFORM ADD-BATCH-ACCOUNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE TRANSACTION-HISTORY
    IF WS-RECORDS-REVERSED = 0 THEN
        DISPLAY "No unreversed history found for batch "
            WS-ORIGINAL-BATCH-ID " - reversal refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ACCOUNT-OVERFLOW = 'Y' THEN
        DISPLAY "Reversal account table full - reversal refused for "
            "batch " WS-ORIGINAL-BATCH-ID
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-BATCH-HISTORY-TOTAL NOT = WS-ORIGINAL-LOG-TOTAL THEN
        DISPLAY "History total " WS-BATCH-HISTORY-TOTAL
            " does not match run log total " WS-ORIGINAL-LOG-TOTAL
        DISPLAY "Batch history incomplete - reversal refused for "
            "batch " WS-ORIGINAL-BATCH-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-BATCH-ACCOUNT.
    ADD 1 TO WS-RECORDS-REVERSED
    ADD HIST-AMOUNT TO WS-BATCH-HISTORY-TOTAL
    IF HIST-ACCOUNT-TYPE = SPACES THEN
        MOVE "01" TO WS-WORK-ACCOUNT-TYPE
    ELSE
        MOVE HIST-ACCOUNT-TYPE TO WS-WORK-ACCOUNT-TYPE
    END-IF
    MOVE 0 TO WS-MATCH-INDEX
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-ACCOUNT-COUNT
               OR WS-MATCH-INDEX > 0
        IF RA-CUSTOMER-ID(WS-TABLE-INDEX) = HIST-CUSTOMER-ID
           AND RA-ACCOUNT-TYPE(WS-TABLE-INDEX)
               = WS-WORK-ACCOUNT-TYPE THEN
            MOVE WS-TABLE-INDEX TO WS-MATCH-INDEX
        END-IF
    END-PERFORM
    IF WS-MATCH-INDEX = 0 THEN
        IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNT-ENTRIES THEN
            ADD 1 TO WS-ACCOUNT-COUNT
            MOVE WS-ACCOUNT-COUNT TO WS-MATCH-INDEX
            MOVE HIST-CUSTOMER-ID TO RA-CUSTOMER-ID(WS-MATCH-INDEX)
            MOVE WS-WORK-ACCOUNT-TYPE
                TO RA-ACCOUNT-TYPE(WS-MATCH-INDEX)
            MOVE HIST-CUSTOMER-NAME TO RA-CUSTOMER-NAME(WS-MATCH-INDEX)
            MOVE 0 TO RA-RECORD-COUNT(WS-MATCH-INDEX)
            MOVE 0 TO RA-NET-AMOUNT(WS-MATCH-INDEX)
        ELSE
            MOVE 'Y' TO WS-ACCOUNT-OVERFLOW
        END-IF
    END-IF
    IF WS-MATCH-INDEX > 0 THEN
        ADD 1 TO RA-RECORD-COUNT(WS-MATCH-INDEX)
        ADD HIST-AMOUNT TO RA-NET-AMOUNT(WS-MATCH-INDEX)
    END-IF.

VERIFY-BATCH-ACCOUNTS.
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-ACCOUNT-COUNT
        MOVE RA-CUSTOMER-ID(WS-TABLE-INDEX) TO WS-MASTER-CUSTOMER-ID
        MOVE RA-ACCOUNT-TYPE(WS-TABLE-INDEX) TO WS-MASTER-ACCOUNT-TYPE
        READ CUSTOMER-MASTER
            INVALID KEY
                ADD 1 TO WS-MISSING-MASTER-COUNT
                DISPLAY "Master not found for customer "
                    RA-CUSTOMER-ID(WS-TABLE-INDEX) " account "
                    RA-ACCOUNT-TYPE(WS-TABLE-INDEX)
            NOT INVALID KEY
                CONTINUE
        END-READ
    END-PERFORM
    IF WS-MISSING-MASTER-COUNT > 0 THEN
        DISPLAY "Batch touches accounts no longer on master - "
            "reversal refused for batch " WS-ORIGINAL-BATCH-ID
        CLOSE CUSTOMER-MASTER
        CLOSE MASTER-JOURNAL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

COPY-HISTORY-TO-WORK.
    OPEN INPUT TRANSACTION-HISTORY
    OPEN OUTPUT HISTORY-WORK
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
    CLOSE HISTORY-WORK.

REBUILD-HISTORY-WITH-OFFSETS.
    OPEN INPUT HISTORY-WORK
    IF WS-WORK-STATUS NOT = '00' THEN
        DISPLAY "Cannot reopen history work file - status "
            WS-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TRANSACTION-HISTORY
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ HISTORY-WORK
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            MOVE WS-WORK-HISTORY-RECORD TO WS-HISTORY-RECORD
            IF HIST-BATCH-ID = WS-ORIGINAL-BATCH-ID
               AND NOT HIST-ITEM-REVERSED THEN
                PERFORM WRITE-REVERSED-PAIR
            ELSE
                WRITE WS-HISTORY-RECORD
            END-IF
        END-IF
    END-PERFORM
    CLOSE HISTORY-WORK
    CLOSE TRANSACTION-HISTORY.

WRITE-REVERSED-PAIR.
    MOVE HIST-AMOUNT TO WS-ORIGINAL-AMOUNT
    IF HIST-ITEM-STATUS = SPACE THEN
        MOVE HIST-AMOUNT TO WS-ORIGINAL-OPEN-AMOUNT
    ELSE
        MOVE HIST-OPEN-AMOUNT TO WS-ORIGINAL-OPEN-AMOUNT
    END-IF
    MOVE 'R' TO HIST-ITEM-STATUS
    MOVE 0 TO HIST-OPEN-AMOUNT
    WRITE WS-HISTORY-RECORD

    ADD 1 TO WS-REVERSAL-SEQUENCE
    COMPUTE HIST-AMOUNT = 0 - WS-ORIGINAL-AMOUNT
    IF HIST-AMOUNT < 0 THEN
        MOVE 'C' TO HIST-CR-DR-INDICATOR
    ELSE
        MOVE 'D' TO HIST-CR-DR-INDICATOR
    END-IF
    MOVE WS-REVERSAL-BATCH-ID TO HIST-BATCH-ID
    MOVE WS-RUN-DATE TO HIST-RUN-DATE
    MOVE WS-REVERSAL-SEQUENCE TO HIST-SEQUENCE-NUMBER
    COMPUTE HIST-OPEN-AMOUNT
        = WS-ORIGINAL-OPEN-AMOUNT - WS-ORIGINAL-AMOUNT
    IF HIST-OPEN-AMOUNT = 0 THEN
        MOVE 'R' TO HIST-ITEM-STATUS
    ELSE
        MOVE 'O' TO HIST-ITEM-STATUS
    END-IF
    WRITE WS-HISTORY-RECORD
    ADD HIST-AMOUNT TO WS-REVERSAL-TOTAL.

REVERSE-MASTER-BALANCES.
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-ACCOUNT-COUNT
               OR WS-MASTER-UPDATE-FAILURES > 0
        MOVE RA-CUSTOMER-ID(WS-TABLE-INDEX) TO WS-MASTER-CUSTOMER-ID
        MOVE RA-ACCOUNT-TYPE(WS-TABLE-INDEX) TO WS-MASTER-ACCOUNT-TYPE
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Master vanished during reversal - customer "
                    RA-CUSTOMER-ID(WS-TABLE-INDEX) " account "
                    RA-ACCOUNT-TYPE(WS-TABLE-INDEX)
                ADD 1 TO WS-MASTER-UPDATE-FAILURES
            NOT INVALID KEY
                PERFORM REVERSE-ONE-MASTER
        END-READ
    END-PERFORM.

REVERSE-ONE-MASTER.
    MOVE WS-MASTER-RECORD TO RA-BEFORE-IMAGE(WS-TABLE-INDEX)
    MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
    MOVE WS-MASTER-TOTAL-AMOUNT TO RA-OLD-BALANCE(WS-TABLE-INDEX)
    SUBTRACT RA-NET-AMOUNT(WS-TABLE-INDEX) FROM WS-MASTER-TOTAL-AMOUNT
    MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
    REWRITE WS-MASTER-RECORD
    IF WS-MASTER-STATUS = '00' THEN
        MOVE 'C' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        ADD 1 TO WS-MASTERS-UPDATED
        MOVE WS-MASTER-CUSTOMER-NAME
            TO RA-CUSTOMER-NAME(WS-TABLE-INDEX)
        MOVE WS-MASTER-TOTAL-AMOUNT TO RA-NEW-BALANCE(WS-TABLE-INDEX)
    ELSE
        DISPLAY "Customer master update failed for "
            WS-MASTER-KEY " - status " WS-MASTER-STATUS
        ADD 1 TO WS-MASTER-UPDATE-FAILURES
    END-IF.

RESTORE-REVERSED-MASTERS.
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-MASTERS-UPDATED
        PERFORM RESTORE-ONE-MASTER
    END-PERFORM.

RESTORE-ONE-MASTER.
    MOVE RA-CUSTOMER-ID(WS-TABLE-INDEX) TO WS-MASTER-CUSTOMER-ID
    MOVE RA-ACCOUNT-TYPE(WS-TABLE-INDEX) TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
    END-READ
    MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
    MOVE RA-BEFORE-IMAGE(WS-TABLE-INDEX) TO WS-MASTER-RECORD
    REWRITE WS-MASTER-RECORD
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot restore customer master " WS-MASTER-KEY
            " - status " WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'C' TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL.

WRITE-REVERSAL-DETAILS.
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-TABLE-INDEX > WS-ACCOUNT-COUNT
        MOVE RA-CUSTOMER-ID(WS-TABLE-INDEX) TO RVD-CUSTOMER-ID
        MOVE RA-ACCOUNT-TYPE(WS-TABLE-INDEX) TO RVD-ACCOUNT-TYPE
        MOVE RA-CUSTOMER-NAME(WS-TABLE-INDEX) TO RVD-CUSTOMER-NAME
        MOVE RA-RECORD-COUNT(WS-TABLE-INDEX) TO RVD-RECORD-COUNT
        COMPUTE RVD-REVERSED-AMOUNT = 0 - RA-NET-AMOUNT(WS-TABLE-INDEX)
        MOVE RA-OLD-BALANCE(WS-TABLE-INDEX) TO RVD-OLD-BALANCE
        MOVE RA-NEW-BALANCE(WS-TABLE-INDEX) TO RVD-NEW-BALANCE
        MOVE WS-REVERSAL-DETAIL-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-PERFORM.

WRITE-GL-EXTRACT.
    OPEN EXTEND GL-EXTRACT-FILE
    IF WS-GL-STATUS = '35' THEN
        OPEN OUTPUT GL-EXTRACT-FILE
    END-IF
    MOVE WS-RUN-DATE TO GL-BATCH-DATE
    MOVE WS-RECORDS-REVERSED TO GL-RECORD-COUNT
    MOVE WS-REVERSAL-TOTAL TO GL-TOTAL-AMOUNT
    MOVE WS-REVERSAL-BATCH-ID TO GL-BATCH-ID
    WRITE WS-GL-EXTRACT-RECORD
    CLOSE GL-EXTRACT-FILE.

WRITE-RUN-LOG-RECORDS.
    OPEN EXTEND RUN-LOG-FILE
    IF WS-RUN-LOG-STATUS = '35' THEN
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    MOVE WS-REVERSAL-BATCH-ID TO RLOG-BATCH-ID
    MOVE WS-RUN-DATE TO RLOG-RUN-DATE
    MOVE WS-RECORDS-REVERSED TO RLOG-RECORDS-READ
    MOVE 0 TO RLOG-RECORDS-REJECTED
    MOVE WS-REVERSAL-TOTAL TO RLOG-TOTAL-AMOUNT
    MOVE 'N' TO RLOG-DISCREPANCY-FLAG
    MOVE WS-ORIGINAL-GL-RELEASED TO RLOG-GL-RELEASED-FLAG
    MOVE 'C' TO RLOG-COMPLETION-FLAG
    WRITE WS-RUN-LOG-RECORD
    MOVE WS-ORIGINAL-BATCH-ID TO RLOG-BATCH-ID
    MOVE 'X' TO RLOG-COMPLETION-FLAG
    WRITE WS-RUN-LOG-RECORD
    CLOSE RUN-LOG-FILE.

WRITE-REVERSAL-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-HISTORY-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "HISTORY RECORDS REVERSED:" TO SUM-DESCRIPTION
    MOVE WS-RECORDS-REVERSED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNTS REVERSED:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-UPDATED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ORIGINAL BATCH TOTAL:" TO TTL-DESCRIPTION
    MOVE WS-BATCH-HISTORY-TOTAL TO TTL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "REVERSAL BATCH TOTAL:" TO TTL-DESCRIPTION
    MOVE WS-REVERSAL-TOTAL TO TTL-AMOUNT
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
        MOVE "CUSTREVS" TO JRNL-PROGRAM
        MOVE WS-REVERSAL-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
