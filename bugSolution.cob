        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-MASTER-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT BATCH-WORK-FILE ASSIGN TO "CUSTBWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATCH-WORK-STATUS.

    SELECT SORTED-BATCH-FILE ASSIGN TO "CUSTBSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-BATCH-STATUS.

    SELECT BATCH-SORT-WORK ASSIGN TO "SORTWORK".

    SELECT OUTCOME-WORK-FILE ASSIGN TO "CUSTBRES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTCOME-STATUS.

    SELECT SORTED-OUTCOME-FILE ASSIGN TO "CUSTBOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-OUTCOME-STATUS.

    SELECT OUTCOME-SORT-WORK ASSIGN TO "SORTWRK2".

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
    05  CKPT-BATCH-RECORD-COUNT PIC 9(7).
    05  CKPT-BATCH-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  CKPT-BATCH-REJECT-COUNT PIC 9(7).
    05  CKPT-PROCESS-MODE PIC X(1).
    05  CKPT-SORT-PHASE PIC X(1).
    05  CKPT-SORT-COUNT PIC 9(7).

FD  EXCEPTION-FILE.
01  WS-EXCEPTION-LINE PIC X(80).
    05  HIST-BATCH-ID PIC X(10).
    05  HIST-RUN-DATE PIC X(8).
    05  HIST-SEQUENCE-NUMBER PIC 9(7).
    05  HIST-ITEM-STATUS PIC X(1).
        88  HIST-ITEM-OPEN VALUE 'O'.
        88  HIST-ITEM-PART-PAID VALUE 'P'.
        88  HIST-ITEM-PAID VALUE 'C'.
        88  HIST-ITEM-REVERSED VALUE 'R'.
    05  HIST-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PERD-PERIOD PIC X(6).
    05  PERD-STATUS PIC X(1).

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
        88  MASTER-ACCOUNT-CLOSED VALUE 'C'.

FD  BATCH-WORK-FILE.
01  WS-BATCH-WORK-RECORD.
    05  BW-SORT-KEY.
        10  BW-CUSTOMER-ID PIC X(5).
        10  BW-ACCOUNT-TYPE PIC X(2).
    05  BW-INPUT-SEQUENCE PIC 9(7).
    05  BW-DATA-RECORD PIC X(49).

FD  SORTED-BATCH-FILE.
01  WS-SORTED-BATCH-RECORD.
    05  BS-SORT-KEY.
        10  BS-CUSTOMER-ID PIC X(5).
        10  BS-ACCOUNT-TYPE PIC X(2).
    05  BS-INPUT-SEQUENCE PIC 9(7).
    05  BS-DATA-RECORD PIC X(49).

SD  BATCH-SORT-WORK.
01  WS-BATCH-SORT-RECORD.
    05  BSW-CUSTOMER-ID PIC X(5).
    05  BSW-ACCOUNT-TYPE PIC X(2).
    05  BSW-INPUT-SEQUENCE PIC 9(7).
    05  BSW-DATA-RECORD PIC X(49).

FD  OUTCOME-WORK-FILE.
01  WS-OUTCOME-RECORD.
    05  BR-INPUT-SEQUENCE PIC 9(7).
    05  BR-DUPLICATE-FLAG PIC X(1).
    05  BR-REJECT-REASON PIC X(25).
    05  BR-DATA-RECORD PIC X(49).

FD  SORTED-OUTCOME-FILE.
01  WS-SORTED-OUTCOME-RECORD.
    05  BO-INPUT-SEQUENCE PIC 9(7).
    05  BO-DUPLICATE-FLAG PIC X(1).
    05  BO-REJECT-REASON PIC X(25).
    05  BO-DATA-RECORD PIC X(49).

SD  OUTCOME-SORT-WORK.
01  WS-OUTCOME-SORT-RECORD.
    05  OSW-INPUT-SEQUENCE PIC 9(7).
    05  OSW-DUPLICATE-FLAG PIC X(1).
    05  OSW-REJECT-REASON PIC X(25).
    05  OSW-DATA-RECORD PIC X(49).

WORKING-STORAGE SECTION.
01  WS-ERROR-FLAG PIC X VALUE 'N'.
01  WS-RUN-MODE PIC X VALUE SPACE.
    88  SIMULATION-MODE VALUE 'V'.
01  WS-PROCESS-MODE PIC X VALUE 'R'.
    88  SORTED-MODE VALUE 'S'.
    88  VALID-PROCESS-MODE VALUE 'R' 'S'.
01  WS-TOTAL-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-REJECT-REASON-TEXT PIC X(25) VALUE SPACES.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-RESTART-BATCH-RECORD-COUNT PIC 9(7) VALUE 0.
01  WS-RESTART-BATCH-TOTAL-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-RESTART-BATCH-REJECT-COUNT PIC 9(7) VALUE 0.
01  WS-RESTART-PROCESS-MODE PIC X VALUE SPACE.
01  WS-RESTART-SORT-PHASE PIC X VALUE SPACE.
01  WS-RESTART-SORT-COUNT PIC 9(7) VALUE 0.
01  WS-SKIP-INDEX PIC 9(7) VALUE 0.
01  WS-PHYSICAL-READ-COUNT PIC 9(7) VALUE 0.

01  WS-BATCH-WORK-STATUS PIC XX.
01  WS-SORTED-BATCH-STATUS PIC XX.
01  WS-OUTCOME-STATUS PIC XX.
01  WS-SORTED-OUTCOME-STATUS PIC XX.
01  WS-SORTED-EOF-FLAG PIC X VALUE 'N'.
01  WS-BATCH-HEADER-PHYSICAL PIC 9(7) VALUE 0.
01  WS-BATCH-SEQUENCE PIC 9(7) VALUE 0.
01  WS-SORT-PHASE PIC X VALUE SPACE.
01  WS-SORT-PHASE-COUNT PIC 9(7) VALUE 0.
01  WS-SAVED-INPUT-RECORD PIC X(49) VALUE SPACES.
01  WS-MERGE-KEY.
    05  WS-MERGE-KEY-ID PIC X(5).
    05  WS-MERGE-KEY-ACCT PIC X(2).
01  WS-MERGE-GROUP-LOADED PIC X VALUE 'N'.
01  WS-MERGE-DETAIL-SEEN PIC X VALUE 'N'.
01  WS-MASTER-IN-HAND PIC X VALUE 'N'.
01  WS-BROWSE-STARTED PIC X VALUE 'N'.
01  WS-BROWSE-EOF PIC X VALUE 'N'.
01  WS-BROWSE-KEY PIC X(7) VALUE LOW-VALUES.
01  WS-BROWSE-RECORD PIC X(172) VALUE SPACES.

01  WS-START-TIME.
    05  WS-START-HH PIC 9(2).
    05  WS-START-MM PIC 9(2).
    05  WS-START-SS PIC 9(2).
    05  WS-START-CC PIC 9(2).
01  WS-END-TIME.
    05  WS-END-HH PIC 9(2).
    05  WS-END-MM PIC 9(2).
    05  WS-END-SS PIC 9(2).
    05  WS-END-CC PIC 9(2).
01  WS-START-HUNDREDTHS PIC 9(9) VALUE 0.
01  WS-END-HUNDREDTHS PIC 9(9) VALUE 0.
01  WS-ELAPSED-HUNDREDTHS PIC 9(9) VALUE 0.
01  WS-ELAPSED-SECONDS PIC 9(7)V99 VALUE 0.
01  WS-ELAPSED-DISPLAY PIC Z(6)9.99.
01  WS-RUN-RECORD-COUNT PIC 9(7) VALUE 0.
01  WS-RECORDS-PER-SECOND PIC 9(9) VALUE 0.

01  WS-TRAILER-FOUND PIC X VALUE 'N'.
01  WS-BALANCE-DISCREPANCY PIC X VALUE 'N'.
01  WS-EXCEPTION-FLAG PIC X VALUE 'N'.
01  WS-GL-WITHHELD PIC X VALUE 'N'.
01  WS-EXPECTED-RECORD-COUNT PIC 9(7) VALUE 0.
01  WS-EXPECTED-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER VALUE 0.

01  WS-AMOUNT-THRESHOLD PIC S9(7)V99 VALUE 0.
01  WS-LIMIT-EXCEEDED PIC X VALUE 'N'.
01  WS-COLLECTION-HOLD PIC X VALUE 'N'.
01  WS-ACCOUNT-CLOSED PIC X VALUE 'N'.

01  WS-PARM-STATUS PIC XX.
01  WS-PARM-EOF-FLAG PIC X VALUE 'N'.
01  WS-PROJECTED-BALANCE PIC S9(9)V99 VALUE 0.

01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-HISTORY-STATUS PIC XX.
01  WS-HISTORY-SEQUENCE PIC 9(7) VALUE 0.
01  WS-RUN-LOG-STATUS PIC XX.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-START-TIME FROM TIME
    PERFORM GET-RUN-PARAMETERS
    IF SORTED-MODE THEN
        DISPLAY "Running in sorted sequential master-update mode"
    END-IF
    IF SIMULATION-MODE THEN
        DISPLAY "Running in validation-only simulation mode"
        PERFORM CHECK-SIMULATION-LOCKOUT
        MOVE WS-RESTART-BATCH-RECORD-COUNT TO WS-BATCH-RECORD-COUNT
        MOVE WS-RESTART-BATCH-TOTAL-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
        MOVE WS-RESTART-BATCH-REJECT-COUNT TO WS-BATCH-REJECT-COUNT
        IF SORTED-MODE AND WS-BATCH-OPEN = 'Y' THEN
            PERFORM START-BATCH-COLLECTION
        END-IF
        DISPLAY "Restarting after checkpoint - record count "
            WS-RECORD-COUNT " total " WS-TOTAL-AMOUNT
    ELSE
                    ELSE
                        IF WS-DUPLICATE-BATCH = 'N'
                           AND WS-CLOSED-PERIOD = 'N' THEN
                            IF SORTED-MODE THEN
                                PERFORM COLLECT-BATCH-RECORD
                            ELSE
                                PERFORM PROCESS-DETAIL-RECORD
                            END-IF
                        END-IF
                    END-IF
                WHEN SETUP-RECORD
                    ELSE
                        IF WS-DUPLICATE-BATCH = 'N'
                           AND WS-CLOSED-PERIOD = 'N' THEN
                            IF SORTED-MODE THEN
                                PERFORM COLLECT-BATCH-RECORD
                            ELSE
                                PERFORM PROCESS-SETUP-RECORD
                            END-IF
                        END-IF
                    END-IF
                WHEN TRAILER-RECORD
                        WS-RECORD-TYPE
            END-EVALUATE
            IF NOT SIMULATION-MODE THEN
                IF NOT SORTED-MODE OR WS-BATCH-OPEN = 'N'
                   OR HEADER-RECORD THEN
                    PERFORM WRITE-CHECKPOINT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    END-IF
    CLOSE TRANSACTION-HISTORY
    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL

    DISPLAY "Total amount:" WS-TOTAL-AMOUNT
    IF WS-ERROR-FLAG = 'Y' THEN
    IF WS-BALANCE-DISCREPANCY = 'Y' THEN
        DISPLAY "Trailer balance discrepancy detected - see CUSTRPT"
    END-IF
    PERFORM DISPLAY-RUN-STATISTICS
    EVALUATE TRUE
        WHEN WS-BALANCE-DISCREPANCY = 'Y' OR WS-GL-WITHHELD = 'Y'
            MOVE 8 TO RETURN-CODE
        WHEN WS-ERROR-FLAG = 'Y' OR WS-EXCEPTION-FLAG = 'Y'
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-RUN-PARAMETERS.
    IF WS-THRESHOLD-NUM IS NOT NUMERIC THEN
        DISPLAY "AMOUNT-THRESHOLD must be 9 digits NNNNNNNVV - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-THRESHOLD-NUM TO WS-AMOUNT-THRESHOLD
       OR WS-PAGE-PARM-NUM = 0 THEN
        DISPLAY "LINES-PER-PAGE must be 2 digits greater than "
            "zero - " WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PAGE-PARM-NUM TO WS-LINES-PER-PAGE
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-RUN-MODE
    END-IF
    MOVE "PROCESS-MODE" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' AND WS-PARM-VALUE NOT = SPACES THEN
        MOVE WS-PARM-VALUE TO WS-PROCESS-MODE
        IF NOT VALID-PROCESS-MODE THEN
            DISPLAY "PROCESS-MODE must be R (random) or S (sorted) - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

LOAD-PARAMETER-TABLE.
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

    MOVE "LINES-PER-PAGE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "RUN-MODE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "PROCESS-MODE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO.

WRITE-ONE-PARM-ECHO.
                DISPLAY "Simulation refused - restart checkpoint "
                    "pending for an interrupted run"
                CLOSE CHECKPOINT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE CHECKPOINT-FILE
                        TO WS-RESTART-BATCH-TOTAL-AMOUNT
                    MOVE CKPT-BATCH-REJECT-COUNT
                        TO WS-RESTART-BATCH-REJECT-COUNT
                    MOVE CKPT-PROCESS-MODE TO WS-RESTART-PROCESS-MODE
                    MOVE CKPT-SORT-PHASE TO WS-RESTART-SORT-PHASE
                    IF CKPT-SORT-COUNT IS NUMERIC THEN
                        MOVE CKPT-SORT-COUNT TO WS-RESTART-SORT-COUNT
                    ELSE
                        MOVE 0 TO WS-RESTART-SORT-COUNT
                    END-IF
                    MOVE 'Y' TO WS-RESTART-FLAG
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
        IF WS-RESTART-FLAG = 'Y' THEN
            IF WS-RESTART-PROCESS-MODE = SPACE THEN
                MOVE 'R' TO WS-RESTART-PROCESS-MODE
            END-IF
            IF WS-RESTART-PROCESS-MODE NOT = WS-PROCESS-MODE THEN
                DISPLAY "Restart checkpoint taken in PROCESS-MODE "
                    WS-RESTART-PROCESS-MODE
                    " - restart must use the same mode"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-RESTART-PHYSICAL-COUNT TO WS-PHYSICAL-READ-COUNT
            MOVE WS-RESTART-RECORD-COUNT TO WS-RECORD-COUNT
            MOVE WS-RESTART-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT
    END-PERFORM.

WRITE-CHECKPOINT.
    IF WS-SORT-PHASE = SPACE THEN
        MOVE WS-PHYSICAL-READ-COUNT TO CKPT-PHYSICAL-READ-COUNT
    ELSE
        MOVE WS-BATCH-HEADER-PHYSICAL TO CKPT-PHYSICAL-READ-COUNT
    END-IF
    MOVE WS-RECORD-COUNT TO CKPT-RECORD-COUNT
    MOVE WS-TOTAL-AMOUNT TO CKPT-TOTAL-AMOUNT
    MOVE WS-HISTORY-SEQUENCE TO CKPT-HISTORY-SEQUENCE
    MOVE WS-BATCH-RECORD-COUNT TO CKPT-BATCH-RECORD-COUNT
    MOVE WS-BATCH-TOTAL-AMOUNT TO CKPT-BATCH-TOTAL-AMOUNT
    MOVE WS-BATCH-REJECT-COUNT TO CKPT-BATCH-REJECT-COUNT
    MOVE WS-PROCESS-MODE TO CKPT-PROCESS-MODE
    MOVE WS-SORT-PHASE TO CKPT-SORT-PHASE
    MOVE WS-SORT-PHASE-COUNT TO CKPT-SORT-COUNT
    WRITE WS-CHECKPOINT-RECORD.

CLEAR-CHECKPOINT-FILE.
    ADD 1 TO WS-RECORD-COUNT
    ADD 1 TO WS-BATCH-RECORD-COUNT
    PERFORM CHECK-DUPLICATE-ID
    PERFORM VALIDATE-DETAIL-FIELDS
    IF WS-REJECT-REASON-TEXT = SPACES THEN
        PERFORM CHECK-CUSTOMER-ON-MASTER
        IF WS-CUSTOMER-KNOWN = 'N' THEN
            MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON-TEXT
        ELSE
            PERFORM CHECK-CREDIT-LIMIT
            PERFORM SET-MASTER-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON-TEXT = SPACES THEN
        IF NOT SIMULATION-MODE THEN
            PERFORM UPDATE-CUSTOMER-MASTER
        END-IF
        PERFORM WRITE-POSTED-DETAIL
    ELSE
        PERFORM WRITE-REJECT-RECORD
    END-IF.

VALIDATE-DETAIL-FIELDS.
    MOVE SPACES TO WS-REJECT-REASON-TEXT
    EVALUATE TRUE
        WHEN WS-AMOUNT IS NOT NUMERIC
            MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON-TEXT
        WHEN NOT CREDIT-INDICATOR AND NOT DEBIT-INDICATOR
            MOVE "BAD CR/DR INDICATOR" TO WS-REJECT-REASON-TEXT
        WHEN (CREDIT-INDICATOR AND WS-AMOUNT > 0)
             OR (DEBIT-INDICATOR AND WS-AMOUNT < 0)
            MOVE "CR/DR SIGN MISMATCH" TO WS-REJECT-REASON-TEXT
    END-EVALUATE.

SET-MASTER-REJECT-REASON.
    EVALUATE TRUE
        WHEN WS-ACCOUNT-CLOSED = 'Y'
            MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON-TEXT
        WHEN WS-COLLECTION-HOLD = 'Y'
            MOVE "COLLECTION HOLD - DEBIT" TO WS-REJECT-REASON-TEXT
        WHEN WS-LIMIT-EXCEEDED = 'Y'
            MOVE "CREDIT LIMIT EXCEEDED" TO WS-REJECT-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-REJECT-REASON-TEXT
    END-EVALUATE.

WRITE-POSTED-DETAIL.
    ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
    ADD WS-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
    PERFORM WRITE-DETAIL-LINE
    IF NOT SIMULATION-MODE THEN
        PERFORM WRITE-HISTORY-RECORD
    END-IF
    IF FUNCTION ABS(WS-AMOUNT) > WS-AMOUNT-THRESHOLD THEN
        PERFORM WRITE-THRESHOLD-EXCEPTION
    END-IF.

OPEN-CUSTOMER-MASTER.
        OPEN OUTPUT CUSTOMER-MASTER
        CLOSE CUSTOMER-MASTER
        OPEN I-O CUSTOMER-MASTER
    END-IF
    PERFORM OPEN-MASTER-JOURNAL.

DEFAULT-ACCOUNT-TYPE.
    IF WS-ACCOUNT-TYPE = SPACES THEN

CHECK-CREDIT-LIMIT.
    MOVE 'N' TO WS-LIMIT-EXCEEDED
    MOVE 'N' TO WS-COLLECTION-HOLD
    MOVE 'N' TO WS-ACCOUNT-CLOSED
    MOVE WS-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM SET-MASTER-CONDITIONS
    END-READ.

SET-MASTER-CONDITIONS.
    IF MASTER-COLLECTION-HOLD AND DEBIT-INDICATOR THEN
        MOVE 'Y' TO WS-COLLECTION-HOLD
    END-IF
    IF MASTER-ACCOUNT-CLOSED THEN
        MOVE 'Y' TO WS-ACCOUNT-CLOSED
    END-IF
    IF WS-MASTER-CREDIT-LIMIT > 0 THEN
        COMPUTE WS-PROJECTED-BALANCE
            = WS-MASTER-TOTAL-AMOUNT + WS-AMOUNT
        IF WS-PROJECTED-BALANCE > WS-MASTER-CREDIT-LIMIT THEN
            MOVE 'Y' TO WS-LIMIT-EXCEEDED
        END-IF
    END-IF.

UPDATE-CUSTOMER-MASTER.
    MOVE WS-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            PERFORM ADD-MASTER-FROM-DETAIL
        NOT INVALID KEY
            PERFORM POST-DETAIL-TO-MASTER
    END-READ.

ADD-MASTER-FROM-DETAIL.
    MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
    MOVE WS-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    MOVE WS-CUSTOMER-NAME TO WS-MASTER-CUSTOMER-NAME
    MOVE WS-AMOUNT TO WS-MASTER-TOTAL-AMOUNT
    MOVE 0 TO WS-MASTER-CREDIT-LIMIT
    MOVE SPACES TO WS-MASTER-ADDRESS-LINE-1
    MOVE SPACES TO WS-MASTER-ADDRESS-LINE-2
    MOVE SPACES TO WS-MASTER-CITY
    MOVE SPACES TO WS-MASTER-STATE
    MOVE SPACES TO WS-MASTER-POSTAL-CODE
    MOVE 'M' TO WS-MASTER-DELIVERY-PREF
    MOVE WS-BATCH-RUN-DATE TO WS-MASTER-LAST-UPDATED
    MOVE SPACE TO WS-MASTER-DUNNING-LEVEL
    MOVE SPACES TO WS-MASTER-LAST-NOTICE-DATE
    MOVE SPACE TO WS-MASTER-COLLECTION-STATUS
    WRITE WS-MASTER-RECORD
    MOVE 'A' TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL.

POST-DETAIL-TO-MASTER.
    MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
    ADD WS-AMOUNT TO WS-MASTER-TOTAL-AMOUNT
    MOVE WS-CUSTOMER-NAME TO WS-MASTER-CUSTOMER-NAME
    MOVE WS-BATCH-RUN-DATE TO WS-MASTER-LAST-UPDATED
    REWRITE WS-MASTER-RECORD
    MOVE 'C' TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL.

CHECK-DUPLICATE-ID.
    PERFORM FIND-DUPLICATE-ID
    IF WS-DUPLICATE-FOUND = 'Y' THEN
    MOVE WS-AMOUNT-ALPHA TO EXC-AMOUNT
    MOVE "DUPLICATE CUSTOMER ID" TO EXC-REASON
    MOVE WS-EXCEPTION-DETAIL-LINE TO WS-EXCEPTION-LINE
    WRITE WS-EXCEPTION-LINE
    MOVE 'Y' TO WS-EXCEPTION-FLAG.

WRITE-THRESHOLD-EXCEPTION.
    MOVE WS-CUSTOMER-ID TO EXC-CUSTOMER-ID
    MOVE WS-AMOUNT-ALPHA TO EXC-AMOUNT
    MOVE "AMOUNT EXCEEDS THRESHOLD" TO EXC-REASON
    MOVE WS-EXCEPTION-DETAIL-LINE TO WS-EXCEPTION-LINE
    WRITE WS-EXCEPTION-LINE
    MOVE 'Y' TO WS-EXCEPTION-FLAG.

WRITE-EXCEPTION-HEADER.
    MOVE WS-EXCEPTION-TITLE-LINE TO WS-EXCEPTION-LINE
    MOVE 'Y' TO WS-BATCH-OPEN
    PERFORM CHECK-DUPLICATE-BATCH
    PERFORM CHECK-PERIOD-STATUS
    IF SORTED-MODE THEN
        PERFORM START-BATCH-COLLECTION
    END-IF
    PERFORM WRITE-HEADER-INFO-LINE.

RESET-BATCH-STATE.
    MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    READ CUSTOMER-MASTER
        INVALID KEY
            PERFORM ADD-MASTER-FROM-SETUP
        NOT INVALID KEY
            CONTINUE
    END-READ.

ADD-MASTER-FROM-SETUP.
    MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
    MOVE WS-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
    MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
    MOVE WS-CUSTOMER-NAME TO WS-MASTER-CUSTOMER-NAME
    MOVE 0 TO WS-MASTER-TOTAL-AMOUNT
    MOVE 0 TO WS-MASTER-CREDIT-LIMIT
    MOVE SPACES TO WS-MASTER-ADDRESS-LINE-1
    MOVE SPACES TO WS-MASTER-ADDRESS-LINE-2
    MOVE SPACES TO WS-MASTER-CITY
    MOVE SPACES TO WS-MASTER-STATE
    MOVE SPACES TO WS-MASTER-POSTAL-CODE
    MOVE 'M' TO WS-MASTER-DELIVERY-PREF
    MOVE WS-BATCH-RUN-DATE TO WS-MASTER-LAST-UPDATED
    MOVE SPACE TO WS-MASTER-DUNNING-LEVEL
    MOVE SPACES TO WS-MASTER-LAST-NOTICE-DATE
    MOVE SPACE TO WS-MASTER-COLLECTION-STATUS
    WRITE WS-MASTER-RECORD
    MOVE 'A' TO WS-JOURNAL-ACTION
    PERFORM WRITE-MASTER-JOURNAL.

CHECK-CUSTOMER-ON-MASTER.
    PERFORM SEARCH-SETUP-TABLE
    IF WS-CUSTOMER-KNOWN = 'N' THEN
        MOVE WS-CUSTOMER-ID TO WS-MASTER-CUSTOMER-ID
        MOVE WS-ACCOUNT-TYPE TO WS-MASTER-ACCOUNT-TYPE
        END-READ
    END-IF.

SEARCH-SETUP-TABLE.
    MOVE 'N' TO WS-CUSTOMER-KNOWN
    PERFORM VARYING WS-SETUP-INDEX FROM 1 BY 1
            UNTIL WS-SETUP-INDEX > WS-SETUP-COUNT
        IF WS-SETUP-ID(WS-SETUP-INDEX) = WS-CUSTOMER-ID
           AND WS-SETUP-ACCOUNT(WS-SETUP-INDEX)
               = WS-ACCOUNT-TYPE THEN
            MOVE 'Y' TO WS-CUSTOMER-KNOWN
        END-IF
    END-PERFORM.

REPLAY-DETAIL-RECORD.
    PERFORM DEFAULT-ACCOUNT-TYPE
    PERFORM REPLAY-DUPLICATE-CHECK.

START-BATCH-COLLECTION.
    MOVE WS-PHYSICAL-READ-COUNT TO WS-BATCH-HEADER-PHYSICAL
    MOVE 0 TO WS-BATCH-SEQUENCE
    OPEN OUTPUT BATCH-WORK-FILE
    IF WS-BATCH-WORK-STATUS NOT = '00' THEN
        DISPLAY "Cannot open batch work file CUSTBWRK - status "
            WS-BATCH-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

COLLECT-BATCH-RECORD.
    PERFORM DEFAULT-ACCOUNT-TYPE
    ADD 1 TO WS-BATCH-SEQUENCE
    MOVE WS-CUSTOMER-ID TO BW-CUSTOMER-ID
    MOVE WS-ACCOUNT-TYPE TO BW-ACCOUNT-TYPE
    MOVE WS-BATCH-SEQUENCE TO BW-INPUT-SEQUENCE
    MOVE WS-DATA-RECORD TO BW-DATA-RECORD
    WRITE WS-BATCH-WORK-RECORD.

PROCESS-SORTED-BATCH.
    MOVE WS-DATA-RECORD TO WS-SAVED-INPUT-RECORD
    IF WS-RESTART-SORT-PHASE NOT = 'R' THEN
        PERFORM MERGE-SORTED-BATCH
    END-IF
    PERFORM WRITE-SORTED-BATCH-RESULTS
    MOVE SPACE TO WS-SORT-PHASE
    MOVE 0 TO WS-SORT-PHASE-COUNT
    MOVE SPACE TO WS-RESTART-SORT-PHASE
    MOVE 0 TO WS-RESTART-SORT-COUNT
    MOVE WS-SAVED-INPUT-RECORD TO WS-DATA-RECORD.

MERGE-SORTED-BATCH.
    SORT BATCH-SORT-WORK
        ON ASCENDING KEY BSW-CUSTOMER-ID
        ON ASCENDING KEY BSW-ACCOUNT-TYPE
        ON ASCENDING KEY BSW-INPUT-SEQUENCE
        USING BATCH-WORK-FILE
        GIVING SORTED-BATCH-FILE
    OPEN INPUT SORTED-BATCH-FILE
    IF WS-SORTED-BATCH-STATUS NOT = '00' THEN
        DISPLAY "Cannot open sorted batch file CUSTBSRT - status "
            WS-SORTED-BATCH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RESTART-SORT-PHASE = 'M' THEN
        OPEN EXTEND OUTCOME-WORK-FILE
        IF WS-OUTCOME-STATUS = '35' THEN
            OPEN OUTPUT OUTCOME-WORK-FILE
        END-IF
    ELSE
        OPEN OUTPUT OUTCOME-WORK-FILE
    END-IF
    IF WS-OUTCOME-STATUS NOT = '00' THEN
        DISPLAY "Cannot open batch outcome file CUSTBRES - status "
            WS-OUTCOME-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'M' TO WS-SORT-PHASE
    MOVE 0 TO WS-SORT-PHASE-COUNT
    MOVE LOW-VALUES TO WS-MERGE-KEY
    MOVE 'N' TO WS-MERGE-GROUP-LOADED
    MOVE 'N' TO WS-MERGE-DETAIL-SEEN
    MOVE 'N' TO WS-MASTER-IN-HAND
    MOVE 'N' TO WS-BROWSE-STARTED
    MOVE 'N' TO WS-BROWSE-EOF
    MOVE LOW-VALUES TO WS-BROWSE-KEY
    MOVE 'N' TO WS-SORTED-EOF-FLAG
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
        READ SORTED-BATCH-FILE
            AT END MOVE 'Y' TO WS-SORTED-EOF-FLAG
        END-READ
        IF WS-SORTED-EOF-FLAG = 'N' THEN
            ADD 1 TO WS-SORT-PHASE-COUNT
            MOVE BS-DATA-RECORD TO WS-DATA-RECORD
            IF WS-RESTART-SORT-PHASE = 'M'
               AND WS-SORT-PHASE-COUNT <= WS-RESTART-SORT-COUNT THEN
                PERFORM REPLAY-SORTED-RECORD
            ELSE
                PERFORM MERGE-SORTED-RECORD
                IF NOT SIMULATION-MODE THEN
                    PERFORM WRITE-CHECKPOINT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE SORTED-BATCH-FILE
    CLOSE OUTCOME-WORK-FILE.

REPLAY-SORTED-RECORD.
    IF BS-SORT-KEY NOT = WS-MERGE-KEY THEN
        MOVE BS-SORT-KEY TO WS-MERGE-KEY
        MOVE 'N' TO WS-MERGE-DETAIL-SEEN
    END-IF
    MOVE 'N' TO WS-MERGE-GROUP-LOADED
    IF SETUP-RECORD THEN
        PERFORM REGISTER-SETUP-ID
    ELSE
        MOVE 'Y' TO WS-MERGE-DETAIL-SEEN
    END-IF.

MERGE-SORTED-RECORD.
    IF BS-SORT-KEY NOT = WS-MERGE-KEY THEN
        MOVE BS-SORT-KEY TO WS-MERGE-KEY
        MOVE 'N' TO WS-MERGE-GROUP-LOADED
        MOVE 'N' TO WS-MERGE-DETAIL-SEEN
    END-IF
    IF WS-MERGE-GROUP-LOADED = 'N' THEN
        PERFORM ADVANCE-MASTER-BROWSE
        MOVE 'Y' TO WS-MERGE-GROUP-LOADED
    END-IF
    IF SETUP-RECORD THEN
        PERFORM MERGE-SETUP-RECORD
    ELSE
        PERFORM MERGE-DETAIL-RECORD
    END-IF.

ADVANCE-MASTER-BROWSE.
    IF WS-BROWSE-STARTED = 'N' THEN
        MOVE 'Y' TO WS-BROWSE-STARTED
        MOVE WS-MERGE-KEY TO WS-MASTER-KEY
        START CUSTOMER-MASTER KEY NOT < WS-MASTER-KEY
            INVALID KEY
                MOVE 'Y' TO WS-BROWSE-EOF
                MOVE HIGH-VALUES TO WS-BROWSE-KEY
        END-START
    END-IF
    PERFORM UNTIL WS-BROWSE-EOF = 'Y'
            OR WS-BROWSE-KEY NOT < WS-MERGE-KEY
        READ CUSTOMER-MASTER NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BROWSE-EOF
                MOVE HIGH-VALUES TO WS-BROWSE-KEY
            NOT AT END
                MOVE WS-MASTER-RECORD TO WS-BROWSE-RECORD
                MOVE WS-MASTER-KEY TO WS-BROWSE-KEY
        END-READ
    END-PERFORM
    IF WS-BROWSE-KEY = WS-MERGE-KEY THEN
        MOVE WS-BROWSE-RECORD TO WS-MASTER-RECORD
        MOVE 'Y' TO WS-MASTER-IN-HAND
    ELSE
        MOVE 'N' TO WS-MASTER-IN-HAND
    END-IF.

MERGE-SETUP-RECORD.
    PERFORM REGISTER-SETUP-ID
    IF NOT SIMULATION-MODE AND WS-MASTER-IN-HAND = 'N' THEN
        PERFORM ADD-MASTER-FROM-SETUP
        IF WS-MASTER-STATUS = '00' THEN
            MOVE 'Y' TO WS-MASTER-IN-HAND
        END-IF
    END-IF.

MERGE-DETAIL-RECORD.
    MOVE BS-INPUT-SEQUENCE TO BR-INPUT-SEQUENCE
    MOVE WS-MERGE-DETAIL-SEEN TO BR-DUPLICATE-FLAG
    MOVE 'Y' TO WS-MERGE-DETAIL-SEEN
    PERFORM VALIDATE-DETAIL-FIELDS
    IF WS-REJECT-REASON-TEXT = SPACES THEN
        PERFORM CHECK-HELD-MASTER
        IF WS-CUSTOMER-KNOWN = 'N' THEN
            MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON-TEXT
        ELSE
            PERFORM SET-MASTER-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON-TEXT = SPACES AND NOT SIMULATION-MODE THEN
        PERFORM POST-DETAIL-TO-HELD-MASTER
    END-IF
    MOVE WS-REJECT-REASON-TEXT TO BR-REJECT-REASON
    MOVE WS-DATA-RECORD TO BR-DATA-RECORD
    WRITE WS-OUTCOME-RECORD.

CHECK-HELD-MASTER.
    MOVE 'N' TO WS-LIMIT-EXCEEDED
    MOVE 'N' TO WS-COLLECTION-HOLD
    MOVE 'N' TO WS-ACCOUNT-CLOSED
    IF WS-MASTER-IN-HAND = 'Y' THEN
        MOVE 'Y' TO WS-CUSTOMER-KNOWN
        PERFORM SET-MASTER-CONDITIONS
    ELSE
        PERFORM SEARCH-SETUP-TABLE
    END-IF.

POST-DETAIL-TO-HELD-MASTER.
    IF WS-MASTER-IN-HAND = 'Y' THEN
        PERFORM POST-DETAIL-TO-MASTER
    ELSE
        PERFORM ADD-MASTER-FROM-DETAIL
        IF WS-MASTER-STATUS = '00' THEN
            MOVE 'Y' TO WS-MASTER-IN-HAND
        END-IF
    END-IF.

WRITE-SORTED-BATCH-RESULTS.
    SORT OUTCOME-SORT-WORK
        ON ASCENDING KEY OSW-INPUT-SEQUENCE
        USING OUTCOME-WORK-FILE
        GIVING SORTED-OUTCOME-FILE
    OPEN INPUT SORTED-OUTCOME-FILE
    IF WS-SORTED-OUTCOME-STATUS NOT = '00' THEN
        DISPLAY "Cannot open sorted outcome file CUSTBOUT - status "
            WS-SORTED-OUTCOME-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'R' TO WS-SORT-PHASE
    MOVE 0 TO WS-SORT-PHASE-COUNT
    MOVE 'N' TO WS-SORTED-EOF-FLAG
    PERFORM UNTIL WS-SORTED-EOF-FLAG = 'Y'
        READ SORTED-OUTCOME-FILE
            AT END MOVE 'Y' TO WS-SORTED-EOF-FLAG
        END-READ
        IF WS-SORTED-EOF-FLAG = 'N' THEN
            ADD 1 TO WS-SORT-PHASE-COUNT
            IF WS-RESTART-SORT-PHASE NOT = 'R'
               OR WS-SORT-PHASE-COUNT > WS-RESTART-SORT-COUNT THEN
                PERFORM WRITE-SORTED-OUTCOME
                IF NOT SIMULATION-MODE THEN
                    PERFORM WRITE-CHECKPOINT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE SORTED-OUTCOME-FILE.

WRITE-SORTED-OUTCOME.
    MOVE BO-DATA-RECORD TO WS-DATA-RECORD
    ADD 1 TO WS-RECORD-COUNT
    ADD 1 TO WS-BATCH-RECORD-COUNT
    IF BO-DUPLICATE-FLAG = 'Y' THEN
        PERFORM WRITE-DUPLICATE-EXCEPTION
    END-IF
    IF BO-REJECT-REASON = SPACES THEN
        PERFORM WRITE-POSTED-DETAIL
    ELSE
        MOVE BO-REJECT-REASON TO WS-REJECT-REASON-TEXT
        PERFORM WRITE-REJECT-RECORD
    END-IF.

FINALIZE-BATCH.
    IF SORTED-MODE THEN
        CLOSE BATCH-WORK-FILE
        IF WS-DUPLICATE-BATCH = 'N' AND WS-CLOSED-PERIOD = 'N' THEN
            PERFORM PROCESS-SORTED-BATCH
        END-IF
    END-IF
    IF WS-DUPLICATE-BATCH = 'N' AND WS-CLOSED-PERIOD = 'N' THEN
        PERFORM VALIDATE-TRAILER-BALANCE
    END-IF
        WHEN WS-DUPLICATE-BATCH = 'Y'
            DISPLAY "GL extract withheld - duplicate batch "
                WS-BATCH-ID
            MOVE 'Y' TO WS-GL-WITHHELD
        WHEN WS-CLOSED-PERIOD = 'Y'
            DISPLAY "GL extract withheld - closed period for batch "
                WS-BATCH-ID
            MOVE 'Y' TO WS-GL-WITHHELD
        WHEN WS-BATCH-DISCREPANCY = 'Y'
            DISPLAY "GL extract withheld - trailer discrepancy "
                "for batch " WS-BATCH-ID
            MOVE 'Y' TO WS-GL-WITHHELD
        WHEN OTHER
            PERFORM WRITE-GL-EXTRACT
    END-EVALUATE
                                "incomplete"
                        END-IF
                    END-IF
                    IF RLOG-COMPLETION-FLAG = 'X' THEN
                        PERFORM REMOVE-REVERSED-BATCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-LOG-FILE
    END-IF.

REMOVE-REVERSED-BATCH.
    PERFORM VARYING WS-BATCH-TABLE-INDEX FROM 1 BY 1
            UNTIL WS-BATCH-TABLE-INDEX > WS-COMPLETED-BATCH-COUNT
        IF WS-COMPLETED-BATCH-ID(WS-BATCH-TABLE-INDEX)
           = RLOG-BATCH-ID THEN
            MOVE WS-COMPLETED-BATCH-ID(WS-COMPLETED-BATCH-COUNT)
                TO WS-COMPLETED-BATCH-ID(WS-BATCH-TABLE-INDEX)
            SUBTRACT 1 FROM WS-COMPLETED-BATCH-COUNT
        END-IF
    END-PERFORM.

LOAD-PERIOD-TABLE.
    OPEN INPUT PERIOD-CONTROL
    IF WS-PERIOD-STATUS = '00' THEN
    MOVE WS-BATCH-ID TO HIST-BATCH-ID
    MOVE WS-BATCH-RUN-DATE TO HIST-RUN-DATE
    MOVE WS-HISTORY-SEQUENCE TO HIST-SEQUENCE-NUMBER
    MOVE 'O' TO HIST-ITEM-STATUS
    MOVE WS-AMOUNT TO HIST-OPEN-AMOUNT
    WRITE WS-HISTORY-RECORD.

WRITE-REJECT-RECORD.
        MOVE WS-DISCREPANCY-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

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
        MOVE "CUSTPROC" TO JRNL-PROGRAM
        MOVE WS-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.

DISPLAY-RUN-STATISTICS.
    ACCEPT WS-END-TIME FROM TIME
    COMPUTE WS-START-HUNDREDTHS = WS-START-HH * 360000
        + WS-START-MM * 6000 + WS-START-SS * 100 + WS-START-CC
    COMPUTE WS-END-HUNDREDTHS = WS-END-HH * 360000
        + WS-END-MM * 6000 + WS-END-SS * 100 + WS-END-CC
    IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS THEN
        ADD 8640000 TO WS-END-HUNDREDTHS
    END-IF
    COMPUTE WS-ELAPSED-HUNDREDTHS
        = WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
    COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-HUNDREDTHS / 100
    COMPUTE WS-RUN-RECORD-COUNT
        = WS-PHYSICAL-READ-COUNT - WS-RESTART-PHYSICAL-COUNT
    IF WS-ELAPSED-HUNDREDTHS > 0 THEN
        COMPUTE WS-RECORDS-PER-SECOND ROUNDED
            = WS-RUN-RECORD-COUNT * 100 / WS-ELAPSED-HUNDREDTHS
    ELSE
        MOVE WS-RUN-RECORD-COUNT TO WS-RECORDS-PER-SECOND
    END-IF
    MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-DISPLAY
    IF SORTED-MODE THEN
        DISPLAY "Process mode: SORTED"
    ELSE
        DISPLAY "Process mode: RANDOM"
    END-IF
    DISPLAY "Records read this run: " WS-RUN-RECORD-COUNT
    DISPLAY "Elapsed seconds: " WS-ELAPSED-DISPLAY
    DISPLAY "Records per second: " WS-RECORDS-PER-SECOND.
