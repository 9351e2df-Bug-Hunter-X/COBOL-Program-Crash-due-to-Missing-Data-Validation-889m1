        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT MASTER-JOURNAL ASSIGN TO "CUSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    05  HIST-BATCH-ID PIC X(10).
    05  HIST-RUN-DATE PIC X(8).
    05  HIST-SEQUENCE-NUMBER PIC 9(7).
    05  HIST-ITEM-STATUS PIC X(1).
        88  HIST-ITEM-OPEN VALUE 'O'.
        88  HIST-ITEM-PART-PAID VALUE 'P'.
        88  HIST-ITEM-PAID VALUE 'C'.
        88  HIST-ITEM-REVERSED VALUE 'R'.
    05  HIST-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  GL-EXTRACT-FILE.
01  WS-GL-EXTRACT-RECORD.
FD  ASSESSMENT-REPORT.
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
    05  WS-MASTER-POSTAL-CODE PIC X(10).
    05  WS-MASTER-DELIVERY-PREF PIC X(1).
    05  WS-MASTER-LAST-UPDATED PIC X(8).
    05  WS-MASTER-DUNNING-LEVEL PIC X(1).
    05  WS-MASTER-LAST-NOTICE-DATE PIC X(8).
    05  WS-MASTER-COLLECTION-STATUS PIC X(1).
        88  MASTER-COLLECTION-HOLD VALUE 'H'.

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS PIC XX.
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
01  WS-JOURNAL-BEFORE-IMAGE PIC X(172) VALUE SPACES.
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
01  WS-RUN-LOG-EOF-FLAG PIC X VALUE 'N'.
01  WS-ALREADY-ASSESSED PIC X VALUE 'N'.
        DISPLAY "Assessment rates must be 6 digits NNNNNN "
            "meaning NN.NNNN percent - SVC-RATE-PCT "
            WS-SVC-RATE-TEXT " INT-RATE-PCT " WS-INT-RATE-TEXT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SVC-RATE-NUM = 0 AND WS-INT-RATE-NUM = 0 THEN
        DISPLAY "Both assessment rates are zero - nothing to do"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-PRIOR-ASSESSMENT
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-MASTER-JOURNAL
    OPEN EXTEND TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS = '35' THEN
        OPEN OUTPUT TRANSACTION-HISTORY
    PERFORM WRITE-ASSESSMENT-SUMMARY

    CLOSE CUSTOMER-MASTER
    CLOSE MASTER-JOURNAL
    CLOSE TRANSACTION-HISTORY
    CLOSE GL-EXTRACT-FILE
    CLOSE ASSESSMENT-REPORT
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

                AT END MOVE 'Y' TO WS-RUN-LOG-EOF-FLAG
            END-READ
            IF WS-RUN-LOG-EOF-FLAG = 'N' THEN
                IF RLOG-BATCH-ID = WS-ASSESS-BATCH-ID THEN
                    EVALUATE RLOG-COMPLETION-FLAG
                        WHEN 'C'
                            MOVE 'Y' TO WS-ALREADY-ASSESSED
                        WHEN 'X'
                            MOVE 'N' TO WS-ALREADY-ASSESSED
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        END-PERFORM
    IF WS-ALREADY-ASSESSED = 'Y' THEN
        DISPLAY "Assessment already completed - processing refused "
            "for batch " WS-ASSESS-BATCH-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    END-EVALUATE
    IF WS-ASSESSMENT-AMOUNT NOT = 0 THEN
        MOVE WS-MASTER-TOTAL-AMOUNT TO WS-OLD-BALANCE
        MOVE WS-MASTER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
        ADD WS-ASSESSMENT-AMOUNT TO WS-MASTER-TOTAL-AMOUNT
        MOVE WS-RUN-DATE TO WS-MASTER-LAST-UPDATED
        REWRITE WS-MASTER-RECORD
        MOVE 'C' TO WS-JOURNAL-ACTION
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-ASSESSMENT-HISTORY
        ADD WS-ASSESSMENT-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
        ADD 1 TO WS-BATCH-RECORD-COUNT
    MOVE WS-ASSESS-BATCH-ID TO HIST-BATCH-ID
    MOVE WS-RUN-DATE TO HIST-RUN-DATE
    MOVE WS-ASSESS-SEQUENCE TO HIST-SEQUENCE-NUMBER
    MOVE 'O' TO HIST-ITEM-STATUS
    MOVE WS-ASSESSMENT-AMOUNT TO HIST-OPEN-AMOUNT
    WRITE WS-HISTORY-RECORD.

WRITE-ASSESSMENT-DETAIL-LINE.
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
        MOVE "CUSTASMT" TO JRNL-PROGRAM
        MOVE WS-ASSESS-BATCH-ID TO JRNL-BATCH-ID
        MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
        MOVE WS-JOURNAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
        IF WS-JOURNAL-ACTION = 'D' THEN
            MOVE SPACES TO JRNL-AFTER-IMAGE
        ELSE
            MOVE WS-MASTER-RECORD TO JRNL-AFTER-IMAGE
        END-IF
        WRITE WS-JOURNAL-RECORD
    END-IF.
