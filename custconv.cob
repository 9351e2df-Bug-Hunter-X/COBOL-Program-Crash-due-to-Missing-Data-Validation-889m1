        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-CARRYOVER-STATUS.

    SELECT OLD-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OMR-KEY
        FILE STATUS IS WS-OLD-MASTER-STATUS.

    SELECT NEW-MASTER ASSIGN TO "CUSTMNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NMR-KEY
        FILE STATUS IS WS-NEW-MASTER-STATUS.

    SELECT CONVERSION-REPORT ASSIGN TO "CUSTCONR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    05  NCR-REASON-CODE PIC X(25).
    05  NCR-RECYCLE-COUNT PIC 9(2).

FD  OLD-MASTER.
01  WS-OLD-MASTER-RECORD.
    05  OMR-KEY.
        10  OMR-CUSTOMER-ID PIC 9(5).
        10  OMR-ACCOUNT-TYPE PIC X(2).
    05  OMR-CUSTOMER-NAME PIC X(30).
    05  OMR-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  OMR-CREDIT-LIMIT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  OMR-ADDRESS-LINE-1 PIC X(30).
    05  OMR-ADDRESS-LINE-2 PIC X(30).
    05  OMR-CITY PIC X(20).
    05  OMR-STATE PIC X(2).
    05  OMR-POSTAL-CODE PIC X(10).
    05  OMR-DELIVERY-PREF PIC X(1).
    05  OMR-LAST-UPDATED PIC X(8).

FD  NEW-MASTER.
01  WS-NEW-MASTER-RECORD.
    05  NMR-KEY.
        10  NMR-CUSTOMER-ID PIC 9(5).
        10  NMR-ACCOUNT-TYPE PIC X(2).
    05  NMR-CUSTOMER-NAME PIC X(30).
    05  NMR-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  NMR-CREDIT-LIMIT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  NMR-ADDRESS-LINE-1 PIC X(30).
    05  NMR-ADDRESS-LINE-2 PIC X(30).
    05  NMR-CITY PIC X(20).
    05  NMR-STATE PIC X(2).
    05  NMR-POSTAL-CODE PIC X(10).
    05  NMR-DELIVERY-PREF PIC X(1).
    05  NMR-LAST-UPDATED PIC X(8).
    05  NMR-DUNNING-LEVEL PIC X(1).
    05  NMR-LAST-NOTICE-DATE PIC X(8).
    05  NMR-COLLECTION-STATUS PIC X(1).

FD  CONVERSION-REPORT.
01  WS-REPORT-LINE PIC X(80).

01  WS-NEW-REJECT-STATUS PIC XX.
01  WS-OLD-CARRYOVER-STATUS PIC XX.
01  WS-NEW-CARRYOVER-STATUS PIC XX.
01  WS-OLD-MASTER-STATUS PIC XX.
01  WS-NEW-MASTER-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  EOF-FLAG PIC X VALUE 'N'.

01  WS-HISTORY-CONVERTED PIC 9(7) VALUE 0.
01  WS-REJECTS-CONVERTED PIC 9(7) VALUE 0.
01  WS-CARRYOVER-CONVERTED PIC 9(7) VALUE 0.
01  WS-MASTERS-READ PIC 9(7) VALUE 0.
01  WS-MASTERS-WRITTEN PIC 9(7) VALUE 0.
01  WS-MASTER-WRITE-FAILURES PIC 9(7) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "ACCOUNT-TYPE LAYOUT CONVERSION".
    PERFORM CONVERT-HISTORY-FILE
    PERFORM CONVERT-REJECT-FILE
    PERFORM CONVERT-CARRYOVER-FILE
    PERFORM CONVERT-MASTER-FILE
    PERFORM WRITE-CONVERSION-SUMMARY

    CLOSE CONVERSION-REPORT
    DISPLAY "History records converted: " WS-HISTORY-CONVERTED
    DISPLAY "Reject records converted: " WS-REJECTS-CONVERTED
    DISPLAY "Carryover records converted: " WS-CARRYOVER-CONVERTED
    DISPLAY "Master records read: " WS-MASTERS-READ
        " written: " WS-MASTERS-WRITTEN
    IF WS-MASTER-WRITE-FAILURES > 0 THEN
        DISPLAY "Master conversion incomplete - do not replace "
            "CUSTMAST with CUSTMNEW"
        MOVE 16 TO RETURN-CODE
    END-IF
    DISPLAY "Replace CUSTHIST with CUSTHNEW, CUSTREJ with CUSTREJN, "
        "CUSTREJC with CUSTCRYN, CUSTMAST with CUSTMNEW to complete "
        "the conversion"
    STOP RUN.

CONVERT-HISTORY-FILE.
    WRITE WS-NEW-CARRYOVER-RECORD
    ADD 1 TO WS-CARRYOVER-CONVERTED.

CONVERT-MASTER-FILE.
    OPEN INPUT OLD-MASTER
    EVALUATE WS-OLD-MASTER-STATUS
        WHEN '00'
            PERFORM COPY-OLD-MASTER-FILE
        WHEN '35'
            DISPLAY "No customer master present - status "
                WS-OLD-MASTER-STATUS
        WHEN OTHER
            DISPLAY "Customer master is not in the 162-byte layout - "
                "status " WS-OLD-MASTER-STATUS
            ADD 1 TO WS-MASTER-WRITE-FAILURES
    END-EVALUATE.

COPY-OLD-MASTER-FILE.
    OPEN OUTPUT NEW-MASTER
    IF WS-NEW-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open new customer master CUSTMNEW - status "
            WS-NEW-MASTER-STATUS
        CLOSE OLD-MASTER
        CLOSE CONVERSION-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ OLD-MASTER
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            ADD 1 TO WS-MASTERS-READ
            PERFORM CONVERT-ONE-MASTER-RECORD
        END-IF
    END-PERFORM
    CLOSE OLD-MASTER
    CLOSE NEW-MASTER.

CONVERT-ONE-MASTER-RECORD.
    MOVE OMR-CUSTOMER-ID TO NMR-CUSTOMER-ID
    MOVE OMR-ACCOUNT-TYPE TO NMR-ACCOUNT-TYPE
    MOVE OMR-CUSTOMER-NAME TO NMR-CUSTOMER-NAME
    MOVE OMR-TOTAL-AMOUNT TO NMR-TOTAL-AMOUNT
    MOVE OMR-CREDIT-LIMIT TO NMR-CREDIT-LIMIT
    MOVE OMR-ADDRESS-LINE-1 TO NMR-ADDRESS-LINE-1
    MOVE OMR-ADDRESS-LINE-2 TO NMR-ADDRESS-LINE-2
    MOVE OMR-CITY TO NMR-CITY
    MOVE OMR-STATE TO NMR-STATE
    MOVE OMR-POSTAL-CODE TO NMR-POSTAL-CODE
    MOVE OMR-DELIVERY-PREF TO NMR-DELIVERY-PREF
    MOVE OMR-LAST-UPDATED TO NMR-LAST-UPDATED
    MOVE SPACE TO NMR-DUNNING-LEVEL
    MOVE SPACES TO NMR-LAST-NOTICE-DATE
    MOVE SPACE TO NMR-COLLECTION-STATUS
    WRITE WS-NEW-MASTER-RECORD
    IF WS-NEW-MASTER-STATUS = '00' THEN
        ADD 1 TO WS-MASTERS-WRITTEN
    ELSE
        DISPLAY "Cannot write master " NMR-KEY " - status "
            WS-NEW-MASTER-STATUS
        ADD 1 TO WS-MASTER-WRITE-FAILURES
    END-IF.

WRITE-CONVERSION-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "CARRYOVER RECORDS CONVERTED:" TO SUM-DESCRIPTION
    MOVE WS-CARRYOVER-CONVERTED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MASTER RECORDS READ:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MASTER RECORDS WRITTEN:" TO SUM-DESCRIPTION
    MOVE WS-MASTERS-WRITTEN TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.
