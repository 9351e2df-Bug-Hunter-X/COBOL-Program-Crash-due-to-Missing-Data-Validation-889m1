IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRECV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-BACKUP ASSIGN TO "CUSTMBKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT RECOVERY-REPORT ASSIGN TO "CUSTRCVR"
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
FD  MASTER-BACKUP.
01  WS-BACKUP-RECORD.
    05  BKP-RECORD-TYPE PIC X(1).
        88  BACKUP-HEADER VALUE 'H'.
        88  BACKUP-MASTER VALUE 'M'.
        88  BACKUP-TRAILER VALUE 'T'.
    05  BKP-MASTER-IMAGE PIC X(172).
01  WS-BACKUP-CONTROL REDEFINES WS-BACKUP-RECORD.
    05  BKC-RECORD-TYPE PIC X(1).
    05  BKC-BACKUP-DATE PIC X(8).
    05  BKC-BACKUP-TIME PIC X(8).
    05  BKC-RECORD-COUNT PIC 9(7).
    05  FILLER PIC X(149).

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

FD  RECOVERY-REPORT.
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

WORKING-STORAGE SECTION.
01  WS-BACKUP-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  WS-JOURNAL-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.

01  WS-RECOVERY-MODE PIC X VALUE SPACE.
    88  BACKUP-MODE VALUE 'B'.
    88  RECOVER-MODE VALUE 'R'.
01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-TIME PIC X(8) VALUE SPACES.
01  WS-BACKUP-BATCH-ID.
    05  FILLER PIC X(2) VALUE "BK".
    05  BKP-BATCH-DATE PIC X(6).
    05  BKP-BATCH-HOUR PIC X(2).

01  WS-BACKUP-STAMP.
    05  WS-BACKUP-DATE PIC X(8) VALUE SPACES.
    05  WS-BACKUP-TIME PIC X(8) VALUE SPACES.
01  WS-RECOVERY-POINT.
    05  WS-POINT-DATE PIC X(8) VALUE "99999999".
    05  WS-POINT-TIME PIC X(8) VALUE "99999999".
01  WS-JOURNAL-STAMP.
    05  WS-STAMP-DATE PIC X(8).
    05  WS-STAMP-TIME PIC X(8).
01  WS-LAST-APPLIED-STAMP.
    05  WS-LAST-APPLIED-DATE PIC X(8) VALUE SPACES.
    05  WS-LAST-APPLIED-TIME PIC X(8) VALUE SPACES.

01  WS-HEADER-FOUND PIC X VALUE 'N'.
01  WS-TRAILER-FOUND PIC X VALUE 'N'.
01  WS-MARKER-FOUND PIC X VALUE 'N'.
01  WS-PAST-MARKER PIC X VALUE 'N'.
01  WS-PAST-POINT PIC X VALUE 'N'.
01  WS-TRAILER-COUNT PIC 9(7) VALUE 0.
01  WS-BACKUP-COUNT PIC 9(7) VALUE 0.
01  WS-BACKUP-LOADED PIC 9(7) VALUE 0.
01  WS-JOURNAL-READ PIC 9(7) VALUE 0.
01  WS-ENTRIES-BEFORE-BACKUP PIC 9(7) VALUE 0.
01  WS-ENTRIES-AFTER-POINT PIC 9(7) VALUE 0.
01  WS-ADDS-APPLIED PIC 9(7) VALUE 0.
01  WS-CHANGES-APPLIED PIC 9(7) VALUE 0.
01  WS-DELETES-APPLIED PIC 9(7) VALUE 0.
01  WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
01  WS-RECORD-FOUND PIC X VALUE 'N'.

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
01  WS-POINT-DATE-TEXT PIC X(8) VALUE SPACES.
01  WS-POINT-DATE-NUM REDEFINES WS-POINT-DATE-TEXT PIC 9(8).
01  WS-POINT-TIME-TEXT PIC X(8) VALUE SPACES.
01  WS-POINT-TIME-NUM REDEFINES WS-POINT-TIME-TEXT PIC 9(8).
01  WS-PARM-ECHO-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(6) VALUE "PARM: ".
    05  ECHO-PARM-NAME PIC X(16).
    05  FILLER PIC X(3) VALUE " = ".
    05  ECHO-PARM-VALUE PIC X(20).

01  WS-BACKUP-TITLE-LINE PIC X(80)
        VALUE "CUSTOMER MASTER BACKUP".
01  WS-RECOVERY-TITLE-LINE PIC X(80)
        VALUE "CUSTOMER MASTER FORWARD RECOVERY".
01  WS-STAMP-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  STP-DESCRIPTION PIC X(20).
    05  STP-DATE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  STP-TIME PIC X(8).
01  WS-EXCEPTION-COLUMN-LINE PIC X(80)
        VALUE "  CUST ID AC  ACT PROGRAM  BATCH ID   JOURNAL STAMP      EXCEPTION".
01  WS-EXCEPTION-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  EXC-CUSTOMER-ID PIC X(5).
    05  FILLER PIC X(1) VALUE SPACES.
    05  EXC-ACCOUNT-TYPE PIC X(2).
    05  FILLER PIC X(3) VALUE SPACES.
    05  EXC-ACTION PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EXC-PROGRAM PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  EXC-BATCH-ID PIC X(10).
    05  FILLER PIC X(1) VALUE SPACES.
    05  EXC-DATE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  EXC-TIME PIC X(8).
    05  FILLER PIC X(1) VALUE SPACES.
    05  EXC-REASON PIC X(24).
01  WS-NEW-BACKUP-LINE PIC X(80)
        VALUE "  TAKE A NEW BACKUP BEFORE THE NEXT MASTER UPDATE RUN".

01  WS-SUMMARY-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SUM-DESCRIPTION PIC X(30).
    05  SUM-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM GET-RUN-PARAMETERS
    OPEN OUTPUT RECOVERY-REPORT
    IF BACKUP-MODE THEN
        MOVE WS-BACKUP-TITLE-LINE TO WS-REPORT-LINE
    ELSE
        MOVE WS-RECOVERY-TITLE-LINE TO WS-REPORT-LINE
    END-IF
    WRITE WS-REPORT-LINE
    PERFORM WRITE-PARAMETER-ECHO

    IF BACKUP-MODE THEN
        PERFORM TAKE-MASTER-BACKUP
    ELSE
        PERFORM RECOVER-CUSTOMER-MASTER
    END-IF

    CLOSE RECOVERY-REPORT
    IF WS-EXCEPTION-COUNT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "RECV-MODE" TO WS-PARM-NAME
    PERFORM REQUIRE-PARAMETER
    MOVE WS-PARM-VALUE TO WS-RECOVERY-MODE
    IF NOT BACKUP-MODE AND NOT RECOVER-MODE THEN
        DISPLAY "RECV-MODE must be B (backup) or R (recover) - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "RECV-TO-DATE" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-POINT-DATE-TEXT
        IF WS-POINT-DATE-NUM IS NOT NUMERIC THEN
            DISPLAY "RECV-TO-DATE must be 8 digits YYYYMMDD - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-POINT-DATE-TEXT TO WS-POINT-DATE
    END-IF
    MOVE "RECV-TO-TIME" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-POINT-TIME-TEXT
        IF WS-POINT-TIME-NUM IS NOT NUMERIC THEN
            DISPLAY "RECV-TO-TIME must be 8 digits HHMMSSCC - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-POINT-TIME-TEXT TO WS-POINT-TIME
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
    MOVE "RECV-MODE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "RECV-TO-DATE" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO
    MOVE "RECV-TO-TIME" TO WS-PARM-NAME
    PERFORM WRITE-ONE-PARM-ECHO.

WRITE-ONE-PARM-ECHO.
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-NAME TO ECHO-PARM-NAME
        MOVE WS-PARM-VALUE TO ECHO-PARM-VALUE
        MOVE WS-PARM-ECHO-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

TAKE-MASTER-BACKUP.
    OPEN INPUT CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT MASTER-BACKUP
    MOVE WS-RUN-DATE TO WS-BACKUP-DATE
    MOVE WS-RUN-TIME TO WS-BACKUP-TIME
    MOVE SPACES TO WS-BACKUP-CONTROL
    MOVE 'H' TO BKC-RECORD-TYPE
    MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE
    MOVE WS-BACKUP-TIME TO BKC-BACKUP-TIME
    MOVE 0 TO BKC-RECORD-COUNT
    WRITE WS-BACKUP-RECORD

    MOVE LOW-VALUES TO WS-MASTER-KEY
    START CUSTOMER-MASTER KEY NOT < WS-MASTER-KEY
        INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-FLAG
    END-START
    PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
        READ CUSTOMER-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
        END-READ
        IF WS-MASTER-EOF-FLAG = 'N' THEN
            MOVE 'M' TO BKP-RECORD-TYPE
            MOVE WS-MASTER-RECORD TO BKP-MASTER-IMAGE
            WRITE WS-BACKUP-RECORD
            ADD 1 TO WS-BACKUP-COUNT
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-BACKUP-CONTROL
    MOVE 'T' TO BKC-RECORD-TYPE
    MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE
    MOVE WS-BACKUP-TIME TO BKC-BACKUP-TIME
    MOVE WS-BACKUP-COUNT TO BKC-RECORD-COUNT
    WRITE WS-BACKUP-RECORD
    CLOSE MASTER-BACKUP
    CLOSE CUSTOMER-MASTER
    PERFORM WRITE-BACKUP-MARKER

    MOVE "BACKUP TAKEN AT:" TO STP-DESCRIPTION
    MOVE WS-BACKUP-DATE TO STP-DATE
    MOVE WS-BACKUP-TIME TO STP-TIME
    MOVE WS-STAMP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MASTER RECORDS BACKED UP:" TO SUM-DESCRIPTION
    MOVE WS-BACKUP-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    DISPLAY "Customer master backed up: " WS-BACKUP-COUNT " records".

WRITE-BACKUP-MARKER.
    OPEN EXTEND MASTER-JOURNAL
    IF WS-JOURNAL-STATUS = '35' THEN
        OPEN OUTPUT MASTER-JOURNAL
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00' THEN
        DISPLAY "Cannot open master journal CUSTJRNL - status "
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BACKUP-DATE(3:6) TO BKP-BATCH-DATE
    MOVE WS-BACKUP-TIME(1:2) TO BKP-BATCH-HOUR
    MOVE WS-BACKUP-DATE TO JRNL-DATE
    MOVE WS-BACKUP-TIME TO JRNL-TIME
    MOVE "CUSTRECV" TO JRNL-PROGRAM
    MOVE WS-BACKUP-BATCH-ID TO JRNL-BATCH-ID
    MOVE 'B' TO JRNL-ACTION
    MOVE SPACES TO JRNL-BEFORE-IMAGE
    MOVE SPACES TO JRNL-AFTER-IMAGE
    WRITE WS-JOURNAL-RECORD
    CLOSE MASTER-JOURNAL.

RECOVER-CUSTOMER-MASTER.
    PERFORM VERIFY-BACKUP-FILE
    MOVE "BACKUP TAKEN AT:" TO STP-DESCRIPTION
    MOVE WS-BACKUP-DATE TO STP-DATE
    MOVE WS-BACKUP-TIME TO STP-TIME
    MOVE WS-STAMP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "RECOVER THROUGH:" TO STP-DESCRIPTION
    MOVE WS-POINT-DATE TO STP-DATE
    MOVE WS-POINT-TIME TO STP-TIME
    MOVE WS-STAMP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-RECOVERY-POINT < WS-BACKUP-STAMP THEN
        DISPLAY "Recovery point " WS-RECOVERY-POINT
            " is earlier than the backup " WS-BACKUP-STAMP
            " - recovery refused"
        CLOSE RECOVERY-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FIND-BACKUP-MARKER

    PERFORM RELOAD-MASTER-FROM-BACKUP
    PERFORM APPLY-JOURNAL-FORWARD
    PERFORM WRITE-RECOVERY-SUMMARY

    DISPLAY "Customer master recovered to " WS-LAST-APPLIED-STAMP
    DISPLAY "Backup records loaded: " WS-BACKUP-LOADED
    DISPLAY "Journal entries applied: "
        WS-ADDS-APPLIED " adds " WS-CHANGES-APPLIED " changes "
        WS-DELETES-APPLIED " deletes"
    IF WS-EXCEPTION-COUNT > 0 THEN
        DISPLAY "Recovery exceptions: " WS-EXCEPTION-COUNT
            " - see CUSTRCVR"
    END-IF.

VERIFY-BACKUP-FILE.
    OPEN INPUT MASTER-BACKUP
    IF WS-BACKUP-STATUS NOT = '00' THEN
        DISPLAY "Cannot open master backup CUSTMBKP - status "
            WS-BACKUP-STATUS
        CLOSE RECOVERY-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ MASTER-BACKUP
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            EVALUATE TRUE
                WHEN BACKUP-HEADER
                    MOVE 'Y' TO WS-HEADER-FOUND
                    MOVE BKC-BACKUP-DATE TO WS-BACKUP-DATE
                    MOVE BKC-BACKUP-TIME TO WS-BACKUP-TIME
                WHEN BACKUP-MASTER
                    ADD 1 TO WS-BACKUP-COUNT
                WHEN BACKUP-TRAILER
                    MOVE 'Y' TO WS-TRAILER-FOUND
                    MOVE BKC-RECORD-COUNT TO WS-TRAILER-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE MASTER-BACKUP
    IF WS-HEADER-FOUND = 'N' OR WS-TRAILER-FOUND = 'N'
       OR WS-TRAILER-COUNT NOT = WS-BACKUP-COUNT THEN
        DISPLAY "Master backup is incomplete - " WS-BACKUP-COUNT
            " records against trailer count " WS-TRAILER-COUNT
            " - recovery refused"
        CLOSE RECOVERY-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-BACKUP-MARKER.
    OPEN INPUT MASTER-JOURNAL
    IF WS-JOURNAL-STATUS NOT = '00' THEN
        DISPLAY "Cannot open master journal CUSTJRNL - status "
            WS-JOURNAL-STATUS
        CLOSE RECOVERY-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y' OR WS-MARKER-FOUND = 'Y'
        READ MASTER-JOURNAL
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            IF JRNL-ACTION = 'B'
               AND JRNL-DATE = WS-BACKUP-DATE
               AND JRNL-TIME = WS-BACKUP-TIME THEN
                MOVE 'Y' TO WS-MARKER-FOUND
            END-IF
        END-IF
    END-PERFORM
    CLOSE MASTER-JOURNAL
    IF WS-MARKER-FOUND = 'N' THEN
        DISPLAY "Journal has no marker for backup " WS-BACKUP-STAMP
            " - recovery refused"
        CLOSE RECOVERY-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

RELOAD-MASTER-FROM-BACKUP.
    OPEN OUTPUT CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot create customer master - status "
            WS-MASTER-STATUS
        CLOSE RECOVERY-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MASTER-BACKUP
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ MASTER-BACKUP
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' AND BACKUP-MASTER THEN
            MOVE BKP-MASTER-IMAGE TO WS-MASTER-RECORD
            WRITE WS-MASTER-RECORD
            IF WS-MASTER-STATUS = '00' THEN
                ADD 1 TO WS-BACKUP-LOADED
            ELSE
                DISPLAY "Backup record not loaded - key "
                    WS-MASTER-KEY " status " WS-MASTER-STATUS
            END-IF
        END-IF
    END-PERFORM
    CLOSE MASTER-BACKUP
    CLOSE CUSTOMER-MASTER
    IF WS-BACKUP-LOADED NOT = WS-BACKUP-COUNT THEN
        DISPLAY "Backup reload incomplete - recovery stopped"
        CLOSE RECOVERY-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-JOURNAL-FORWARD.
    OPEN I-O CUSTOMER-MASTER
    OPEN INPUT MASTER-JOURNAL
    MOVE WS-EXCEPTION-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-BACKUP-STAMP TO WS-LAST-APPLIED-STAMP
    MOVE 'N' TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = 'Y'
        READ MASTER-JOURNAL
            AT END MOVE 'Y' TO EOF-FLAG
        END-READ
        IF EOF-FLAG = 'N' THEN
            ADD 1 TO WS-JOURNAL-READ
            PERFORM SELECT-JOURNAL-ENTRY
        END-IF
    END-PERFORM
    CLOSE MASTER-JOURNAL
    CLOSE CUSTOMER-MASTER.

SELECT-JOURNAL-ENTRY.
    MOVE JRNL-DATE TO WS-STAMP-DATE
    MOVE JRNL-TIME TO WS-STAMP-TIME
    EVALUATE TRUE
        WHEN WS-PAST-MARKER = 'N'
            IF JRNL-ACTION = 'B'
               AND WS-JOURNAL-STAMP = WS-BACKUP-STAMP THEN
                MOVE 'Y' TO WS-PAST-MARKER
            ELSE
                ADD 1 TO WS-ENTRIES-BEFORE-BACKUP
            END-IF
        WHEN JRNL-ACTION = 'B'
            CONTINUE
        WHEN WS-PAST-POINT = 'Y'
            ADD 1 TO WS-ENTRIES-AFTER-POINT
        WHEN WS-JOURNAL-STAMP > WS-RECOVERY-POINT
            MOVE 'Y' TO WS-PAST-POINT
            ADD 1 TO WS-ENTRIES-AFTER-POINT
        WHEN OTHER
            PERFORM APPLY-ONE-JOURNAL-ENTRY
            MOVE WS-JOURNAL-STAMP TO WS-LAST-APPLIED-STAMP
    END-EVALUATE.

APPLY-ONE-JOURNAL-ENTRY.
    IF JRNL-ACTION = 'D' THEN
        MOVE JRNL-BEFORE-IMAGE(1:7) TO WS-MASTER-KEY
    ELSE
        MOVE JRNL-AFTER-IMAGE(1:7) TO WS-MASTER-KEY
    END-IF
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE 'N' TO WS-RECORD-FOUND
        NOT INVALID KEY
            MOVE 'Y' TO WS-RECORD-FOUND
    END-READ
    EVALUATE JRNL-ACTION
        WHEN 'A'
            IF WS-RECORD-FOUND = 'Y' THEN
                MOVE "ADD OF EXISTING RECORD" TO EXC-REASON
                PERFORM WRITE-RECOVERY-EXCEPTION
                MOVE JRNL-AFTER-IMAGE TO WS-MASTER-RECORD
                REWRITE WS-MASTER-RECORD
            ELSE
                MOVE JRNL-AFTER-IMAGE TO WS-MASTER-RECORD
                WRITE WS-MASTER-RECORD
            END-IF
            ADD 1 TO WS-ADDS-APPLIED
        WHEN 'C'
            IF WS-RECORD-FOUND = 'N' THEN
                MOVE "CHANGE OF MISSING RECORD" TO EXC-REASON
                PERFORM WRITE-RECOVERY-EXCEPTION
                MOVE JRNL-AFTER-IMAGE TO WS-MASTER-RECORD
                WRITE WS-MASTER-RECORD
            ELSE
                IF WS-MASTER-RECORD NOT = JRNL-BEFORE-IMAGE THEN
                    MOVE "BEFORE IMAGE MISMATCH" TO EXC-REASON
                    PERFORM WRITE-RECOVERY-EXCEPTION
                END-IF
                MOVE JRNL-AFTER-IMAGE TO WS-MASTER-RECORD
                REWRITE WS-MASTER-RECORD
            END-IF
            ADD 1 TO WS-CHANGES-APPLIED
        WHEN 'D'
            IF WS-RECORD-FOUND = 'N' THEN
                MOVE "DELETE OF MISSING RECORD" TO EXC-REASON
                PERFORM WRITE-RECOVERY-EXCEPTION
            ELSE
                IF WS-MASTER-RECORD NOT = JRNL-BEFORE-IMAGE THEN
                    MOVE "BEFORE IMAGE MISMATCH" TO EXC-REASON
                    PERFORM WRITE-RECOVERY-EXCEPTION
                END-IF
                DELETE CUSTOMER-MASTER
                ADD 1 TO WS-DELETES-APPLIED
            END-IF
        WHEN OTHER
            MOVE "UNKNOWN JOURNAL ACTION" TO EXC-REASON
            PERFORM WRITE-RECOVERY-EXCEPTION
    END-EVALUATE.

WRITE-RECOVERY-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-MASTER-KEY(1:5) TO EXC-CUSTOMER-ID
    MOVE WS-MASTER-KEY(6:2) TO EXC-ACCOUNT-TYPE
    MOVE JRNL-ACTION TO EXC-ACTION
    MOVE JRNL-PROGRAM TO EXC-PROGRAM
    MOVE JRNL-BATCH-ID TO EXC-BATCH-ID
    MOVE JRNL-DATE TO EXC-DATE
    MOVE JRNL-TIME TO EXC-TIME
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-RECOVERY-SUMMARY.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "LAST ENTRY APPLIED:" TO STP-DESCRIPTION
    MOVE WS-LAST-APPLIED-DATE TO STP-DATE
    MOVE WS-LAST-APPLIED-TIME TO STP-TIME
    MOVE WS-STAMP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "BACKUP RECORDS LOADED:" TO SUM-DESCRIPTION
    MOVE WS-BACKUP-LOADED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "JOURNAL ENTRIES READ:" TO SUM-DESCRIPTION
    MOVE WS-JOURNAL-READ TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ENTRIES BEFORE BACKUP:" TO SUM-DESCRIPTION
    MOVE WS-ENTRIES-BEFORE-BACKUP TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ADDS APPLIED:" TO SUM-DESCRIPTION
    MOVE WS-ADDS-APPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "CHANGES APPLIED:" TO SUM-DESCRIPTION
    MOVE WS-CHANGES-APPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "DELETES APPLIED:" TO SUM-DESCRIPTION
    MOVE WS-DELETES-APPLIED TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ENTRIES AFTER RECOVERY POINT:" TO SUM-DESCRIPTION
    MOVE WS-ENTRIES-AFTER-POINT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "RECOVERY EXCEPTIONS:" TO SUM-DESCRIPTION
    MOVE WS-EXCEPTION-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-NEW-BACKUP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.
