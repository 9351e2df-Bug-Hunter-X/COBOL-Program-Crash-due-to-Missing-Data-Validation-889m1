    05  HIST-BATCH-ID PIC X(10).
    05  HIST-RUN-DATE PIC X(8).
    05  HIST-SEQUENCE-NUMBER PIC 9(7).
    05  HIST-ITEM-STATUS PIC X(1).
        88  HIST-ITEM-OPEN VALUE 'O'.
        88  HIST-ITEM-PART-PAID VALUE 'P'.
        88  HIST-ITEM-PAID VALUE 'C'.
        88  HIST-ITEM-REVERSED VALUE 'R'.
    05  HIST-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  HISTORY-ARCHIVE.
01  WS-ARCHIVE-RECORD.
    05  ARC-BATCH-ID PIC X(10).
    05  ARC-RUN-DATE PIC X(8).
    05  ARC-SEQUENCE-NUMBER PIC 9(7).
    05  ARC-ITEM-STATUS PIC X(1).
    05  ARC-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  NEW-HISTORY.
01  WS-NEW-HISTORY-RECORD.
    05  NEW-BATCH-ID PIC X(10).
    05  NEW-RUN-DATE PIC X(8).
    05  NEW-SEQUENCE-NUMBER PIC 9(7).
    05  NEW-ITEM-STATUS PIC X(1).
    05  NEW-OPEN-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
        10  CF-CUSTOMER-NAME PIC X(30).
        10  CF-NET-AMOUNT PIC S9(9)V99.
        10  CF-ARCHIVED-COUNT PIC 9(7).
        10  CF-UNTRACKED-COUNT PIC 9(7).
01  WS-TABLE-INDEX PIC 9(5).
01  WS-MATCH-INDEX PIC 9(5).
01  WS-CARRY-OVERFLOW PIC X VALUE 'N'.
01  WS-CARRY-SEQUENCE PIC 9(7) VALUE 0.
01  WS-WORK-ACCOUNT-TYPE PIC X(2) VALUE SPACES.
01  WS-OPEN-ITEM-FLAG PIC X VALUE 'N'.

01  WS-HISTORY-READ PIC 9(7) VALUE 0.
01  WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
01  WS-RETAINED-COUNT PIC 9(7) VALUE 0.
01  WS-OPEN-RETAINED-COUNT PIC 9(7) VALUE 0.
01  WS-CARRY-WRITTEN PIC 9(7) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
    IF WS-CUTOFF-DATE-NUM IS NOT NUMERIC THEN
        DISPLAY "ARCH-CUTOFF-DATE must be 8 digits YYYYMMDD - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CUTOFF-YYMMDD TO CF-BATCH-DATE
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        DISPLAY "Cannot open history file - status " WS-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND HISTORY-ARCHIVE
    DISPLAY "Replace CUSTHIST with CUSTHNEW to complete the purge"
    IF WS-CARRY-OVERFLOW = 'Y' THEN
        DISPLAY "Carry-forward table full - excess history retained"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

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


SPLIT-HISTORY-RECORD.
    PERFORM SET-WORK-ACCOUNT-TYPE
    PERFORM CHECK-OPEN-ITEM
    IF HIST-RUN-DATE <= WS-CUTOFF-DATE THEN
        IF WS-OPEN-ITEM-FLAG = 'Y' THEN
            ADD 1 TO WS-RETAINED-COUNT
            ADD 1 TO WS-OPEN-RETAINED-COUNT
        ELSE
            PERFORM FIND-CARRY-ENTRY
            IF WS-MATCH-INDEX > 0 THEN
                PERFORM ARCHIVE-HISTORY-RECORD
            ELSE
                ADD 1 TO WS-RETAINED-COUNT
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-RETAINED-COUNT
    END-IF.

CHECK-OPEN-ITEM.
    MOVE 'N' TO WS-OPEN-ITEM-FLAG
    IF HIST-ITEM-OPEN OR HIST-ITEM-PART-PAID THEN
        IF HIST-OPEN-AMOUNT NOT = 0 THEN
            MOVE 'Y' TO WS-OPEN-ITEM-FLAG
        END-IF
    END-IF.

SET-WORK-ACCOUNT-TYPE.
    IF HIST-ACCOUNT-TYPE = SPACES THEN
        MOVE "01" TO WS-WORK-ACCOUNT-TYPE
                TO CF-CUSTOMER-NAME(WS-CARRY-COUNT)
            MOVE 0 TO CF-NET-AMOUNT(WS-CARRY-COUNT)
            MOVE 0 TO CF-ARCHIVED-COUNT(WS-CARRY-COUNT)
            MOVE 0 TO CF-UNTRACKED-COUNT(WS-CARRY-COUNT)
            MOVE WS-CARRY-COUNT TO WS-MATCH-INDEX
        ELSE
            MOVE 'Y' TO WS-CARRY-OVERFLOW
    ADD 1 TO WS-ARCHIVED-COUNT
    ADD HIST-AMOUNT TO CF-NET-AMOUNT(WS-MATCH-INDEX)
    ADD 1 TO CF-ARCHIVED-COUNT(WS-MATCH-INDEX)
    IF HIST-ITEM-STATUS = SPACE THEN
        ADD 1 TO CF-UNTRACKED-COUNT(WS-MATCH-INDEX)
    END-IF
    MOVE HIST-CUSTOMER-NAME TO CF-CUSTOMER-NAME(WS-MATCH-INDEX).

WRITE-CARRY-FORWARD-RECORDS.
            MOVE WS-CARRY-BATCH-ID TO NEW-BATCH-ID
            MOVE WS-CUTOFF-DATE TO NEW-RUN-DATE
            MOVE WS-CARRY-SEQUENCE TO NEW-SEQUENCE-NUMBER
            MOVE 0 TO NEW-OPEN-AMOUNT
            IF CF-UNTRACKED-COUNT(WS-TABLE-INDEX) > 0 THEN
                MOVE SPACE TO NEW-ITEM-STATUS
            ELSE
                MOVE 'C' TO NEW-ITEM-STATUS
            END-IF
            WRITE WS-NEW-HISTORY-RECORD
            ADD 1 TO WS-CARRY-WRITTEN
        END-IF

COPY-ONE-RETAINED-RECORD.
    PERFORM SET-WORK-ACCOUNT-TYPE
    PERFORM CHECK-OPEN-ITEM
    IF HIST-RUN-DATE <= WS-CUTOFF-DATE
       AND WS-OPEN-ITEM-FLAG = 'N' THEN
        PERFORM FIND-RETAINED-OVERFLOW
        IF WS-MATCH-INDEX = 0 THEN
            MOVE WS-HISTORY-RECORD TO WS-NEW-HISTORY-RECORD
    MOVE WS-RETAINED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "OPEN ITEMS RETAINED:" TO SUM-DESCRIPTION
    MOVE WS-OPEN-RETAINED-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "CARRY-FORWARD WRITTEN:" TO SUM-DESCRIPTION
    MOVE WS-CARRY-WRITTEN TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
