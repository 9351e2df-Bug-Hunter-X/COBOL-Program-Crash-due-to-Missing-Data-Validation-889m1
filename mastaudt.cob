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

FD  AUDIT-REPORT.
01  WS-REPORT-LINE PIC X(80).
    05  WS-MASTER-POSTAL-CODE PIC X(10).
    05  WS-MASTER-DELIVERY-PREF PIC X(1).
    05  WS-MASTER-LAST-UPDATED PIC X(8).
    05  WS-MASTER-DUNNING-LEVEL PIC X(1).
    05  WS-MASTER-LAST-NOTICE-DATE PIC X(8).
    05  WS-MASTER-COLLECTION-STATUS PIC X(1).
        88  MASTER-COLLECTION-HOLD VALUE 'H'.

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS PIC XX.
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00' THEN
        DISPLAY "Cannot open history file - status " WS-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE TRANSACTION-HISTORY
    IF WS-SORTED-STATUS NOT = '00' THEN
        DISPLAY "Cannot open sorted history - status "
            WS-SORTED-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF WS-MASTER-STATUS NOT = '00' THEN
        DISPLAY "Cannot open customer master - status "
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AUDIT-REPORT
    DISPLAY "Balance drift: " WS-DRIFT-COUNT
    DISPLAY "Masters with no history: " WS-NO-HISTORY-COUNT
    DISPLAY "History with no master: " WS-NO-MASTER-COUNT
    EVALUATE TRUE
        WHEN WS-DRIFT-COUNT > 0 OR WS-NO-MASTER-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-NO-HISTORY-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

LOAD-PARAMETER-TABLE.
    IF WS-PARM-STATUS NOT = '00' THEN
        DISPLAY "Cannot open parameter file CUSTPARM - status "
            WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
