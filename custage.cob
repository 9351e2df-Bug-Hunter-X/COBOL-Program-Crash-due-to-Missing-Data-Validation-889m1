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

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
01  WS-GROUP-30-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-60-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-GROUP-90-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
01  WS-AGING-AMOUNT PIC S9(9)V99 VALUE 0.

01  WS-PARM-STATUS PIC XX.
01  WS-PARM-EOF-FLAG PIC X VALUE 'N'.
    IF WS-ASOF-DATE-NUM IS NOT NUMERIC THEN
        DISPLAY "AGE-ASOF-DATE must be 8 digits YYYYMMDD - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-ASOF-DAY-NUMBER
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
    OPEN OUTPUT AGING-REPORT
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

    END-IF.

POST-AMOUNT-TO-BUCKET.
    IF SH-ITEM-STATUS = SPACE THEN
        MOVE SH-AMOUNT TO WS-AGING-AMOUNT
    ELSE
        MOVE SH-OPEN-AMOUNT TO WS-AGING-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN WS-AGE-IN-DAYS < 30
            ADD WS-AGING-AMOUNT TO WS-GROUP-CURRENT-AMOUNT
        WHEN WS-AGE-IN-DAYS < 60
            ADD WS-AGING-AMOUNT TO WS-GROUP-30-DAY-AMOUNT
        WHEN WS-AGE-IN-DAYS < 90
            ADD WS-AGING-AMOUNT TO WS-GROUP-60-DAY-AMOUNT
        WHEN OTHER
            ADD WS-AGING-AMOUNT TO WS-GROUP-90-DAY-AMOUNT
    END-EVALUATE.

WRITE-AGING-DETAIL-LINE.
