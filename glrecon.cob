
01  WS-ACKS-READ PIC 9(5) VALUE 0.
01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
01  WS-PENDING-ACK-COUNT PIC 9(5) VALUE 0.

01  WS-PARM-NAME PIC X(16) VALUE SPACES.
01  WS-PARM-VALUE PIC X(20) VALUE SPACES.
01  WS-PARM-FOUND PIC X VALUE 'N'.
01  WS-ACK-DAYS PIC 9(3) VALUE 0.
01  WS-ACK-DAYS-TEXT PIC X(3) VALUE ZEROS.
01  WS-ACK-DAYS-NUM REDEFINES WS-ACK-DAYS-TEXT PIC 9(3).

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
01  WS-BATCH-DATE-NUM PIC 9(8) VALUE 0.
01  WS-RUN-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-BATCH-DAY-NUMBER PIC 9(7) VALUE 0.
01  WS-DAYS-OUTSTANDING PIC S9(7) VALUE 0.
01  WS-ACK-OVERDUE PIC X VALUE 'N'.

01  WS-REPORT-TITLE-LINE PIC X(80)
        VALUE "GL POSTING ACKNOWLEDGMENT RECONCILIATION".

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    COMPUTE WS-RUN-DAY-NUMBER
        = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    PERFORM LOAD-PARAMETER-TABLE
    PERFORM LOAD-ACK-WINDOW
    OPEN INPUT GL-EXTRACT-FILE
    IF WS-GL-STATUS NOT = '00' THEN
        DISPLAY "Cannot open GL extract file - status " WS-GL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT GL-ACK-FILE
    DISPLAY "Extracts loaded: " WS-EXTRACT-COUNT
    DISPLAY "Acknowledgments read: " WS-ACKS-READ
    DISPLAY "Exceptions reported: " WS-EXCEPTION-COUNT
    DISPLAY "Awaiting acknowledgment: " WS-PENDING-ACK-COUNT
    EVALUATE TRUE
        WHEN WS-EXCEPTION-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-PENDING-ACK-COUNT > 0
            MOVE 4 TO RETURN-CODE
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

LOAD-ACK-WINDOW.
    MOVE "GL-ACK-DAYS" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE TO WS-ACK-DAYS-TEXT
        IF WS-ACK-DAYS-NUM IS NOT NUMERIC THEN
            DISPLAY "GL-ACK-DAYS must be 3 digits NNN - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-ACK-DAYS-NUM TO WS-ACK-DAYS
    END-IF.

WRITE-PARAMETER-ECHO.
    PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
            UNTIL WS-PARM-INDEX > WS-PARM-COUNT
            MOVE XT-BATCH-ID(WS-TABLE-INDEX) TO EXC-BATCH-ID
            MOVE XT-BATCH-DATE(WS-TABLE-INDEX) TO EXC-BATCH-DATE
            MOVE XT-TOTAL-AMOUNT(WS-TABLE-INDEX) TO EXC-AMOUNT
            PERFORM CHECK-ACK-OVERDUE
            IF WS-ACK-OVERDUE = 'Y' THEN
                MOVE "NEVER ACKNOWLEDGED" TO EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
            ELSE
                MOVE "AWAITING ACKNOWLEDGMENT" TO EXC-REASON
                PERFORM WRITE-PENDING-LINE
            END-IF
        END-IF
    END-PERFORM.

CHECK-ACK-OVERDUE.
    MOVE 'Y' TO WS-ACK-OVERDUE
    MOVE XT-BATCH-DATE(WS-TABLE-INDEX) TO WS-BATCH-DATE-NUM
    IF WS-BATCH-DATE-NUM IS NUMERIC THEN
        COMPUTE WS-BATCH-DAY-NUMBER
            = FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE-NUM)
        COMPUTE WS-DAYS-OUTSTANDING
            = WS-RUN-DAY-NUMBER - WS-BATCH-DAY-NUMBER
        IF WS-DAYS-OUTSTANDING <= WS-ACK-DAYS THEN
            MOVE 'N' TO WS-ACK-OVERDUE
        END-IF
    END-IF.

WRITE-PENDING-LINE.
    ADD 1 TO WS-PENDING-ACK-COUNT
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
    MOVE "EXCEPTIONS REPORTED:" TO SUM-DESCRIPTION
    MOVE WS-EXCEPTION-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "AWAITING ACKNOWLEDGMENT:" TO SUM-DESCRIPTION
    MOVE WS-PENDING-ACK-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.
