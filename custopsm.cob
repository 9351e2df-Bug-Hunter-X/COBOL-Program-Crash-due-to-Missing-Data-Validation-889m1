        IF WS-REPORT-DATE-NUM IS NOT NUMERIC THEN
            DISPLAY "OPS-REPORT-DATE must be 8 digits YYYYMMDD - "
                WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    ELSE
        DISPLAY "Day status: ATTENTION REQUIRED"
    END-IF
    IF WS-DAY-CLEAN NOT = 'Y' THEN
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-PARAMETER-TABLE.
    IF WS-PARM-STATUS NOT = '00' THEN
        DISPLAY "Cannot open parameter file CUSTPARM - status "
            WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
            MOVE "REFUSED - DUPLICATE BATCH" TO WS-BATCH-CONDITION
        WHEN RLOG-COMPLETION-FLAG = 'P'
            MOVE "REFUSED - CLOSED PERIOD" TO WS-BATCH-CONDITION
        WHEN RLOG-COMPLETION-FLAG = 'X'
            MOVE "BATCH REVERSED" TO WS-BATCH-CONDITION
        WHEN RLOG-COMPLETION-FLAG NOT = 'C'
            MOVE "NOT COMPLETED" TO WS-BATCH-CONDITION
        WHEN RLOG-DISCREPANCY-FLAG = 'Y'
