    OPEN INPUT CUSTOMER-REJECTS
    IF WS-REJECT-STATUS NOT = '00' THEN
        DISPLAY "Cannot open reject file - status " WS-REJECT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FIX-FILE
    DISPLAY "Carried over: " WS-CARRYOVER-COUNT
    IF WS-STALE-COUNT > 0 THEN
        DISPLAY "Stale rejects over recycle limit: " WS-STALE-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

       OR WS-RECYCLE-PARM-NUM = 0 THEN
        DISPLAY "MAX-RECYCLE must be 2 digits greater than zero - "
            WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RECYCLE-PARM-NUM TO WS-MAX-RECYCLE-COUNT.
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

