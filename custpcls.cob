        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

    SELECT PROVEN-BALANCE-FILE ASSIGN TO "CUSTTBPV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROVEN-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    05  ACK-RECORD-COUNT PIC 9(7).
    05  ACK-TOTAL-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE CHARACTER.

FD  PROVEN-BALANCE-FILE.
01  WS-PROVEN-RECORD.
    05  TBP-PERIOD PIC X(6).
    05  TBP-ACCOUNT-TYPE PIC X(2).
    05  TBP-CLOSING-BALANCE PIC S9(11)V99 SIGN IS TRAILING SEPARATE CHARACTER.
    05  TBP-PROOF-FLAG PIC X(1).
    05  TBP-PROVEN-DATE PIC X(8).

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
01  WS-RUN-LOG-STATUS PIC XX.
01  WS-GL-STATUS PIC XX.
01  WS-ACK-STATUS PIC XX.
01  WS-PROVEN-STATUS PIC XX.
01  WS-REPORT-STATUS PIC XX.
01  EOF-FLAG PIC X VALUE 'N'.
01  WS-ACK-EOF-FLAG PIC X VALUE 'N'.
01  WS-MATCH-INDEX PIC 9(4).

01  WS-PERIOD-BATCHES PIC 9(5) VALUE 0.
01  WS-PROVEN-TYPES PIC 9(5) VALUE 0.
01  WS-VIOLATION-COUNT PIC 9(5) VALUE 0.

01  WS-REPORT-TITLE-LINE PIC X(80)
       OR WS-CLOSE-MONTH > 12 THEN
        DISPLAY "CLOSE-PERIOD must be 6 digits YYYYMM with a "
            "month of 01-12 - " WS-PARM-VALUE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

        END-IF
        PERFORM CHECK-RUN-LOG-COMPLETE
        PERFORM CHECK-GL-ACKNOWLEDGED
        PERFORM CHECK-TRIAL-BALANCE-PROOF
    END-IF

    IF WS-VIOLATION-COUNT = 0 AND WS-ALREADY-CLOSED = 'N' THEN

    PERFORM WRITE-CLOSE-SUMMARY
    CLOSE CLOSE-REPORT
    EVALUATE TRUE
        WHEN WS-ALREADY-CLOSED = 'Y'
            MOVE 4 TO RETURN-CODE
        WHEN WS-VIOLATION-COUNT > 0
            MOVE 8 TO RETURN-CODE
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
    IF WS-PARM-FOUND = 'N' THEN
        DISPLAY "Required parameter missing from CUSTPARM - "
            WS-PARM-NAME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

                    IF RLOG-COMPLETION-FLAG NOT = 'C'
                       AND RLOG-COMPLETION-FLAG NOT = 'V'
                       AND RLOG-COMPLETION-FLAG NOT = 'R'
                       AND RLOG-COMPLETION-FLAG NOT = 'P'
                       AND RLOG-COMPLETION-FLAG NOT = 'X' THEN
                        MOVE RLOG-BATCH-ID TO VIO-BATCH-ID
                        MOVE RLOG-RUN-DATE TO VIO-RUN-DATE
                        MOVE "RUN LOG ENTRY NOT COMPLETED"
        END-IF
    END-PERFORM.

CHECK-TRIAL-BALANCE-PROOF.
    OPEN INPUT PROVEN-BALANCE-FILE
    IF WS-PROVEN-STATUS NOT = '00' THEN
        DISPLAY "No proven balance file present - status "
            WS-PROVEN-STATUS
    ELSE
        MOVE 'N' TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG = 'Y'
            READ PROVEN-BALANCE-FILE
                AT END MOVE 'Y' TO EOF-FLAG
            END-READ
            IF EOF-FLAG = 'N' AND TBP-PERIOD = WS-CLOSE-PERIOD THEN
                ADD 1 TO WS-PROVEN-TYPES
                IF TBP-PROOF-FLAG NOT = 'Y' THEN
                    MOVE "ACCT TYPE" TO VIO-BATCH-ID
                    MOVE TBP-ACCOUNT-TYPE TO VIO-RUN-DATE
                    MOVE "TRIAL BALANCE OUT OF PROOF" TO VIO-REASON
                    PERFORM WRITE-VIOLATION-LINE
                END-IF
            END-IF
        END-PERFORM
        CLOSE PROVEN-BALANCE-FILE
    END-IF
    IF WS-PROVEN-TYPES = 0 THEN
        MOVE SPACES TO VIO-BATCH-ID
        MOVE SPACES TO VIO-RUN-DATE
        MOVE "NO TRIAL BALANCE PROOF FOR PERIOD" TO VIO-REASON
        PERFORM WRITE-VIOLATION-LINE
    END-IF.

WRITE-VIOLATION-LINE.
    ADD 1 TO WS-VIOLATION-COUNT
    MOVE WS-VIOLATION-LINE TO WS-REPORT-LINE
    MOVE WS-EXTRACT-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ACCOUNT TYPES PROVEN:" TO SUM-DESCRIPTION
    MOVE WS-PROVEN-TYPES TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "VIOLATIONS:" TO SUM-DESCRIPTION
    MOVE WS-VIOLATION-COUNT TO SUM-COUNT
    MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
