IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTNGHT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-DEFINITION-FILE ASSIGN TO "CUSTSTEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-DEF-STATUS.

    SELECT STEP-STATUS-FILE ASSIGN TO "CUSTSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-STAT-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STEP-DEFINITION-FILE.
01  WS-STEP-DEF-RECORD.
    05  SDEF-STEP-NAME PIC X(8).
    05  SDEF-FREQUENCY PIC X(1).
    05  SDEF-MAX-RETURN-CODE PIC X(2).
    05  SDEF-MAX-RETURN-CODE-NUM REDEFINES SDEF-MAX-RETURN-CODE
            PIC 9(2).
    05  SDEF-PREREQUISITE PIC X(8) OCCURS 3 TIMES.
    05  SDEF-COMMAND PIC X(80).

FD  STEP-STATUS-FILE.
01  WS-STEP-STATUS-RECORD.
    05  SSTA-STREAM-DATE PIC X(8).
    05  SSTA-STEP-NAME PIC X(8).
    05  SSTA-STATUS PIC X(1).
    05  SSTA-RETURN-CODE PIC 9(3).
    05  SSTA-START-TIME PIC X(8).
    05  SSTA-END-TIME PIC X(8).

FD  PARAMETER-FILE.
01  WS-PARM-RECORD.
    05  PARM-NAME PIC X(16).
    05  PARM-VALUE PIC X(20).

WORKING-STORAGE SECTION.
01  WS-STEP-DEF-STATUS PIC XX.
01  WS-STEP-STAT-STATUS PIC XX.
01  WS-STEP-DEF-EOF-FLAG PIC X VALUE 'N'.
01  WS-STEP-STAT-EOF-FLAG PIC X VALUE 'N'.

01  WS-MAX-STEP-ENTRIES PIC 9(3) VALUE 50.
01  WS-STEP-COUNT PIC 9(3) VALUE 0.
01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 50 TIMES.
        10  STP-NAME PIC X(8).
        10  STP-FREQUENCY PIC X(1).
            88  STP-DAILY VALUE 'D'.
            88  STP-MONTH-END VALUE 'M'.
        10  STP-MAX-RETURN-CODE PIC 9(2).
        10  STP-PREREQUISITE PIC X(8) OCCURS 3 TIMES.
        10  STP-COMMAND PIC X(80).
        10  STP-STATUS PIC X(1).
            88  STP-PENDING VALUE SPACE.
            88  STP-COMPLETED VALUE 'C'.
            88  STP-FAILED VALUE 'F'.
            88  STP-SKIPPED VALUE 'S'.
            88  STP-NOT-SCHEDULED VALUE 'N'.
            88  STP-PREREQUISITE-MET VALUE 'C' 'N'.
        10  STP-RETURN-CODE PIC 9(3).
        10  STP-START-TIME PIC X(8).
        10  STP-END-TIME PIC X(8).
01  WS-STEP-INDEX PIC 9(3).
01  WS-SEARCH-INDEX PIC 9(3).
01  WS-PREREQ-INDEX PIC 9(1).
01  WS-FOUND-INDEX PIC 9(3) VALUE 0.
01  WS-SEARCH-NAME PIC X(8) VALUE SPACES.
01  WS-DEFINITION-ERRORS PIC 9(3) VALUE 0.

01  WS-MAX-PRIOR-ENTRIES PIC 9(3) VALUE 50.
01  WS-PRIOR-COUNT PIC 9(3) VALUE 0.
01  WS-PRIOR-TABLE.
    05  WS-PRIOR-ENTRY OCCURS 50 TIMES.
        10  PRI-STEP-NAME PIC X(8).
        10  PRI-STATUS PIC X(1).
        10  PRI-RETURN-CODE PIC 9(3).
        10  PRI-START-TIME PIC X(8).
        10  PRI-END-TIME PIC X(8).
01  WS-PRIOR-INDEX PIC 9(3).
01  WS-PRIOR-STREAM-DATE PIC X(8) VALUE SPACES.
01  WS-PRIOR-INCOMPLETE PIC X VALUE 'N'.
01  WS-RESUME-FLAG PIC X VALUE 'N'.
    88  RESUMING-STREAM VALUE 'Y'.

01  WS-RUN-DATE PIC X(8) VALUE SPACES.
01  WS-STREAM-DATE PIC X(8) VALUE SPACES.
01  WS-STREAM-DATE-PARTS REDEFINES WS-STREAM-DATE.
    05  STREAM-YEAR PIC 9(4).
    05  STREAM-MONTH PIC 9(2).
    05  STREAM-DAY PIC 9(2).
01  WS-MONTH-END-FLAG PIC X VALUE 'N'.
    88  MONTH-END-RUN VALUE 'Y'.
    88  VALID-MONTH-END-FLAG VALUE 'Y' 'N'.
01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
        VALUE "312831303130313130313031".
01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
    05  WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
01  WS-LAST-DAY PIC 9(2) VALUE 0.
01  WS-YEAR-QUOTIENT PIC 9(4) VALUE 0.
01  WS-REMAINDER-4 PIC 9(3) VALUE 0.
01  WS-REMAINDER-100 PIC 9(3) VALUE 0.
01  WS-REMAINDER-400 PIC 9(3) VALUE 0.

01  WS-STEP-COMMAND PIC X(80) VALUE SPACES.
01  WS-STEP-RESULT PIC S9(9) VALUE 0.
01  WS-STEP-SIGNAL PIC 9(3) VALUE 0.
01  WS-CURRENT-TIME PIC X(8) VALUE SPACES.
01  WS-PREREQUISITE-FAILED PIC X VALUE 'N'.
01  WS-FAILED-PREREQUISITE PIC X(8) VALUE SPACES.

01  WS-STEPS-RUN PIC 9(3) VALUE 0.
01  WS-STEPS-COMPLETED PIC 9(3) VALUE 0.
01  WS-STEPS-FAILED PIC 9(3) VALUE 0.
01  WS-STEPS-SKIPPED PIC 9(3) VALUE 0.
01  WS-STEPS-NOT-SCHEDULED PIC 9(3) VALUE 0.
01  WS-STEP-WARNINGS PIC 9(3) VALUE 0.

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
01  WS-MONTH-END-PARM PIC X VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM GET-RUN-PARAMETERS
    PERFORM LOAD-STEP-DEFINITIONS
    PERFORM LOAD-PRIOR-STEP-STATUS

    IF WS-PRIOR-INCOMPLETE = 'Y' THEN
        MOVE 'Y' TO WS-RESUME-FLAG
        MOVE WS-PRIOR-STREAM-DATE TO WS-STREAM-DATE
        IF WS-STREAM-DATE IS NOT NUMERIC
           OR STREAM-MONTH < 1 OR STREAM-MONTH > 12 THEN
            DISPLAY "Step status CUSTSTAT has invalid stream date - "
                WS-STREAM-DATE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Resuming job stream for " WS-STREAM-DATE
    ELSE
        IF WS-PRIOR-COUNT > 0 AND WS-PRIOR-STREAM-DATE = WS-RUN-DATE
        THEN
            DISPLAY "Job stream for " WS-RUN-DATE
                " already completed - nothing to run"
            STOP RUN
        END-IF
        MOVE WS-RUN-DATE TO WS-STREAM-DATE
        DISPLAY "Starting job stream for " WS-STREAM-DATE
    END-IF

    PERFORM SET-MONTH-END-FLAG
    IF MONTH-END-RUN THEN
        DISPLAY "Month-end steps scheduled"
    END-IF
    PERFORM SCHEDULE-STREAM-STEPS
    PERFORM WRITE-STEP-STATUS-FILE

    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
            UNTIL WS-STEP-INDEX > WS-STEP-COUNT
        PERFORM RUN-STREAM-STEP
    END-PERFORM

    PERFORM COUNT-STEP-OUTCOMES
    DISPLAY "Steps run: " WS-STEPS-RUN
    DISPLAY "Steps completed: " WS-STEPS-COMPLETED
        " failed: " WS-STEPS-FAILED
        " skipped: " WS-STEPS-SKIPPED
        " not scheduled: " WS-STEPS-NOT-SCHEDULED
    EVALUATE TRUE
        WHEN WS-STEPS-FAILED > 0 OR WS-STEPS-SKIPPED > 0
            DISPLAY "Job stream for " WS-STREAM-DATE
                " incomplete - rerun to resume from the failed step"
            MOVE 8 TO RETURN-CODE
        WHEN WS-STEP-WARNINGS > 0
            DISPLAY "Job stream for " WS-STREAM-DATE
                " completed with warnings"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Job stream for " WS-STREAM-DATE " completed"
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    IF WS-STREAM-DATE NOT = WS-RUN-DATE THEN
        DISPLAY "Job stream for " WS-RUN-DATE " not run - rerun "
            "once the " WS-STREAM-DATE " stream has completed"
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-RUN-PARAMETERS.
    PERFORM LOAD-PARAMETER-TABLE
    MOVE "JOB-MONTH-END" TO WS-PARM-NAME
    PERFORM FIND-PARAMETER
    IF WS-PARM-FOUND = 'Y' THEN
        MOVE WS-PARM-VALUE(1:1) TO WS-MONTH-END-PARM
        MOVE WS-MONTH-END-PARM TO WS-MONTH-END-FLAG
        IF NOT VALID-MONTH-END-FLAG THEN
            DISPLAY "JOB-MONTH-END must be Y or N - " WS-PARM-VALUE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

LOAD-PARAMETER-TABLE.
    OPEN INPUT PARAMETER-FILE
    IF WS-PARM-STATUS = '00' THEN
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
        CLOSE PARAMETER-FILE
    END-IF.

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

LOAD-STEP-DEFINITIONS.
    OPEN INPUT STEP-DEFINITION-FILE
    IF WS-STEP-DEF-STATUS NOT = '00' THEN
        DISPLAY "Cannot open step definitions CUSTSTEP - status "
            WS-STEP-DEF-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-STEP-DEF-EOF-FLAG = 'Y'
        READ STEP-DEFINITION-FILE
            AT END MOVE 'Y' TO WS-STEP-DEF-EOF-FLAG
        END-READ
        IF WS-STEP-DEF-EOF-FLAG = 'N' AND SDEF-STEP-NAME NOT = SPACES
        THEN
            PERFORM ADD-STEP-DEFINITION
        END-IF
    END-PERFORM
    CLOSE STEP-DEFINITION-FILE

    IF WS-STEP-COUNT = 0 THEN
        DISPLAY "No steps defined in CUSTSTEP"
        ADD 1 TO WS-DEFINITION-ERRORS
    END-IF
    IF WS-DEFINITION-ERRORS > 0 THEN
        DISPLAY "Step definitions in error: " WS-DEFINITION-ERRORS
            " - job stream not started"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-STEP-DEFINITION.
    MOVE SDEF-STEP-NAME TO WS-SEARCH-NAME
    PERFORM FIND-STEP-ENTRY
    IF WS-FOUND-INDEX > 0 THEN
        DISPLAY "Step " SDEF-STEP-NAME " defined more than once"
        ADD 1 TO WS-DEFINITION-ERRORS
    ELSE
        IF WS-STEP-COUNT < WS-MAX-STEP-ENTRIES THEN
            PERFORM VALIDATE-STEP-DEFINITION
            ADD 1 TO WS-STEP-COUNT
            MOVE SDEF-STEP-NAME TO STP-NAME(WS-STEP-COUNT)
            MOVE SDEF-FREQUENCY TO STP-FREQUENCY(WS-STEP-COUNT)
            IF SDEF-FREQUENCY = SPACE THEN
                MOVE 'D' TO STP-FREQUENCY(WS-STEP-COUNT)
            END-IF
            IF SDEF-MAX-RETURN-CODE IS NUMERIC THEN
                MOVE SDEF-MAX-RETURN-CODE-NUM
                    TO STP-MAX-RETURN-CODE(WS-STEP-COUNT)
            ELSE
                MOVE 4 TO STP-MAX-RETURN-CODE(WS-STEP-COUNT)
            END-IF
            PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
                    UNTIL WS-PREREQ-INDEX > 3
                MOVE SDEF-PREREQUISITE(WS-PREREQ-INDEX)
                    TO STP-PREREQUISITE(WS-STEP-COUNT, WS-PREREQ-INDEX)
            END-PERFORM
            MOVE SDEF-COMMAND TO STP-COMMAND(WS-STEP-COUNT)
            MOVE SPACE TO STP-STATUS(WS-STEP-COUNT)
            MOVE 0 TO STP-RETURN-CODE(WS-STEP-COUNT)
            MOVE SPACES TO STP-START-TIME(WS-STEP-COUNT)
            MOVE SPACES TO STP-END-TIME(WS-STEP-COUNT)
        ELSE
            DISPLAY "Step table full - step " SDEF-STEP-NAME
                " not loaded"
            ADD 1 TO WS-DEFINITION-ERRORS
        END-IF
    END-IF.

VALIDATE-STEP-DEFINITION.
    IF SDEF-FREQUENCY NOT = 'D' AND SDEF-FREQUENCY NOT = 'M'
       AND SDEF-FREQUENCY NOT = SPACE THEN
        DISPLAY "Step " SDEF-STEP-NAME
            " frequency must be D (daily) or M (month end)"
        ADD 1 TO WS-DEFINITION-ERRORS
    END-IF
    IF SDEF-COMMAND = SPACES THEN
        DISPLAY "Step " SDEF-STEP-NAME " has no command"
        ADD 1 TO WS-DEFINITION-ERRORS
    END-IF
    PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
            UNTIL WS-PREREQ-INDEX > 3
        IF SDEF-PREREQUISITE(WS-PREREQ-INDEX) NOT = SPACES THEN
            MOVE SDEF-PREREQUISITE(WS-PREREQ-INDEX) TO WS-SEARCH-NAME
            PERFORM FIND-STEP-ENTRY
            IF WS-FOUND-INDEX = 0 THEN
                DISPLAY "Step " SDEF-STEP-NAME " prerequisite "
                    SDEF-PREREQUISITE(WS-PREREQ-INDEX)
                    " is not defined ahead of it"
                ADD 1 TO WS-DEFINITION-ERRORS
            END-IF
        END-IF
    END-PERFORM.

FIND-STEP-ENTRY.
    MOVE 0 TO WS-FOUND-INDEX
    PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
            UNTIL WS-SEARCH-INDEX > WS-STEP-COUNT
        IF STP-NAME(WS-SEARCH-INDEX) = WS-SEARCH-NAME THEN
            MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
        END-IF
    END-PERFORM.

LOAD-PRIOR-STEP-STATUS.
    OPEN INPUT STEP-STATUS-FILE
    IF WS-STEP-STAT-STATUS = '00' THEN
        PERFORM UNTIL WS-STEP-STAT-EOF-FLAG = 'Y'
            READ STEP-STATUS-FILE
                AT END MOVE 'Y' TO WS-STEP-STAT-EOF-FLAG
            END-READ
            IF WS-STEP-STAT-EOF-FLAG = 'N' THEN
                PERFORM ADD-PRIOR-STEP-STATUS
            END-IF
        END-PERFORM
        CLOSE STEP-STATUS-FILE
    END-IF.

ADD-PRIOR-STEP-STATUS.
    IF WS-PRIOR-COUNT < WS-MAX-PRIOR-ENTRIES THEN
        ADD 1 TO WS-PRIOR-COUNT
        MOVE SSTA-STEP-NAME TO PRI-STEP-NAME(WS-PRIOR-COUNT)
        MOVE SSTA-STATUS TO PRI-STATUS(WS-PRIOR-COUNT)
        MOVE SSTA-RETURN-CODE TO PRI-RETURN-CODE(WS-PRIOR-COUNT)
        MOVE SSTA-START-TIME TO PRI-START-TIME(WS-PRIOR-COUNT)
        MOVE SSTA-END-TIME TO PRI-END-TIME(WS-PRIOR-COUNT)
        MOVE SSTA-STREAM-DATE TO WS-PRIOR-STREAM-DATE
        IF SSTA-STATUS NOT = 'C' AND SSTA-STATUS NOT = 'N' THEN
            MOVE 'Y' TO WS-PRIOR-INCOMPLETE
        END-IF
    ELSE
        DISPLAY "Step status table full - excess ignored"
    END-IF.

SET-MONTH-END-FLAG.
    IF WS-MONTH-END-PARM = SPACE THEN
        MOVE WS-DAYS-IN-MONTH(STREAM-MONTH) TO WS-LAST-DAY
        IF STREAM-MONTH = 2 THEN
            DIVIDE STREAM-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
                REMAINDER WS-REMAINDER-4
            DIVIDE STREAM-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
                REMAINDER WS-REMAINDER-100
            DIVIDE STREAM-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
                REMAINDER WS-REMAINDER-400
            IF WS-REMAINDER-400 = 0
               OR (WS-REMAINDER-4 = 0 AND WS-REMAINDER-100 NOT = 0) THEN
                MOVE 29 TO WS-LAST-DAY
            END-IF
        END-IF
        IF STREAM-DAY = WS-LAST-DAY THEN
            MOVE 'Y' TO WS-MONTH-END-FLAG
        ELSE
            MOVE 'N' TO WS-MONTH-END-FLAG
        END-IF
    END-IF.

SCHEDULE-STREAM-STEPS.
    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
            UNTIL WS-STEP-INDEX > WS-STEP-COUNT
        IF RESUMING-STREAM THEN
            PERFORM APPLY-PRIOR-STEP-STATUS
        END-IF
        IF STP-PENDING(WS-STEP-INDEX) AND STP-MONTH-END(WS-STEP-INDEX)
           AND NOT MONTH-END-RUN THEN
            MOVE 'N' TO STP-STATUS(WS-STEP-INDEX)
        END-IF
    END-PERFORM.

APPLY-PRIOR-STEP-STATUS.
    PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
            UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
        IF PRI-STEP-NAME(WS-PRIOR-INDEX) = STP-NAME(WS-STEP-INDEX)
           AND PRI-STATUS(WS-PRIOR-INDEX) = 'C' THEN
            MOVE 'C' TO STP-STATUS(WS-STEP-INDEX)
            MOVE PRI-RETURN-CODE(WS-PRIOR-INDEX)
                TO STP-RETURN-CODE(WS-STEP-INDEX)
            MOVE PRI-START-TIME(WS-PRIOR-INDEX)
                TO STP-START-TIME(WS-STEP-INDEX)
            MOVE PRI-END-TIME(WS-PRIOR-INDEX)
                TO STP-END-TIME(WS-STEP-INDEX)
        END-IF
    END-PERFORM.

RUN-STREAM-STEP.
    EVALUATE TRUE
        WHEN STP-COMPLETED(WS-STEP-INDEX)
            DISPLAY "Step " STP-NAME(WS-STEP-INDEX)
                " already completed - RC "
                STP-RETURN-CODE(WS-STEP-INDEX)
        WHEN STP-NOT-SCHEDULED(WS-STEP-INDEX)
            DISPLAY "Step " STP-NAME(WS-STEP-INDEX)
                " not scheduled - month-end only"
        WHEN OTHER
            PERFORM CHECK-STEP-PREREQUISITES
            IF WS-PREREQUISITE-FAILED = 'Y' THEN
                MOVE 'S' TO STP-STATUS(WS-STEP-INDEX)
                MOVE 0 TO STP-RETURN-CODE(WS-STEP-INDEX)
                MOVE SPACES TO STP-START-TIME(WS-STEP-INDEX)
                MOVE SPACES TO STP-END-TIME(WS-STEP-INDEX)
                DISPLAY "Step " STP-NAME(WS-STEP-INDEX)
                    " skipped - prerequisite "
                    WS-FAILED-PREREQUISITE " did not complete"
            ELSE
                PERFORM EXECUTE-STREAM-STEP
            END-IF
            PERFORM WRITE-STEP-STATUS-FILE
    END-EVALUATE.

CHECK-STEP-PREREQUISITES.
    MOVE 'N' TO WS-PREREQUISITE-FAILED
    MOVE SPACES TO WS-FAILED-PREREQUISITE
    PERFORM VARYING WS-PREREQ-INDEX FROM 1 BY 1
            UNTIL WS-PREREQ-INDEX > 3
        IF STP-PREREQUISITE(WS-STEP-INDEX, WS-PREREQ-INDEX)
           NOT = SPACES THEN
            MOVE STP-PREREQUISITE(WS-STEP-INDEX, WS-PREREQ-INDEX)
                TO WS-SEARCH-NAME
            PERFORM FIND-STEP-ENTRY
            IF NOT STP-PREREQUISITE-MET(WS-FOUND-INDEX) THEN
                MOVE 'Y' TO WS-PREREQUISITE-FAILED
                MOVE WS-SEARCH-NAME TO WS-FAILED-PREREQUISITE
            END-IF
        END-IF
    END-PERFORM.

EXECUTE-STREAM-STEP.
    MOVE STP-COMMAND(WS-STEP-INDEX) TO WS-STEP-COMMAND
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME TO STP-START-TIME(WS-STEP-INDEX)
    DISPLAY "Step " STP-NAME(WS-STEP-INDEX) " started "
        WS-CURRENT-TIME
    CALL "SYSTEM" USING WS-STEP-COMMAND
    MOVE RETURN-CODE TO WS-STEP-RESULT
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME TO STP-END-TIME(WS-STEP-INDEX)
    ADD 1 TO WS-STEPS-RUN

    IF WS-STEP-RESULT < 0 THEN
        MOVE 999 TO STP-RETURN-CODE(WS-STEP-INDEX)
        DISPLAY "Step " STP-NAME(WS-STEP-INDEX)
            " could not be started"
    ELSE
        DIVIDE WS-STEP-RESULT BY 256 GIVING WS-STEP-RESULT
            REMAINDER WS-STEP-SIGNAL
        IF WS-STEP-SIGNAL NOT = 0 OR WS-STEP-RESULT > 999 THEN
            MOVE 999 TO STP-RETURN-CODE(WS-STEP-INDEX)
            DISPLAY "Step " STP-NAME(WS-STEP-INDEX)
                " ended abnormally - signal " WS-STEP-SIGNAL
        ELSE
            MOVE WS-STEP-RESULT TO STP-RETURN-CODE(WS-STEP-INDEX)
        END-IF
    END-IF
    IF STP-RETURN-CODE(WS-STEP-INDEX)
       > STP-MAX-RETURN-CODE(WS-STEP-INDEX) THEN
        MOVE 'F' TO STP-STATUS(WS-STEP-INDEX)
        DISPLAY "Step " STP-NAME(WS-STEP-INDEX) " FAILED - RC "
            STP-RETURN-CODE(WS-STEP-INDEX) " exceeds limit "
            STP-MAX-RETURN-CODE(WS-STEP-INDEX)
    ELSE
        MOVE 'C' TO STP-STATUS(WS-STEP-INDEX)
        DISPLAY "Step " STP-NAME(WS-STEP-INDEX) " completed - RC "
            STP-RETURN-CODE(WS-STEP-INDEX)
    END-IF.

WRITE-STEP-STATUS-FILE.
    OPEN OUTPUT STEP-STATUS-FILE
    IF WS-STEP-STAT-STATUS NOT = '00' THEN
        DISPLAY "Cannot write step status CUSTSTAT - status "
            WS-STEP-STAT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
            UNTIL WS-SEARCH-INDEX > WS-STEP-COUNT
        MOVE WS-STREAM-DATE TO SSTA-STREAM-DATE
        MOVE STP-NAME(WS-SEARCH-INDEX) TO SSTA-STEP-NAME
        MOVE STP-STATUS(WS-SEARCH-INDEX) TO SSTA-STATUS
        MOVE STP-RETURN-CODE(WS-SEARCH-INDEX) TO SSTA-RETURN-CODE
        MOVE STP-START-TIME(WS-SEARCH-INDEX) TO SSTA-START-TIME
        MOVE STP-END-TIME(WS-SEARCH-INDEX) TO SSTA-END-TIME
        WRITE WS-STEP-STATUS-RECORD
    END-PERFORM
    CLOSE STEP-STATUS-FILE.

COUNT-STEP-OUTCOMES.
    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
            UNTIL WS-STEP-INDEX > WS-STEP-COUNT
        EVALUATE TRUE
            WHEN STP-COMPLETED(WS-STEP-INDEX)
                ADD 1 TO WS-STEPS-COMPLETED
                IF STP-RETURN-CODE(WS-STEP-INDEX) > 0 THEN
                    ADD 1 TO WS-STEP-WARNINGS
                END-IF
            WHEN STP-FAILED(WS-STEP-INDEX)
                ADD 1 TO WS-STEPS-FAILED
            WHEN STP-SKIPPED(WS-STEP-INDEX)
                ADD 1 TO WS-STEPS-SKIPPED
            WHEN STP-NOT-SCHEDULED(WS-STEP-INDEX)
                ADD 1 TO WS-STEPS-NOT-SCHEDULED
        END-EVALUATE
    END-PERFORM.
