       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> STEPSTAT - Morning job-stream status report.
*> Reads the run-control ledger (RUNLEDG) every batch step appends
*> to and prints, on STEPRPT, where each step of one business date
*> stands: the daily stream SOGEN, then DAILYTBL, ACCTPOST, PERDACC,
*> GLACKWRK, REJREPAR, SOREJ and PENDINQ for each cycle run that
*> day, followed by any other step that ran under the same date.
*> Each step shows whether it completed (cleanly or with warnings),
*> failed, started and never ended (it abended, or is still
*> running), was refused at start-up by its run-control check and
*> why, or has not run at all; its start and end times, return code
*> and whether it ran on CTL-LEDGER-OVERRIDE; and the record counts
*> its end record carries for what it read and wrote.
*> A step that has not run is listed but is not in itself a problem
*> - not every step runs every cycle - so the report ends at RC 8
*> only when a step failed, has no end, or was refused.
*> The business date is CTLFILE's, or today's date without one.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. STEPSTAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO "STEPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-CONTROL-FILE.
01  WS-CONTROL-RECORD.
    05  CTL-MAX-ENTRIES         PIC 9(5).
    05  CTL-RUN-DATE            PIC 9(8).
    05  CTL-RESTART-FLAG        PIC X.
    05  CTL-INQUIRY-FLAG        PIC X.
    05  CTL-CYCLE-NO            PIC 9(2).
    05  CTL-BUSDAY-OVERRIDE     PIC X.
    05  CTL-LEDGER-OVERRIDE     PIC X.
    05  FILLER                  PIC X(61).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

FD  WS-REPORT-FILE.
01  WS-REPORT-RECORD            PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-RUNLEDG-STATUS            PIC XX.
    88  WS-RUNLEDG-OK                  VALUE "00".
    88  WS-RUNLEDG-EOF                 VALUE "10".

01  WS-REPORT-STATUS             PIC XX.
    88  WS-REPORT-OK                   VALUE "00".

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
01  WS-TODAY-DATE                PIC 9(8) VALUE 0.
01  WS-TODAY-TIME                PIC 9(8) VALUE 0.

01  WS-STREAM-STEPS.
*> The daily stream in running order. SOGEN generates the date's
*> standing orders once, ahead of the first cycle; the rest run
*> again for every cycle.
    05  FILLER                   PIC X(8) VALUE "SOGEN".
    05  FILLER                   PIC X(8) VALUE "DAILYTBL".
    05  FILLER                   PIC X(8) VALUE "ACCTPOST".
    05  FILLER                   PIC X(8) VALUE "PERDACC".
    05  FILLER                   PIC X(8) VALUE "GLACKWRK".
    05  FILLER                   PIC X(8) VALUE "REJREPAR".
    05  FILLER                   PIC X(8) VALUE "SOREJ".
    05  FILLER                   PIC X(8) VALUE "PENDINQ".
01  WS-STREAM-TABLE REDEFINES WS-STREAM-STEPS.
    05  WS-STREAM-STEP           PIC X(8) OCCURS 8 TIMES.

01  WS-STREAM-WORK.
    05  WS-STREAM-COUNT          PIC 9(2) VALUE 8.
    05  WS-STREAM-IDX            PIC 9(2) VALUE 0.
    05  WS-MAX-CYCLE             PIC 9(2) VALUE 1.
    05  WS-CYCLE-IDX             PIC 9(2) VALUE 0.
    05  WS-STREAM-SW             PIC X VALUE "N".
        88  STEP-IN-STREAM             VALUE "Y".

01  WS-STEP-WORK.
    05  WS-STP-COUNT             PIC 9(3) VALUE 0.
    05  WS-STP-IDX               PIC 9(3) VALUE 0.
    05  WS-STP-FOUND-IDX         PIC 9(3) VALUE 0.
    05  WS-STP-SLOT              PIC 9(2) VALUE 0.
    05  WS-FIND-PROGRAM-ID       PIC X(8) VALUE SPACES.
    05  WS-FIND-CYCLE            PIC 9(2) VALUE 0.
    05  WS-FOUND-SW              PIC X VALUE "N".
        88  STEP-FOUND                 VALUE "Y".
    05  WS-TABLE-FULL-SW         PIC X VALUE "N".
        88  STEP-TABLE-FULL            VALUE "Y".
    05  WS-LEDGER-SW             PIC X VALUE "N".
        88  LEDGER-PRESENT             VALUE "Y".
    05  WS-LEDGER-READ-COUNT     PIC 9(7) VALUE 0.
    05  WS-OTHER-COUNT           PIC 9(3) VALUE 0.

01  WS-STEP-TABLE.
*> One entry per step and cycle seen on the ledger for the date,
*> holding the latest of its records: a rerun's start record wipes
*> the failed run's end. A refusal after the step had completed is
*> kept alongside the completion rather than over it - the work was
*> done, the refused rerun did nothing.
    05  WS-STP-ENTRY OCCURS 100 TIMES.
        10  WS-STP-PROGRAM-ID    PIC X(8).
        10  WS-STP-CYCLE         PIC 9(2).
        10  WS-STP-STATE         PIC X.
            88  STP-STARTED            VALUE "S".
            88  STP-ENDED              VALUE "E".
            88  STP-REFUSED            VALUE "R".
        10  WS-STP-START-TIME    PIC 9(8).
        10  WS-STP-END-TIME      PIC 9(8).
        10  WS-STP-RC            PIC 9(4).
        10  WS-STP-OVERRIDE      PIC X.
        10  WS-STP-LATE-REFUSAL  PIC X.
            88  STP-LATE-REFUSAL       VALUE "Y".
        10  WS-STP-REASON        PIC X(40).
        10  WS-STP-LISTED        PIC X.
            88  STP-LISTED             VALUE "Y".
        10  WS-STP-FILE-COUNT OCCURS 12 TIMES.
            15  WS-STP-FILE-ROLE     PIC X.
            15  WS-STP-FILE-NAME     PIC X(8).
            15  WS-STP-FILE-RECORDS  PIC 9(9).

01  WS-TOTAL-WORK.
    05  WS-TOT-COMPLETE          PIC 9(3) VALUE 0.
    05  WS-TOT-WARNING           PIC 9(3) VALUE 0.
    05  WS-TOT-FAILED            PIC 9(3) VALUE 0.
    05  WS-TOT-NO-END            PIC 9(3) VALUE 0.
    05  WS-TOT-REFUSED           PIC 9(3) VALUE 0.
    05  WS-TOT-NOT-RUN           PIC 9(3) VALUE 0.
    05  WS-TOT-PROBLEMS          PIC 9(3) VALUE 0.

01  WS-TIME-WORK.
    05  WS-TIME-IN               PIC 9(8) VALUE 0.
    05  WS-TIME-IN-R REDEFINES WS-TIME-IN.
        10  WS-TIME-HH           PIC 9(2).
        10  WS-TIME-MM           PIC 9(2).
        10  WS-TIME-SS           PIC 9(2).
        10  FILLER               PIC 9(2).
    05  WS-TIME-ED.
        10  WS-TED-HH            PIC 9(2).
        10  FILLER               PIC X VALUE ":".
        10  WS-TED-MM            PIC 9(2).
        10  FILLER               PIC X VALUE ":".
        10  WS-TED-SS            PIC 9(2).

01  WS-PRINT-WORK.
    05  WS-RPT-LINE              PIC X(132).
    05  WS-STATUS-TEXT           PIC X(20).
    05  WS-RPT-COL               PIC 9(3) VALUE 0.
    05  WS-SLOTS-ON-LINE         PIC 9 VALUE 0.
    05  WS-CYCLE-ED              PIC Z9.
    05  WS-RC-ED                 PIC ZZZ9.
    05  WS-RECORDS-ED            PIC ZZZ,ZZZ,ZZ9.
    05  WS-COUNT-ED              PIC ZZ9.
    05  WS-COUNT2-ED             PIC ZZ9.
    05  WS-COUNT3-ED             PIC ZZ9.
    05  WS-COUNT4-ED             PIC ZZ9.
    05  WS-COUNT5-ED             PIC ZZ9.
    05  WS-COUNT6-ED             PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-LEDGER
    PERFORM 3000-PRINT-STREAM
    PERFORM 4000-PRINT-OTHER-STEPS
    PERFORM 5000-PRINT-TOTALS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TODAY-TIME FROM TIME
    MOVE WS-TODAY-DATE TO WS-RUN-DATE
    OPEN INPUT WS-CONTROL-FILE
    IF WS-CONTROL-OK
        READ WS-CONTROL-FILE
        IF WS-CONTROL-OK
            IF CTL-RUN-DATE IS NUMERIC AND CTL-RUN-DATE > 0
                MOVE CTL-RUN-DATE TO WS-RUN-DATE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
    END-IF
    OPEN OUTPUT WS-REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO OPEN WS-REPORT-FILE, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY-TIME TO WS-TIME-IN
    PERFORM 7800-EDIT-TIME
    MOVE SPACES TO WS-RPT-LINE
    STRING "JOB-STREAM STATUS REPORT   BUSINESS DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   PRINTED: " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TIME-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE.

2000-LOAD-LEDGER.
*> The ledger is appended in time order, so taking its records for
*> the date front to back leaves each step at its latest state.
    OPEN INPUT WS-RUNLEDG-FILE
    IF WS-RUNLEDG-OK
        SET LEDGER-PRESENT TO TRUE
        PERFORM UNTIL WS-RUNLEDG-EOF
            READ WS-RUNLEDG-FILE
                AT END
                    SET WS-RUNLEDG-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LEDGER-READ-COUNT
                    IF RCL-BUS-DATE = WS-RUN-DATE
                        PERFORM 2100-TAKE-LEDGER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-RUNLEDG-FILE
    ELSE
        DISPLAY "RUNLEDG NOT AVAILABLE, STATUS: " WS-RUNLEDG-STATUS
                " - NO STEP HAS RECORDED A RUN" UPON CONSOLE
        MOVE "NO RUN-CONTROL LEDGER - NO STEP HAS RECORDED A RUN"
            TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
        MOVE SPACES TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

2100-TAKE-LEDGER-RECORD.
    MOVE RCL-PROGRAM-ID TO WS-FIND-PROGRAM-ID
    MOVE RCL-CYCLE-NO TO WS-FIND-CYCLE
    PERFORM 2200-FIND-STEP
    IF NOT STEP-FOUND
        IF WS-STP-COUNT < 100
            ADD 1 TO WS-STP-COUNT
            MOVE WS-STP-COUNT TO WS-STP-FOUND-IDX
            PERFORM 2150-CLEAR-STEP
            MOVE RCL-PROGRAM-ID TO WS-STP-PROGRAM-ID(WS-STP-FOUND-IDX)
            MOVE RCL-CYCLE-NO TO WS-STP-CYCLE(WS-STP-FOUND-IDX)
            SET STEP-FOUND TO TRUE
        ELSE
            IF NOT STEP-TABLE-FULL
                SET STEP-TABLE-FULL TO TRUE
                DISPLAY "STEP TABLE FULL AT 100 - LATER STEPS NOT "
                        "REPORTED" UPON CONSOLE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    IF STEP-FOUND
        PERFORM 2300-APPLY-LEDGER-RECORD
        MOVE RCL-PROGRAM-ID TO WS-FIND-PROGRAM-ID
        PERFORM 2400-CHECK-STREAM-STEP
        IF STEP-IN-STREAM AND RCL-CYCLE-NO > WS-MAX-CYCLE
            MOVE RCL-CYCLE-NO TO WS-MAX-CYCLE
        END-IF
    END-IF.

2150-CLEAR-STEP.
    MOVE SPACE TO WS-STP-STATE(WS-STP-FOUND-IDX)
    MOVE 0 TO WS-STP-START-TIME(WS-STP-FOUND-IDX)
    MOVE 0 TO WS-STP-END-TIME(WS-STP-FOUND-IDX)
    MOVE 0 TO WS-STP-RC(WS-STP-FOUND-IDX)
    MOVE "N" TO WS-STP-OVERRIDE(WS-STP-FOUND-IDX)
    MOVE "N" TO WS-STP-LATE-REFUSAL(WS-STP-FOUND-IDX)
    MOVE SPACES TO WS-STP-REASON(WS-STP-FOUND-IDX)
    MOVE "N" TO WS-STP-LISTED(WS-STP-FOUND-IDX)
    PERFORM VARYING WS-STP-SLOT FROM 1 BY 1 UNTIL WS-STP-SLOT > 12
        MOVE SPACE TO WS-STP-FILE-ROLE(WS-STP-FOUND-IDX, WS-STP-SLOT)
        MOVE SPACES TO WS-STP-FILE-NAME(WS-STP-FOUND-IDX, WS-STP-SLOT)
        MOVE 0 TO WS-STP-FILE-RECORDS(WS-STP-FOUND-IDX, WS-STP-SLOT)
    END-PERFORM.

2200-FIND-STEP.
*> Find WS-FIND-PROGRAM-ID for WS-FIND-CYCLE; STEP-FOUND and
*> WS-STP-FOUND-IDX say whether and where.
    MOVE "N" TO WS-FOUND-SW
    MOVE 0 TO WS-STP-FOUND-IDX
    PERFORM VARYING WS-STP-IDX FROM 1 BY 1
            UNTIL WS-STP-IDX > WS-STP-COUNT OR STEP-FOUND
        IF WS-STP-PROGRAM-ID(WS-STP-IDX) = WS-FIND-PROGRAM-ID
           AND WS-STP-CYCLE(WS-STP-IDX) = WS-FIND-CYCLE
            SET STEP-FOUND TO TRUE
            MOVE WS-STP-IDX TO WS-STP-FOUND-IDX
        END-IF
    END-PERFORM.

2300-APPLY-LEDGER-RECORD.
    EVALUATE TRUE
        WHEN RCL-IS-START
            PERFORM 2150-CLEAR-STEP
            MOVE "S" TO WS-STP-STATE(WS-STP-FOUND-IDX)
            MOVE RCL-STAMP-TIME TO WS-STP-START-TIME(WS-STP-FOUND-IDX)
            MOVE RCL-OVERRIDE TO WS-STP-OVERRIDE(WS-STP-FOUND-IDX)
            MOVE RCL-REASON TO WS-STP-REASON(WS-STP-FOUND-IDX)
        WHEN RCL-IS-END
            MOVE "E" TO WS-STP-STATE(WS-STP-FOUND-IDX)
            MOVE RCL-STAMP-TIME TO WS-STP-END-TIME(WS-STP-FOUND-IDX)
            MOVE RCL-RETURN-CODE TO WS-STP-RC(WS-STP-FOUND-IDX)
            MOVE RCL-OVERRIDE TO WS-STP-OVERRIDE(WS-STP-FOUND-IDX)
            PERFORM VARYING WS-STP-SLOT FROM 1 BY 1
                    UNTIL WS-STP-SLOT > 12
                MOVE RCL-FILE-ROLE(WS-STP-SLOT)
                    TO WS-STP-FILE-ROLE(WS-STP-FOUND-IDX, WS-STP-SLOT)
                MOVE RCL-FILE-NAME(WS-STP-SLOT)
                    TO WS-STP-FILE-NAME(WS-STP-FOUND-IDX, WS-STP-SLOT)
                MOVE RCL-FILE-RECORDS(WS-STP-SLOT)
                    TO WS-STP-FILE-RECORDS(WS-STP-FOUND-IDX,
                                           WS-STP-SLOT)
            END-PERFORM
        WHEN RCL-IS-REFUSED
            IF STP-ENDED(WS-STP-FOUND-IDX)
                MOVE "Y" TO WS-STP-LATE-REFUSAL(WS-STP-FOUND-IDX)
            ELSE
                PERFORM 2150-CLEAR-STEP
                MOVE "R" TO WS-STP-STATE(WS-STP-FOUND-IDX)
                MOVE RCL-STAMP-TIME
                    TO WS-STP-START-TIME(WS-STP-FOUND-IDX)
                MOVE RCL-RETURN-CODE TO WS-STP-RC(WS-STP-FOUND-IDX)
            END-IF
            MOVE RCL-REASON TO WS-STP-REASON(WS-STP-FOUND-IDX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2400-CHECK-STREAM-STEP.
    MOVE "N" TO WS-STREAM-SW
    PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
            UNTIL WS-STREAM-IDX > WS-STREAM-COUNT OR STEP-IN-STREAM
        IF WS-STREAM-STEP(WS-STREAM-IDX) = WS-FIND-PROGRAM-ID
            SET STEP-IN-STREAM TO TRUE
        END-IF
    END-PERFORM.

3000-PRINT-STREAM.
*> Every stream step for every cycle up to the highest one any
*> stream step recorded - a step missing from a cycle shows as
*> NOT RUN in its place rather than silently absent.
    MOVE "DAILY STREAM" TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    PERFORM 3050-PRINT-COLUMN-HEADING
    PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
            UNTIL WS-CYCLE-IDX > WS-MAX-CYCLE
        PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
            IF WS-STREAM-IDX > 1 OR WS-CYCLE-IDX = 1
                PERFORM 3100-PRINT-STREAM-STEP
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE.

3050-PRINT-COLUMN-HEADING.
    MOVE SPACES TO WS-RPT-LINE
    MOVE "STEP" TO WS-RPT-LINE(1:4)
    MOVE "CYCLE" TO WS-RPT-LINE(11:5)
    MOVE "STATUS" TO WS-RPT-LINE(18:6)
    MOVE "START" TO WS-RPT-LINE(40:5)
    MOVE "END" TO WS-RPT-LINE(50:3)
    MOVE "RC" TO WS-RPT-LINE(62:2)
    MOVE "OVERRIDE" TO WS-RPT-LINE(66:8)
    PERFORM 7900-WRITE-REPORT-LINE.

3100-PRINT-STREAM-STEP.
    MOVE WS-STREAM-STEP(WS-STREAM-IDX) TO WS-FIND-PROGRAM-ID
    MOVE WS-CYCLE-IDX TO WS-FIND-CYCLE
    PERFORM 2200-FIND-STEP
    IF STEP-FOUND
        MOVE "Y" TO WS-STP-LISTED(WS-STP-FOUND-IDX)
        PERFORM 3200-PRINT-STEP
    ELSE
        ADD 1 TO WS-TOT-NOT-RUN
        MOVE WS-CYCLE-IDX TO WS-CYCLE-ED
        MOVE SPACES TO WS-RPT-LINE
        MOVE WS-FIND-PROGRAM-ID TO WS-RPT-LINE(1:8)
        MOVE WS-CYCLE-ED TO WS-RPT-LINE(12:2)
        MOVE "NOT RUN" TO WS-RPT-LINE(18:7)
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF.

3200-PRINT-STEP.
*> The step line for WS-STP-FOUND-IDX, then its refusal reason and
*> its record counts, four to a line.
    EVALUATE TRUE
        WHEN STP-ENDED(WS-STP-FOUND-IDX)
             AND WS-STP-RC(WS-STP-FOUND-IDX) = 0
            MOVE "COMPLETE" TO WS-STATUS-TEXT
            ADD 1 TO WS-TOT-COMPLETE
        WHEN STP-ENDED(WS-STP-FOUND-IDX)
             AND WS-STP-RC(WS-STP-FOUND-IDX) NOT > 8
            MOVE "COMPLETE - WARNINGS" TO WS-STATUS-TEXT
            ADD 1 TO WS-TOT-WARNING
        WHEN STP-ENDED(WS-STP-FOUND-IDX)
            MOVE "FAILED" TO WS-STATUS-TEXT
            ADD 1 TO WS-TOT-FAILED
        WHEN STP-STARTED(WS-STP-FOUND-IDX)
            MOVE "STARTED - NO END" TO WS-STATUS-TEXT
            ADD 1 TO WS-TOT-NO-END
        WHEN STP-REFUSED(WS-STP-FOUND-IDX)
            MOVE "REFUSED" TO WS-STATUS-TEXT
            ADD 1 TO WS-TOT-REFUSED
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-STATUS-TEXT
    END-EVALUATE
    MOVE WS-STP-CYCLE(WS-STP-FOUND-IDX) TO WS-CYCLE-ED
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-STP-PROGRAM-ID(WS-STP-FOUND-IDX) TO WS-RPT-LINE(1:8)
    MOVE WS-CYCLE-ED TO WS-RPT-LINE(12:2)
    MOVE WS-STATUS-TEXT TO WS-RPT-LINE(18:20)
    IF WS-STP-START-TIME(WS-STP-FOUND-IDX) > 0
        MOVE WS-STP-START-TIME(WS-STP-FOUND-IDX) TO WS-TIME-IN
        PERFORM 7800-EDIT-TIME
        MOVE WS-TIME-ED TO WS-RPT-LINE(40:8)
    END-IF
    IF STP-ENDED(WS-STP-FOUND-IDX)
        MOVE WS-STP-END-TIME(WS-STP-FOUND-IDX) TO WS-TIME-IN
        PERFORM 7800-EDIT-TIME
        MOVE WS-TIME-ED TO WS-RPT-LINE(50:8)
    END-IF
    IF STP-ENDED(WS-STP-FOUND-IDX) OR STP-REFUSED(WS-STP-FOUND-IDX)
        MOVE WS-STP-RC(WS-STP-FOUND-IDX) TO WS-RC-ED
        MOVE WS-RC-ED TO WS-RPT-LINE(60:4)
    END-IF
    IF WS-STP-OVERRIDE(WS-STP-FOUND-IDX) = "Y"
        MOVE "YES" TO WS-RPT-LINE(66:3)
    END-IF
    PERFORM 7900-WRITE-REPORT-LINE
    IF WS-STP-REASON(WS-STP-FOUND-IDX) NOT = SPACES
        MOVE SPACES TO WS-RPT-LINE
        EVALUATE TRUE
            WHEN STP-LATE-REFUSAL(WS-STP-FOUND-IDX)
                STRING "A LATER RERUN WAS REFUSED: " DELIMITED BY SIZE
                       WS-STP-REASON(WS-STP-FOUND-IDX)
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE(5:128)
            WHEN STP-REFUSED(WS-STP-FOUND-IDX)
                STRING "REFUSED: " DELIMITED BY SIZE
                       WS-STP-REASON(WS-STP-FOUND-IDX)
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE(5:128)
            WHEN OTHER
                STRING "RAN PAST: " DELIMITED BY SIZE
                       WS-STP-REASON(WS-STP-FOUND-IDX)
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE(5:128)
        END-EVALUATE
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF
    IF STP-ENDED(WS-STP-FOUND-IDX)
        PERFORM 3300-PRINT-STEP-COUNTS
    END-IF.

3300-PRINT-STEP-COUNTS.
    MOVE SPACES TO WS-RPT-LINE
    MOVE 0 TO WS-SLOTS-ON-LINE
    PERFORM VARYING WS-STP-SLOT FROM 1 BY 1 UNTIL WS-STP-SLOT > 12
        IF WS-STP-FILE-NAME(WS-STP-FOUND-IDX, WS-STP-SLOT)
               NOT = SPACES
            COMPUTE WS-RPT-COL = 5 + WS-SLOTS-ON-LINE * 26
            MOVE WS-STP-FILE-ROLE(WS-STP-FOUND-IDX, WS-STP-SLOT)
                TO WS-RPT-LINE(WS-RPT-COL:1)
            MOVE WS-STP-FILE-NAME(WS-STP-FOUND-IDX, WS-STP-SLOT)
                TO WS-RPT-LINE(WS-RPT-COL + 2:8)
            MOVE WS-STP-FILE-RECORDS(WS-STP-FOUND-IDX, WS-STP-SLOT)
                TO WS-RECORDS-ED
            MOVE WS-RECORDS-ED TO WS-RPT-LINE(WS-RPT-COL + 11:11)
            ADD 1 TO WS-SLOTS-ON-LINE
            IF WS-SLOTS-ON-LINE = 4
                PERFORM 7900-WRITE-REPORT-LINE
                MOVE SPACES TO WS-RPT-LINE
                MOVE 0 TO WS-SLOTS-ON-LINE
            END-IF
        END-IF
    END-PERFORM
    IF WS-SLOTS-ON-LINE > 0
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF.

4000-PRINT-OTHER-STEPS.
*> The periodic steps and anything else that ran under the date,
*> in the order they first appear on the ledger.
    MOVE "OTHER STEPS" TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    PERFORM 3050-PRINT-COLUMN-HEADING
    PERFORM VARYING WS-STP-IDX FROM 1 BY 1
            UNTIL WS-STP-IDX > WS-STP-COUNT
        IF NOT STP-LISTED(WS-STP-IDX)
            ADD 1 TO WS-OTHER-COUNT
            MOVE WS-STP-IDX TO WS-STP-FOUND-IDX
            PERFORM 3200-PRINT-STEP
        END-IF
    END-PERFORM
    IF WS-OTHER-COUNT = 0
        MOVE "NONE" TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE.

5000-PRINT-TOTALS.
    MOVE WS-TOT-COMPLETE TO WS-COUNT-ED
    MOVE WS-TOT-WARNING TO WS-COUNT2-ED
    MOVE WS-TOT-FAILED TO WS-COUNT3-ED
    MOVE WS-TOT-NO-END TO WS-COUNT4-ED
    MOVE WS-TOT-REFUSED TO WS-COUNT5-ED
    MOVE WS-TOT-NOT-RUN TO WS-COUNT6-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "STEPS COMPLETE: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  WITH WARNINGS: " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           "  FAILED: " DELIMITED BY SIZE
           WS-COUNT3-ED DELIMITED BY SIZE
           "  NO END: " DELIMITED BY SIZE
           WS-COUNT4-ED DELIMITED BY SIZE
           "  REFUSED: " DELIMITED BY SIZE
           WS-COUNT5-ED DELIMITED BY SIZE
           "  NOT RUN: " DELIMITED BY SIZE
           WS-COUNT6-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    COMPUTE WS-TOT-PROBLEMS
        = WS-TOT-FAILED + WS-TOT-NO-END + WS-TOT-REFUSED
    IF WS-TOT-PROBLEMS > 0
        MOVE WS-TOT-PROBLEMS TO WS-COUNT-ED
        DISPLAY "STEPS FAILED, WITHOUT AN END OR REFUSED FOR "
                WS-RUN-DATE ": " WS-COUNT-ED UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

7800-EDIT-TIME.
    MOVE WS-TIME-HH TO WS-TED-HH
    MOVE WS-TIME-MM TO WS-TED-MM
    MOVE WS-TIME-SS TO WS-TED-SS.

7900-WRITE-REPORT-LINE.
    WRITE WS-REPORT-RECORD FROM WS-RPT-LINE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO WRITE WS-REPORT-RECORD, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    CLOSE WS-REPORT-FILE
    DISPLAY "JOB-STREAM STATUS FOR " WS-RUN-DATE ": "
            WS-LEDGER-READ-COUNT " LEDGER RECORDS READ" UPON CONSOLE.
