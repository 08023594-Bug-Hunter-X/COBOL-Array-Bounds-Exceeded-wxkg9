       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> DISPAGE - Daily dispute case aging report.
*> Lists every open case on the dispute case master DISPCASE by
*> branch, most urgent first, against its regulatory response
*> deadline: how many days the case has been open, how many days
*> are left to answer it, the disputed amount and whether the
*> customer has been given a provisional credit. A case past its
*> deadline is flagged OVERDUE and sets return code 8; one due
*> within WS-DUE-SOON-DAYS is flagged DUE SOON. Each branch closes
*> with its case count, overdue count and disputed total, and the
*> report with the same for all branches and the open cases by
*> age. Ages are counted to the business date on CTLFILE, or
*> today's date without one. No DISPCASE just means no case has
*> ever been opened - the report then says so. The run is recorded
*> on the run-control ledger (RUNLEDG).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-DISPCASE-FILE ASSIGN TO "DISPCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DCR-CASE-NO
        ALTERNATE RECORD KEY IS DCR-REF-ID
            WITH DUPLICATES
        FILE STATUS IS WS-DISPCASE-STATUS.

    SELECT WS-EXTRACT-FILE ASSIGN TO "DISPEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO "SORTWK".

    SELECT WS-DISPWRK-FILE ASSIGN TO "DISPWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISPWRK-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO "DISPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

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
*> "Y" lets the run go ahead past a failed run-control check.
    05  CTL-LEDGER-OVERRIDE     PIC X.
    05  FILLER                  PIC X(61).

FD  WS-DISPCASE-FILE.
01  WS-DISPCASE-RECORD.
*> Only the keys and the status byte are needed here - the whole
*> case travels through the sort and is read back as DISPCASE.
    05  DCR-CASE-NO             PIC 9(8).
    05  DCR-REF-ID              PIC X(20).
    05  FILLER                  PIC X(62).
    05  DCR-STATUS              PIC X.
        88  DCR-IS-OPEN               VALUE "O".
    05  FILLER                  PIC X(149).

FD  WS-EXTRACT-FILE.
01  WS-EXTRACT-RECORD           PIC X(240).

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
*> Over the DISPCASE layout: case number, branch, deadline.
    05  SRT-CASE-NO             PIC 9(8).
    05  FILLER                  PIC X(30).
    05  SRT-BRANCH-ID           PIC X(3).
    05  FILLER                  PIC X(61).
    05  SRT-DEADLINE-DATE       PIC 9(8).
    05  FILLER                  PIC X(130).

FD  WS-DISPWRK-FILE.
01  WS-DISPWRK-RECORD.
    COPY DISPCASE.

FD  WS-REPORT-FILE.
01  WS-REPORT-RECORD            PIC X(132).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-DISPCASE-STATUS           PIC XX.
    88  WS-DISPCASE-OK                 VALUES "00" "02".
    88  WS-DISPCASE-EOF                VALUES "10" "46".
    88  WS-DISPCASE-MISSING            VALUE "35".

01  WS-EXTRACT-STATUS            PIC XX.
    88  WS-EXTRACT-OK                  VALUE "00".

01  WS-DISPWRK-STATUS            PIC XX.
    88  WS-DISPWRK-OK                  VALUE "00".
    88  WS-DISPWRK-EOF                 VALUE "10".

01  WS-REPORT-STATUS             PIC XX.
    88  WS-REPORT-OK                   VALUE "00".

01  WS-RUNLEDG-STATUS            PIC XX.
    88  WS-RUNLEDG-OK                  VALUE "00".
    88  WS-RUNLEDG-EOF                 VALUE "10".

01  WS-LEDGER-WORK.
*> This step's entries on the run-control ledger (RUNLEDG). The
*> prerequisite is the step that must have ended cleanly for
*> WS-LDG-PREREQ-DATE and WS-LDG-PREREQ-CYCLE before this one may
*> start - "clean" being RC 8 or below, warnings being the normal
*> state of a day's run. An optional prerequisite need not have run
*> at all, but must not be half-done or failed if it did.
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "DISPAGE".
    05  WS-LDG-BUS-DATE          PIC 9(8) VALUE 0.
    05  WS-LDG-CYCLE             PIC 9(2) VALUE 1.
    05  WS-LDG-PREREQ-ID         PIC X(8) VALUE SPACES.
    05  WS-LDG-PREREQ-DATE       PIC 9(8) VALUE 0.
    05  WS-LDG-PREREQ-CYCLE      PIC 9(2) VALUE 0.
    05  WS-LDG-PREREQ-OPTIONAL   PIC X VALUE "N".
        88  LDG-PREREQ-OPTIONAL        VALUE "Y".
    05  WS-LDG-PREREQ-STATE      PIC X VALUE SPACE.
        88  LDG-PREREQ-NOT-RUN         VALUE SPACE.
        88  LDG-PREREQ-STARTED         VALUE "S".
        88  LDG-PREREQ-ENDED           VALUE "E".
    05  WS-LDG-PREREQ-RC         PIC 9(4) VALUE 0.
    05  WS-LDG-CLEAN-RC          PIC 9(4) VALUE 8.
    05  WS-LDG-EVENT             PIC X VALUE SPACE.
    05  WS-LDG-OVERRIDE          PIC X VALUE "N".
        88  LDG-OVERRIDE               VALUE "Y".
    05  WS-LDG-OVERRIDE-USED     PIC X VALUE "N".
    05  WS-LDG-CHECK-SW          PIC X VALUE "N".
        88  LDG-CHECK-FAILED           VALUE "Y".
    05  WS-LDG-REASON            PIC X(40) VALUE SPACES.
    05  WS-LDG-IDX               PIC 9(2) VALUE 0.
    05  WS-LDG-SLOT              PIC 9(2) VALUE 0.
    05  WS-LDG-FILE-ROLE         PIC X VALUE SPACE.
    05  WS-LDG-FILE-NAME         PIC X(8) VALUE SPACES.
    05  WS-LDG-FILE-RECORDS      PIC 9(9) VALUE 0.

01  WS-LEDGER-GENERATIONS.
*> The generations this step reads that another step (or an earlier
*> run of this one) produced, each with the record count found on it
*> at start-up and the count its producer last recorded writing.
    05  WS-LGN-COUNT             PIC 9 VALUE 0.
    05  WS-LGN-ENTRY OCCURS 4 TIMES.
        10  WS-LGN-NAME          PIC X(8).
        10  WS-LGN-ACTUAL        PIC 9(9).
        10  WS-LGN-EXPECTED      PIC 9(9).
        10  WS-LGN-RECORDED      PIC X.
            88  LGN-RECORDED           VALUE "Y".

01  WS-LEDGER-COUNTS.
*> What goes into the end record's RCL-FILE-COUNT slots.
    05  WS-LCT-COUNT             PIC 9(2) VALUE 0.
    05  WS-LCT-ENTRY OCCURS 12 TIMES.
        10  WS-LCT-ROLE          PIC X.
        10  WS-LCT-NAME          PIC X(8).
        10  WS-LCT-RECORDS       PIC 9(9).

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

01  WS-AGING-WORK.
*> A case this close to its deadline is called out before it
*> becomes overdue.
    05  WS-DUE-SOON-DAYS         PIC 9(3) VALUE 5.
    05  WS-RUN-INT               PIC 9(9) VALUE 0.
    05  WS-DAYS-OPEN             PIC S9(5) VALUE 0.
    05  WS-DAYS-LEFT             PIC S9(5) VALUE 0.
    05  WS-CASEFILE-SW           PIC X VALUE "N".
        88  CASEFILE-PRESENT           VALUE "Y".
    05  WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.
    05  WS-CASE-READ-COUNT       PIC 9(7) VALUE 0.

01  WS-BREAK-WORK.
    05  WS-BRK-OPEN              PIC X VALUE "N".
        88  BRK-BRANCH-OPEN            VALUE "Y".
    05  WS-BRK-BRANCH-ID         PIC X(3) VALUE SPACES.
    05  WS-BRK-CASES             PIC 9(7) VALUE 0.
    05  WS-BRK-OVERDUE           PIC 9(7) VALUE 0.
    05  WS-BRK-AMOUNT            PIC 9(13)V99 VALUE 0.

01  WS-TOTAL-WORK.
    05  WS-TOT-CASES             PIC 9(7) VALUE 0.
    05  WS-TOT-OVERDUE           PIC 9(7) VALUE 0.
    05  WS-TOT-DUE-SOON          PIC 9(7) VALUE 0.
    05  WS-TOT-AMOUNT            PIC 9(13)V99 VALUE 0.
    05  WS-AGE-0-15              PIC 9(7) VALUE 0.
    05  WS-AGE-16-30             PIC 9(7) VALUE 0.
    05  WS-AGE-31-45             PIC 9(7) VALUE 0.
    05  WS-AGE-OVER-45           PIC 9(7) VALUE 0.

01  WS-PRINT-WORK.
    05  WS-RPT-LINE              PIC X(132).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-TOTAL-ED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-DAYS-ED               PIC ZZZZ9-.
    05  WS-COUNT-ED              PIC ZZZZZZ9.
    05  WS-COUNT2-ED             PIC ZZZZZZ9.
    05  WS-COUNT3-ED             PIC ZZZZZZ9.
    05  WS-COUNT4-ED             PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-EXTRACT-OPEN-CASES
    PERFORM 3000-SORT-EXTRACT
    PERFORM 4000-PRINT-AGING
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT WS-CONTROL-FILE
    IF WS-CONTROL-OK
        READ WS-CONTROL-FILE
        IF WS-CONTROL-OK
            IF CTL-RUN-DATE IS NUMERIC AND CTL-RUN-DATE > 0
                MOVE CTL-RUN-DATE TO WS-RUN-DATE
            END-IF
            IF CTL-CYCLE-NO IS NUMERIC AND CTL-CYCLE-NO > 0
                MOVE CTL-CYCLE-NO TO WS-LDG-CYCLE
            END-IF
            IF CTL-LEDGER-OVERRIDE = "Y"
                SET LDG-OVERRIDE TO TRUE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
    END-IF
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    PERFORM 1900-CHECK-RUN-LEDGER
    COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    OPEN OUTPUT WS-REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO OPEN WS-REPORT-FILE, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1900-CHECK-RUN-LEDGER.
*> Nothing starts out of turn. The whole ledger is read for the
*> prerequisite's latest record for its date and cycle, and for the
*> count each generation's producer last wrote. A prerequisite that
*> has not run, started but never ended (abended, or still going),
*> or ended above RC 8 - or a generation holding a different count
*> from the one its producer wrote, because the rename after that
*> step did not happen or an old or partial copy is mounted -
*> refuses the run, and the refusal goes on the ledger too.
*> CTL-LEDGER-OVERRIDE lets operations run past a check they have
*> satisfied themselves about; the run then ends at RC 8 at least.
    MOVE "N" TO WS-LDG-CHECK-SW
    MOVE SPACES TO WS-LDG-REASON
    MOVE SPACE TO WS-LDG-PREREQ-STATE
    MOVE 0 TO WS-LDG-PREREQ-RC
    PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
            UNTIL WS-LDG-IDX > WS-LGN-COUNT
        MOVE 0 TO WS-LGN-EXPECTED(WS-LDG-IDX)
        MOVE "N" TO WS-LGN-RECORDED(WS-LDG-IDX)
    END-PERFORM
    PERFORM 1910-SCAN-RUN-LEDGER
    IF WS-LDG-PREREQ-ID NOT = SPACES
        EVALUATE TRUE
            WHEN LDG-PREREQ-NOT-RUN
                IF NOT LDG-PREREQ-OPTIONAL
                    SET LDG-CHECK-FAILED TO TRUE
                    STRING WS-LDG-PREREQ-ID DELIMITED BY SPACE
                           " NOT RUN FOR " DELIMITED BY SIZE
                           WS-LDG-PREREQ-DATE DELIMITED BY SIZE
                           " CYCLE " DELIMITED BY SIZE
                           WS-LDG-PREREQ-CYCLE DELIMITED BY SIZE
                        INTO WS-LDG-REASON
                END-IF
            WHEN LDG-PREREQ-STARTED
                SET LDG-CHECK-FAILED TO TRUE
                STRING WS-LDG-PREREQ-ID DELIMITED BY SPACE
                       " NO END FOR " DELIMITED BY SIZE
                       WS-LDG-PREREQ-DATE DELIMITED BY SIZE
                       " CYCLE " DELIMITED BY SIZE
                       WS-LDG-PREREQ-CYCLE DELIMITED BY SIZE
                    INTO WS-LDG-REASON
            WHEN WS-LDG-PREREQ-RC > WS-LDG-CLEAN-RC
                SET LDG-CHECK-FAILED TO TRUE
                STRING WS-LDG-PREREQ-ID DELIMITED BY SPACE
                       " ENDED AT RC " DELIMITED BY SIZE
                       WS-LDG-PREREQ-RC DELIMITED BY SIZE
                    INTO WS-LDG-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
            UNTIL WS-LDG-IDX > WS-LGN-COUNT OR LDG-CHECK-FAILED
        IF LGN-RECORDED(WS-LDG-IDX)
           AND WS-LGN-ACTUAL(WS-LDG-IDX)
               NOT = WS-LGN-EXPECTED(WS-LDG-IDX)
            SET LDG-CHECK-FAILED TO TRUE
            STRING WS-LGN-NAME(WS-LDG-IDX) DELIMITED BY SPACE
                   " HAS " DELIMITED BY SIZE
                   WS-LGN-ACTUAL(WS-LDG-IDX) DELIMITED BY SIZE
                   " NOT " DELIMITED BY SIZE
                   WS-LGN-EXPECTED(WS-LDG-IDX) DELIMITED BY SIZE
                INTO WS-LDG-REASON
        END-IF
    END-PERFORM
    IF LDG-CHECK-FAILED
        DISPLAY "RUN-CONTROL CHECK FAILED: " WS-LDG-REASON
            UPON CONSOLE
        IF LDG-OVERRIDE
            DISPLAY "CONTINUING ON CTL-LEDGER-OVERRIDE" UPON CONSOLE
            MOVE "Y" TO WS-LDG-OVERRIDE-USED
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            DISPLAY WS-LDG-PROGRAM-ID " NOT STARTED - COMPLETE OR "
                    "RERUN THE STEP NAMED, MOUNT THE GENERATION IT "
                    "WROTE, OR SET CTL-LEDGER-OVERRIDE TO Y"
                UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "R" TO WS-LDG-EVENT
            PERFORM 1950-WRITE-LEDGER-RECORD
            STOP RUN
        END-IF
    END-IF
    MOVE "S" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.

1910-SCAN-RUN-LEDGER.
*> A missing ledger is the first run under run control: nothing has
*> been recorded, so there is nothing to hold this step back.
    OPEN INPUT WS-RUNLEDG-FILE
    IF WS-RUNLEDG-OK
        PERFORM UNTIL WS-RUNLEDG-EOF
            READ WS-RUNLEDG-FILE
                AT END
                    SET WS-RUNLEDG-EOF TO TRUE
                NOT AT END
                    PERFORM 1920-NOTE-LEDGER-RECORD
            END-READ
        END-PERFORM
        CLOSE WS-RUNLEDG-FILE
    ELSE
        DISPLAY "RUNLEDG NOT FOUND, STATUS: " WS-RUNLEDG-STATUS
                " - STARTING A NEW RUN-CONTROL LEDGER" UPON CONSOLE
    END-IF.

1920-NOTE-LEDGER-RECORD.
*> The ledger is appended in time order, so the last record seen
*> for the prerequisite, and the last end record naming a
*> generation as output, are the ones that stand. Refusals are
*> passed over - a refused step did nothing.
    IF RCL-PROGRAM-ID = WS-LDG-PREREQ-ID
       AND RCL-BUS-DATE = WS-LDG-PREREQ-DATE
       AND RCL-CYCLE-NO = WS-LDG-PREREQ-CYCLE
       AND NOT RCL-IS-REFUSED
        MOVE RCL-EVENT TO WS-LDG-PREREQ-STATE
        MOVE RCL-RETURN-CODE TO WS-LDG-PREREQ-RC
    END-IF
    IF RCL-IS-END
        PERFORM VARYING WS-LDG-SLOT FROM 1 BY 1
                UNTIL WS-LDG-SLOT > 12
            IF RCL-FILE-IS-OUTPUT(WS-LDG-SLOT)
                PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                        UNTIL WS-LDG-IDX > WS-LGN-COUNT
                    IF RCL-FILE-NAME(WS-LDG-SLOT)
                           = WS-LGN-NAME(WS-LDG-IDX)
                        MOVE RCL-FILE-RECORDS(WS-LDG-SLOT)
                            TO WS-LGN-EXPECTED(WS-LDG-IDX)
                        MOVE "Y" TO WS-LGN-RECORDED(WS-LDG-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
    END-IF.

1950-WRITE-LEDGER-RECORD.
*> One ledger record of event WS-LDG-EVENT, carrying the return code
*> as it stands; an end record also carries the counts gathered in
*> WS-LEDGER-COUNTS. A ledger that cannot be written stops the run:
*> without its records the steps after this one cannot start.
    MOVE SPACES TO WS-RUNLEDG-RECORD
    MOVE WS-LDG-PROGRAM-ID TO RCL-PROGRAM-ID
    MOVE WS-LDG-BUS-DATE TO RCL-BUS-DATE
    MOVE WS-LDG-CYCLE TO RCL-CYCLE-NO
    MOVE WS-LDG-EVENT TO RCL-EVENT
    ACCEPT RCL-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT RCL-STAMP-TIME FROM TIME
    MOVE RETURN-CODE TO RCL-RETURN-CODE
    MOVE WS-LDG-OVERRIDE-USED TO RCL-OVERRIDE
    MOVE WS-LDG-REASON TO RCL-REASON
    IF RCL-IS-END
        PERFORM VARYING WS-LDG-SLOT FROM 1 BY 1
                UNTIL WS-LDG-SLOT > WS-LCT-COUNT
            MOVE WS-LCT-ROLE(WS-LDG-SLOT)
                TO RCL-FILE-ROLE(WS-LDG-SLOT)
            MOVE WS-LCT-NAME(WS-LDG-SLOT)
                TO RCL-FILE-NAME(WS-LDG-SLOT)
            MOVE WS-LCT-RECORDS(WS-LDG-SLOT)
                TO RCL-FILE-RECORDS(WS-LDG-SLOT)
        END-PERFORM
    END-IF
    OPEN EXTEND WS-RUNLEDG-FILE
    IF NOT WS-RUNLEDG-OK
        OPEN OUTPUT WS-RUNLEDG-FILE
    END-IF
    IF NOT WS-RUNLEDG-OK
        DISPLAY "UNABLE TO OPEN WS-RUNLEDG-FILE, STATUS: "
                WS-RUNLEDG-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    WRITE WS-RUNLEDG-RECORD
    IF NOT WS-RUNLEDG-OK
        DISPLAY "UNABLE TO WRITE WS-RUNLEDG-RECORD, STATUS: "
                WS-RUNLEDG-STATUS UPON CONSOLE
        CLOSE WS-RUNLEDG-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE WS-RUNLEDG-FILE.

1960-ADD-LEDGER-COUNT.
*> Queue WS-LDG-FILE-ROLE/NAME/RECORDS for the end record.
    IF WS-LCT-COUNT < 12
        ADD 1 TO WS-LCT-COUNT
        MOVE WS-LDG-FILE-ROLE TO WS-LCT-ROLE(WS-LCT-COUNT)
        MOVE WS-LDG-FILE-NAME TO WS-LCT-NAME(WS-LCT-COUNT)
        MOVE WS-LDG-FILE-RECORDS TO WS-LCT-RECORDS(WS-LCT-COUNT)
    END-IF.

2000-EXTRACT-OPEN-CASES.
*> Closed cases stay on the master for HISTINQ and the auditors;
*> only the open ones are aged. No DISPCASE yet just means no case
*> has been opened; one that is there but cannot be read is an
*> error, not an empty report.
    OPEN OUTPUT WS-EXTRACT-FILE
    IF NOT WS-EXTRACT-OK
        DISPLAY "UNABLE TO OPEN WS-EXTRACT-FILE, STATUS: "
                WS-EXTRACT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-DISPCASE-FILE
    IF WS-DISPCASE-OK
        SET CASEFILE-PRESENT TO TRUE
        PERFORM UNTIL WS-DISPCASE-EOF
            READ WS-DISPCASE-FILE
                AT END
                    SET WS-DISPCASE-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CASE-READ-COUNT
                    IF DCR-IS-OPEN
                        WRITE WS-EXTRACT-RECORD
                            FROM WS-DISPCASE-RECORD
                        IF WS-EXTRACT-OK
                            ADD 1 TO WS-EXTRACT-COUNT
                        ELSE
                            DISPLAY "UNABLE TO WRITE WS-EXTRACT-RECORD"
                                    ", STATUS: " WS-EXTRACT-STATUS
                                UPON CONSOLE
                            MOVE 16 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-DISPCASE-FILE
    ELSE
        IF WS-DISPCASE-MISSING
            DISPLAY "DISPCASE NOT AVAILABLE, STATUS: "
                    WS-DISPCASE-STATUS " - NO CASES TO AGE"
                UPON CONSOLE
        ELSE
            DISPLAY "UNABLE TO OPEN WS-DISPCASE-FILE, STATUS: "
                    WS-DISPCASE-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF
    CLOSE WS-EXTRACT-FILE.

3000-SORT-EXTRACT.
*> Branch, then the nearest deadline first, so each branch's page
*> opens with the case that must be answered soonest.
    SORT WS-SORT-FILE
        ON ASCENDING KEY SRT-BRANCH-ID
                         SRT-DEADLINE-DATE
                         SRT-CASE-NO
        USING WS-EXTRACT-FILE
        GIVING WS-DISPWRK-FILE.

4000-PRINT-AGING.
    MOVE SPACES TO WS-RPT-LINE
    STRING "DISPUTE CASE AGING REPORT   AS OF: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    IF NOT CASEFILE-PRESENT
        MOVE "NO DISPUTE CASE MASTER - NO CASE HAS BEEN OPENED"
            TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF
    MOVE "N" TO WS-BRK-OPEN
    OPEN INPUT WS-DISPWRK-FILE
    IF NOT WS-DISPWRK-OK
        DISPLAY "UNABLE TO OPEN WS-DISPWRK-FILE, STATUS: "
                WS-DISPWRK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL WS-DISPWRK-EOF
            READ WS-DISPWRK-FILE
                AT END
                    SET WS-DISPWRK-EOF TO TRUE
                NOT AT END
                    PERFORM 4100-TAKE-SORTED-CASE
            END-READ
        END-PERFORM
        CLOSE WS-DISPWRK-FILE
        IF BRK-BRANCH-OPEN
            PERFORM 4300-PRINT-BRANCH-TOTAL
        END-IF
    END-IF
    PERFORM 4400-PRINT-GRAND-TOTAL.

4100-TAKE-SORTED-CASE.
    IF BRK-BRANCH-OPEN AND DSP-BRANCH-ID NOT = WS-BRK-BRANCH-ID
        PERFORM 4300-PRINT-BRANCH-TOTAL
    END-IF
    IF NOT BRK-BRANCH-OPEN
        SET BRK-BRANCH-OPEN TO TRUE
        MOVE DSP-BRANCH-ID TO WS-BRK-BRANCH-ID
        MOVE 0 TO WS-BRK-CASES
        MOVE 0 TO WS-BRK-OVERDUE
        MOVE 0 TO WS-BRK-AMOUNT
        PERFORM 4150-PRINT-BRANCH-HEADING
    END-IF
    PERFORM 4200-PRINT-CASE-LINE.

4150-PRINT-BRANCH-HEADING.
    MOVE SPACES TO WS-RPT-LINE
    STRING "BRANCH: " DELIMITED BY SIZE
           WS-BRK-BRANCH-ID DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE "CASE NO" TO WS-RPT-LINE(1:7)
    MOVE "REFERENCE ID" TO WS-RPT-LINE(11:12)
    MOVE "ACCOUNT" TO WS-RPT-LINE(33:7)
    MOVE "OPENED" TO WS-RPT-LINE(45:6)
    MOVE "AGE" TO WS-RPT-LINE(56:3)
    MOVE "RESPOND BY" TO WS-RPT-LINE(62:10)
    MOVE "LEFT" TO WS-RPT-LINE(73:4)
    MOVE "DISPUTED AMOUNT" TO WS-RPT-LINE(79:15)
    MOVE "CREDIT" TO WS-RPT-LINE(96:6)
    PERFORM 7900-WRITE-REPORT-LINE.

4200-PRINT-CASE-LINE.
*> Age counts from the day the case was opened; days left run to
*> the deadline and go negative once it has passed.
    COMPUTE WS-DAYS-OPEN = WS-RUN-INT
        - FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
    COMPUTE WS-DAYS-LEFT
        = FUNCTION INTEGER-OF-DATE(DSP-DEADLINE-DATE) - WS-RUN-INT
    MOVE SPACES TO WS-RPT-LINE
    MOVE DSP-CASE-NO TO WS-RPT-LINE(1:8)
    MOVE DSP-REF-ID TO WS-RPT-LINE(11:20)
    MOVE DSP-ACCOUNT-NO TO WS-RPT-LINE(33:10)
    MOVE DSP-OPENED-DATE TO WS-RPT-LINE(45:8)
    MOVE WS-DAYS-OPEN TO WS-DAYS-ED
    MOVE WS-DAYS-ED TO WS-RPT-LINE(54:6)
    MOVE DSP-DEADLINE-DATE TO WS-RPT-LINE(62:8)
    MOVE WS-DAYS-LEFT TO WS-DAYS-ED
    MOVE WS-DAYS-ED TO WS-RPT-LINE(72:6)
    MOVE DSP-DISPUTED-AMOUNT TO WS-AMOUNT-ED
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(80:14)
*> A reversal awaiting approval has not taken the credit back yet.
    EVALUATE TRUE
        WHEN DSP-CREDIT-PROVISIONAL
        WHEN DSP-REVERSAL-AWAITING
            MOVE "PROVISIONAL" TO WS-RPT-LINE(96:11)
        WHEN DSP-CREDIT-AWAITING
            MOVE "AWAITING" TO WS-RPT-LINE(96:8)
        WHEN OTHER
            MOVE "NONE" TO WS-RPT-LINE(96:4)
    END-EVALUATE
    IF WS-DAYS-LEFT < 0
        MOVE "*** OVERDUE ***" TO WS-RPT-LINE(109:15)
        ADD 1 TO WS-BRK-OVERDUE
        ADD 1 TO WS-TOT-OVERDUE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        IF WS-DAYS-LEFT <= WS-DUE-SOON-DAYS
            MOVE "DUE SOON" TO WS-RPT-LINE(109:8)
            ADD 1 TO WS-TOT-DUE-SOON
        END-IF
    END-IF
    PERFORM 7900-WRITE-REPORT-LINE
    ADD 1 TO WS-BRK-CASES
    ADD DSP-DISPUTED-AMOUNT TO WS-BRK-AMOUNT
    EVALUATE TRUE
        WHEN WS-DAYS-OPEN <= 15
            ADD 1 TO WS-AGE-0-15
        WHEN WS-DAYS-OPEN <= 30
            ADD 1 TO WS-AGE-16-30
        WHEN WS-DAYS-OPEN <= 45
            ADD 1 TO WS-AGE-31-45
        WHEN OTHER
            ADD 1 TO WS-AGE-OVER-45
    END-EVALUATE.

4300-PRINT-BRANCH-TOTAL.
    MOVE WS-BRK-CASES TO WS-COUNT-ED
    MOVE WS-BRK-OVERDUE TO WS-COUNT2-ED
    MOVE WS-BRK-AMOUNT TO WS-TOTAL-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "  BRANCH " DELIMITED BY SIZE
           WS-BRK-BRANCH-ID DELIMITED BY SIZE
           "  OPEN CASES: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  OVERDUE: " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           "  DISPUTED: " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    ADD WS-BRK-CASES TO WS-TOT-CASES
    ADD WS-BRK-AMOUNT TO WS-TOT-AMOUNT
    MOVE "N" TO WS-BRK-OPEN.

4400-PRINT-GRAND-TOTAL.
    MOVE WS-TOT-CASES TO WS-COUNT-ED
    MOVE WS-TOT-OVERDUE TO WS-COUNT2-ED
    MOVE WS-TOT-DUE-SOON TO WS-COUNT3-ED
    MOVE WS-TOT-AMOUNT TO WS-TOTAL-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "ALL BRANCHES  OPEN CASES: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  OVERDUE: " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           "  DUE SOON: " DELIMITED BY SIZE
           WS-COUNT3-ED DELIMITED BY SIZE
           "  DISPUTED: " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE WS-AGE-0-15 TO WS-COUNT-ED
    MOVE WS-AGE-16-30 TO WS-COUNT2-ED
    MOVE WS-AGE-31-45 TO WS-COUNT3-ED
    MOVE WS-AGE-OVER-45 TO WS-COUNT4-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "OPEN CASES BY AGE   0-15 DAYS: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  16-30: " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           "  31-45: " DELIMITED BY SIZE
           WS-COUNT3-ED DELIMITED BY SIZE
           "  OVER 45: " DELIMITED BY SIZE
           WS-COUNT4-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    IF WS-TOT-OVERDUE > 0
        MOVE WS-TOT-OVERDUE TO WS-COUNT-ED
        DISPLAY "DISPUTE CASES PAST THEIR RESPONSE DEADLINE: "
                WS-COUNT-ED UPON CONSOLE
    END-IF.

7900-WRITE-REPORT-LINE.
    WRITE WS-REPORT-RECORD FROM WS-RPT-LINE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO WRITE WS-REPORT-RECORD, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    CLOSE WS-REPORT-FILE
    DISPLAY "DISPUTE AGING: " WS-EXTRACT-COUNT " OPEN CASES AS OF "
            WS-RUN-DATE UPON CONSOLE
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "DISPCASE" TO WS-LDG-FILE-NAME
    MOVE WS-CASE-READ-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
