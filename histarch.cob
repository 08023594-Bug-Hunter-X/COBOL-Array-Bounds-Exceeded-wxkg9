*> age. The cutoff is recorded on HISTBNDY so HISTINQ can tell an
*> operator when a request falls in the archived period instead of
*> letting "not found" read as "never existed".
*> Run monthly from the scheduler, after the day's DAILYTBL run -
*> the run-control ledger (RUNLEDG) holds it until DAILYTBL has
*> ended cleanly for the CTLFILE business date and cycle and the
*> master holds the count DAILYTBL recorded.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. HISTARCH.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOUNDARY-STATUS.

    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-ARCHCTL-FILE.
01  WS-BOUNDARY-RECORD.
    05  BND-ARCHIVE-CUTOFF      PIC 9(8).

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

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-ARCHCTL-STATUS            PIC XX.
    88  WS-ARCHCTL-OK                  VALUE "00".
01  WS-BOUNDARY-STATUS           PIC XX.
    88  WS-BOUNDARY-OK                 VALUE "00".

01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "HISTARCH".
    05  WS-LDG-BUS-DATE          PIC 9(8) VALUE 0.
    05  WS-LDG-CYCLE             PIC 9(2) VALUE 1.
    05  WS-LDG-PREREQ-ID         PIC X(8) VALUE "DAILYTBL".
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

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.

01  WS-CUTOFF-WORK.
1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1890-READ-RUN-CONTROL
*> ARCHCTL is checked before the run starts, so a run it stops goes
*> on the ledger as a refusal.
    OPEN INPUT WS-ARCHCTL-FILE
    IF NOT WS-ARCHCTL-OK
        DISPLAY "UNABLE TO OPEN WS-ARCHCTL-FILE, STATUS: "
                WS-ARCHCTL-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "ARCHCTL NOT AVAILABLE" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    READ WS-ARCHCTL-FILE
    IF NOT WS-ARCHCTL-OK
        DISPLAY "UNABLE TO READ WS-ARCHCTL-RECORD, STATUS: "
                WS-ARCHCTL-STATUS UPON CONSOLE
        CLOSE WS-ARCHCTL-FILE
        MOVE 16 TO RETURN-CODE
        MOVE "ARCHCTL NOT READ" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    CLOSE WS-ARCHCTL-FILE
        DISPLAY "ARCHCTL CUTOFF INVALID: " WS-CUTOFF-DATE
                " - NOTHING ARCHIVED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "ARCHCTL CUTOFF INVALID" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    MOVE WS-LDG-BUS-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-LDG-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER
    DISPLAY "ARCHIVING HISTORY CAPTURED BEFORE " WS-CUTOFF-DATE
        UPON CONSOLE.

1890-READ-RUN-CONTROL.
*> The ledger knows runs by the daily stream's business date and
*> cycle, so this step's records carry the ones on CTLFILE - today
*> and cycle 1 when there is no control record.
    ACCEPT WS-LDG-BUS-DATE FROM DATE YYYYMMDD
    MOVE 1 TO WS-LDG-CYCLE
    OPEN INPUT WS-CONTROL-FILE
    IF WS-CONTROL-OK
        READ WS-CONTROL-FILE
        IF WS-CONTROL-OK
            IF CTL-RUN-DATE IS NUMERIC AND CTL-RUN-DATE > 0
                MOVE CTL-RUN-DATE TO WS-LDG-BUS-DATE
            END-IF
            IF CTL-CYCLE-NO IS NUMERIC AND CTL-CYCLE-NO > 0
                MOVE CTL-CYCLE-NO TO WS-LDG-CYCLE
            END-IF
            IF CTL-LEDGER-OVERRIDE = "Y"
                SET LDG-OVERRIDE TO TRUE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
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

1930-COUNT-GENERATIONS.
*> The history master as DAILYTBL, HISTARCH or HISTREBL left it,
*> counted end to end along its prime key.
    MOVE 1 TO WS-LGN-COUNT
    MOVE "HISTMST" TO WS-LGN-NAME(1)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    OPEN INPUT WS-HISTORY-FILE
    IF WS-HISTORY-OK
        PERFORM UNTIL NOT WS-HISTORY-OK
            READ WS-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(1)
            END-READ
        END-PERFORM
        CLOSE WS-HISTORY-FILE
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

2000-WRITE-ARCHIVE.
*> Walk the capture-date alternate key from the bottom of the
*> master and stop at the cutoff, the same bounded walk HISTINQ
    END-IF.

9000-TERMINATE.
*> The master goes on the ledger as it is left: what was on it less
*> what was purged, so the next run that reads it can tell.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "HISTMST" TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE "ARCHFILE" TO WS-LDG-FILE-NAME
    MOVE WS-VERIFY-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "HISTMST" TO WS-LDG-FILE-NAME
    COMPUTE WS-LDG-FILE-RECORDS = WS-LGN-ACTUAL(1) - WS-DELETED-COUNT
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
