*> Reads the permanent run-history file that DAILYTBL appends a
*> statistics record to every run, charts captured volume against
*> the configured table limit, and projects - from the recent
*> growth per business day (BUSCAL) - when volume will cross the
*> configured limit or the hard 9999 table ceiling, so capacity
*> changes can be justified before the overflow file becomes the
*> main file.
*> Run weekly; writes the TRNDFILE listing, and records its run on
*> the run-control ledger (RUNLEDG).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TRENDRPT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREND-STATUS.

    SELECT WS-BUSCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUSCAL-STATUS.

    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-RUNSTATS-FILE.
FD  WS-TREND-FILE.
01  WS-TREND-RECORD             PIC X(100).

FD  WS-BUSCAL-FILE.
01  WS-BUSCAL-RECORD.
    COPY BUSCAL.

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
01  WS-RUNSTATS-STATUS           PIC XX.
    88  WS-RUNSTATS-OK                 VALUE "00".
01  WS-TREND-STATUS              PIC XX.
    88  WS-TREND-OK                    VALUE "00".

01  WS-BUSCAL-STATUS             PIC XX.
    88  WS-BUSCAL-OK                   VALUE "00".
    88  WS-BUSCAL-EOF                  VALUE "10".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "TRENDRPT".
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

01  WS-TREND-CONTROLS.
*> The projection horizon and averaging window the shop settled
*> on: flag anything projected to cross inside 30 business days,
*> averaged over the last 7 runs so one heavy day does not set off
*> alarms.
    05  WS-HORIZON-DAYS          PIC 9(3) VALUE 30.
    05  WS-AVG-WINDOW            PIC 9(3) VALUE 7.
    05  WS-HARD-CEILING          PIC 9(5) VALUE 9999.
    05  WS-RUN-COUNT             PIC 9(3) VALUE 0.
    05  WS-RUN-IDX               PIC 9(3) VALUE 0.
    05  WS-SHIFT-IDX             PIC 9(3) VALUE 0.
    05  WS-RUNSTATS-READ-COUNT   PIC 9(7) VALUE 0.

01  WS-RUN-TABLE.
*> The most recent 60 runs - enough for two months of trend; older
    05  WS-LATEST-MAX            PIC 9(5) VALUE 0.
    05  WS-RUNS-TO-LIMIT         PIC 9(5) VALUE 0.
    05  WS-RUNS-TO-CEILING       PIC 9(5) VALUE 0.
    05  WS-WINDOW-BUS-DAYS       PIC 9(5) VALUE 0.
    05  WS-WINDOW-END-INT        PIC 9(9) VALUE 0.
    05  WS-PROJ-STEPS            PIC 9(5) VALUE 0.
    05  WS-PROJ-DATE             PIC 9(8) VALUE 0.

01  WS-CALENDAR-WORK.
    05  WS-CAL-COUNT             PIC 9(3) VALUE 0.
    05  WS-CAL-IDX               PIC 9(3) VALUE 0.
    05  WS-CAL-TABLE-LIMIT       PIC 9(3) VALUE 500.
    05  WS-CAL-TEST-INT          PIC 9(9) VALUE 0.
    05  WS-CAL-TEST-DATE         PIC 9(8) VALUE 0.
    05  WS-CAL-WEEKDAY           PIC 9 VALUE 0.
    05  WS-CAL-BUSINESS-SW       PIC X VALUE "N".
        88  CAL-BUSINESS-DAY           VALUE "Y".

01  WS-CALENDAR-TABLE.
*> The BUSCAL holidays and make-up working days, loaded the way
*> DAILYTBL loads them, so growth is spread over the days the
*> shop actually captured on.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-DATE          PIC 9(8).
        10  WS-CAL-DAY-TYPE      PIC X.

01  WS-PRINT-WORK.
    05  WS-TREND-LINE            PIC X(100).
    STOP RUN.

1000-INITIALIZE.
    PERFORM 1890-READ-RUN-CONTROL
    PERFORM 1900-CHECK-RUN-LEDGER
    OPEN INPUT WS-RUNSTATS-FILE
    IF NOT WS-RUNSTATS-OK
        DISPLAY "UNABLE TO OPEN WS-RUNSTATS-FILE, STATUS: "
                WS-TREND-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-BUSINESS-CALENDAR.

1100-LOAD-BUSINESS-CALENDAR.
*> The report can run without the calendar - growth is then spread
*> over weekdays, which understates it only across a holiday.
    MOVE 0 TO WS-CAL-COUNT
    OPEN INPUT WS-BUSCAL-FILE
    IF NOT WS-BUSCAL-OK
        DISPLAY "BUSCAL NOT AVAILABLE, STATUS: " WS-BUSCAL-STATUS
                " - PROJECTING ON WEEKDAYS ONLY" UPON CONSOLE
    ELSE
        PERFORM UNTIL WS-BUSCAL-EOF
            READ WS-BUSCAL-FILE
                AT END
                    SET WS-BUSCAL-EOF TO TRUE
                NOT AT END
                    PERFORM 1110-STORE-CALENDAR-ENTRY
            END-READ
        END-PERFORM
        CLOSE WS-BUSCAL-FILE
    END-IF.

1110-STORE-CALENDAR-ENTRY.
*> Entries the table cannot take are reported the way DAILYTBL
*> reports them.
    IF CAL-DATE IS NUMERIC
       AND (CAL-IS-HOLIDAY OR CAL-IS-WORKING-DAY)
        IF WS-CAL-COUNT < WS-CAL-TABLE-LIMIT
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
        ELSE
            DISPLAY "BUSCAL ENTRY IGNORED - CALENDAR TABLE FULL AT "
                    "500: " CAL-DATE UPON CONSOLE
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    ELSE
        DISPLAY "BUSCAL ENTRY IGNORED - BAD DATE OR DAY TYPE: "
                CAL-DATE " " CAL-DAY-TYPE UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

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

2000-LOAD-RUN-HISTORY.
            AT END
                SET WS-RUNSTATS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-RUNSTATS-READ-COUNT
                PERFORM 2100-STORE-RUN-RECORD
        END-READ
    END-PERFORM.
    PERFORM 3900-WRITE-TREND-LINE.

3200-PRINT-PROJECTION.
*> Average the last WS-AVG-WINDOW runs and take the growth per
*> business day from the window's endpoints - the change in volume
*> over the business days between the first and last run dates, so
*> a missed run or a holiday in the window does not inflate it. If
*> volume is growing, project how many business days until it
*> crosses the configured limit and the hard table ceiling, and
*> flag anything falling inside the horizon - the warning
*> operations needs BEFORE the 80%/90% console messages start
*> appearing daily.
    MOVE WS-RUN-COUNT TO WS-WINDOW-RUNS
    IF WS-WINDOW-RUNS > WS-AVG-WINDOW
        MOVE WS-AVG-WINDOW TO WS-WINDOW-RUNS
    MOVE WS-RUN-VOLUME(WS-RUN-COUNT) TO WS-LATEST-VOLUME
    MOVE WS-RUN-MAX(WS-RUN-COUNT) TO WS-LATEST-MAX
    IF WS-WINDOW-RUNS > 1
        PERFORM 3210-COUNT-WINDOW-BUS-DAYS
        COMPUTE WS-GROWTH-PER-RUN
            = (WS-RUN-VOLUME(WS-RUN-COUNT)
               - WS-RUN-VOLUME(WS-WINDOW-FIRST))
            / WS-WINDOW-BUS-DAYS
    ELSE
        MOVE 0 TO WS-GROWTH-PER-RUN
    END-IF
    PERFORM 3900-WRITE-TREND-LINE
    MOVE WS-GROWTH-PER-RUN TO WS-GROWTH-ED
    MOVE SPACES TO WS-TREND-LINE
    STRING "GROWTH PER BUSINESS DAY (WINDOW ENDPOINTS): "
               DELIMITED BY SIZE
           WS-GROWTH-ED DELIMITED BY SIZE
        INTO WS-TREND-LINE
    PERFORM 3900-WRITE-TREND-LINE
        END-IF
    END-IF.

3210-COUNT-WINDOW-BUS-DAYS.
*> Business days after the window's first run date up to and
*> including its last. Runs made only on override days can leave
*> that at zero; the run count stands in so the division holds.
    MOVE 0 TO WS-WINDOW-BUS-DAYS
    COMPUTE WS-CAL-TEST-INT = FUNCTION INTEGER-OF-DATE
        (WS-RUN-STAT-DATE(WS-WINDOW-FIRST))
    COMPUTE WS-WINDOW-END-INT = FUNCTION INTEGER-OF-DATE
        (WS-RUN-STAT-DATE(WS-RUN-COUNT))
    PERFORM UNTIL WS-CAL-TEST-INT >= WS-WINDOW-END-INT
        ADD 1 TO WS-CAL-TEST-INT
        PERFORM 3290-TEST-BUSINESS-DAY
        IF CAL-BUSINESS-DAY
            ADD 1 TO WS-WINDOW-BUS-DAYS
        END-IF
    END-PERFORM
    IF WS-WINDOW-BUS-DAYS = 0
        COMPUTE WS-WINDOW-BUS-DAYS = WS-WINDOW-RUNS - 1
    END-IF.

3290-TEST-BUSINESS-DAY.
*> Monday to Friday unless BUSCAL says otherwise; the integer date
*> 1 (1601-01-01) was a Monday, so (day - 1) mod 7 is 0 to 6 for
*> Monday to Sunday.
    MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT) TO WS-CAL-TEST-DATE
    COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-TEST-INT - 1, 7)
    IF WS-CAL-WEEKDAY < 5
        SET CAL-BUSINESS-DAY TO TRUE
    ELSE
        MOVE "N" TO WS-CAL-BUSINESS-SW
    END-IF
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-CAL-TEST-DATE
            IF WS-CAL-DAY-TYPE(WS-CAL-IDX) = "H"
                MOVE "N" TO WS-CAL-BUSINESS-SW
            ELSE
                SET CAL-BUSINESS-DAY TO TRUE
            END-IF
        END-IF
    END-PERFORM.

3300-PRINT-CROSSING-PROJECTION.
    COMPUTE WS-RUNS-TO-LIMIT
        = (WS-LATEST-MAX - WS-LATEST-VOLUME)
        = (WS-HARD-CEILING - WS-LATEST-VOLUME)
        / WS-GROWTH-PER-RUN
    MOVE WS-RUNS-TO-LIMIT TO WS-RUNS-ED
    MOVE WS-RUNS-TO-LIMIT TO WS-PROJ-STEPS
    PERFORM 3310-PROJECT-BUSINESS-DATE
    MOVE SPACES TO WS-TREND-LINE
    STRING "BUSINESS DAYS UNTIL CONFIGURED LIMIT: " DELIMITED BY SIZE
           WS-RUNS-ED DELIMITED BY SIZE
           "  (ON OR ABOUT " DELIMITED BY SIZE
           WS-PROJ-DATE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO WS-TREND-LINE
    PERFORM 3900-WRITE-TREND-LINE
    MOVE WS-RUNS-TO-CEILING TO WS-RUNS-ED
    MOVE WS-RUNS-TO-CEILING TO WS-PROJ-STEPS
    PERFORM 3310-PROJECT-BUSINESS-DATE
    MOVE SPACES TO WS-TREND-LINE
    STRING "BUSINESS DAYS UNTIL 9999 TABLE CEILING: "
               DELIMITED BY SIZE
           WS-RUNS-ED DELIMITED BY SIZE
           "  (ON OR ABOUT " DELIMITED BY SIZE
           WS-PROJ-DATE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO WS-TREND-LINE
    PERFORM 3900-WRITE-TREND-LINE
    IF WS-RUNS-TO-LIMIT <= WS-HORIZON-DAYS
        MOVE 8 TO RETURN-CODE
    END-IF.

3310-PROJECT-BUSINESS-DATE.
*> The calendar date WS-PROJ-STEPS business days after the latest
*> run - the day to have the capacity change in by.
    COMPUTE WS-CAL-TEST-INT = FUNCTION INTEGER-OF-DATE
        (WS-RUN-STAT-DATE(WS-RUN-COUNT))
    PERFORM UNTIL WS-PROJ-STEPS = 0
        ADD 1 TO WS-CAL-TEST-INT
        PERFORM 3290-TEST-BUSINESS-DAY
        IF CAL-BUSINESS-DAY
            SUBTRACT 1 FROM WS-PROJ-STEPS
        END-IF
    END-PERFORM
    MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT) TO WS-PROJ-DATE.

3900-WRITE-TREND-LINE.
    WRITE WS-TREND-RECORD FROM WS-TREND-LINE
    IF NOT WS-TREND-OK

9000-TERMINATE.
    CLOSE WS-RUNSTATS-FILE
    CLOSE WS-TREND-FILE
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "RUNSTATS" TO WS-LDG-FILE-NAME
    MOVE WS-RUNSTATS-READ-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
