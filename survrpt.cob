       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SURVRPT - Large-value and structuring surveillance report.
*> Reads the history master HISTMST along its capture-date key over
*> a rolling window and lists, for compliance, three kinds of
*> unusual account activity:
*>   1. any single transaction whose base-currency amount is over
*>      the reportable threshold;
*>   2. accounts with repeated amounts sitting just under that
*>      threshold, spread across several days or several branch
*>      sources - the pattern of a large sum broken up to stay
*>      under the reporting line;
*>   3. account-days whose transaction count or value jumps well
*>      above the account's own average over a trailing baseline
*>      period ahead of the window.
*> Every hit prints the TRAN-REF-IDs behind it so the analyst can
*> pull each one up in HISTINQ. The window, threshold and
*> sensitivities come from the SURVCTL control record; history
*> HISTARCH has already purged is called out on the report rather
*> than silently missing from the baseline. Run monthly, or on
*> demand for a compliance request; writes the SURVFILE listing.
*> The run-control ledger (RUNLEDG) stops it when the master does
*> not hold the count its last writer recorded.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SURVRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-SURVCTL-FILE ASSIGN TO "SURVCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SURVCTL-STATUS.

    SELECT WS-HISTORY-FILE ASSIGN TO "HISTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-REF-ID
        ALTERNATE RECORD KEY IS HIST-CAPTURE-DATE
            WITH DUPLICATES
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT WS-BOUNDARY-FILE ASSIGN TO "HISTBNDY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOUNDARY-STATUS.

    SELECT WS-SURV-FILE ASSIGN TO "SURVFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SURV-STATUS.

    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-SURVCTL-FILE.
01  WS-SURVCTL-RECORD.
*> A zero or non-numeric field takes the shop default shown against
*> it in WS-SURV-CONTROLS; only the threshold has no default - it
*> is compliance's number, not ours to guess.
    05  SVC-END-DATE            PIC 9(8).
    05  SVC-WINDOW-DAYS         PIC 9(3).
    05  SVC-THRESHOLD           PIC 9(9)V99.
    05  SVC-NEAR-PCT            PIC 9(3).
    05  SVC-STRUCT-MIN-COUNT    PIC 9(3).
    05  SVC-STRUCT-MIN-DAYS     PIC 9(3).
    05  SVC-STRUCT-MIN-SOURCES  PIC 9(3).
    05  SVC-TRAIL-DAYS          PIC 9(3).
    05  SVC-SPIKE-FACTOR        PIC 9(3)V9.
    05  SVC-SPIKE-MIN-COUNT     PIC 9(3).
    05  FILLER                  PIC X(36).

FD  WS-HISTORY-FILE.
01  WS-HISTORY-RECORD.
    05  HIST-REF-ID             PIC X(20).
    05  HIST-CAPTURE-DATE       PIC 9(8).
    05  HIST-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

FD  WS-BOUNDARY-FILE.
01  WS-BOUNDARY-RECORD.
    05  BND-ARCHIVE-CUTOFF      PIC 9(8).

FD  WS-SURV-FILE.
01  WS-SURV-RECORD              PIC X(100).

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
01  WS-SURVCTL-STATUS            PIC XX.
    88  WS-SURVCTL-OK                  VALUE "00".

01  WS-HISTORY-STATUS            PIC XX.
    88  WS-HISTORY-OK                  VALUE "00".
    88  WS-HISTORY-EOF                 VALUES "10" "46".

01  WS-BOUNDARY-STATUS           PIC XX.
    88  WS-BOUNDARY-OK                 VALUE "00".

01  WS-SURV-STATUS               PIC XX.
    88  WS-SURV-OK                     VALUE "00".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "SURVRPT".
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

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.

01  WS-SURV-CONTROLS.
*> The settings in force for this run, SURVCTL over the defaults:
*> a 30-day window; "just under" meaning within 10% of the line;
*> three such items on one account over two days or two sources
*> to call it structuring; a 30-day baseline, and a day at three
*> times the account's baseline daily average (with at least five
*> items, for the count test) to call it a spike.
    05  WS-END-DATE              PIC 9(8) VALUE 0.
    05  WS-WINDOW-DAYS           PIC 9(3) VALUE 30.
    05  WS-THRESHOLD             PIC 9(9)V99 VALUE 0.
    05  WS-NEAR-PCT              PIC 9(3) VALUE 90.
    05  WS-NEAR-FLOOR            PIC 9(9)V99 VALUE 0.
    05  WS-STRUCT-MIN-COUNT      PIC 9(3) VALUE 3.
    05  WS-STRUCT-MIN-DAYS       PIC 9(3) VALUE 2.
    05  WS-STRUCT-MIN-SOURCES    PIC 9(3) VALUE 2.
    05  WS-TRAIL-DAYS            PIC 9(3) VALUE 30.
    05  WS-SPIKE-FACTOR          PIC 9(3)V9 VALUE 3.0.
    05  WS-SPIKE-MIN-COUNT       PIC 9(3) VALUE 5.

01  WS-WINDOW-WORK.
    05  WS-WINDOW-START          PIC 9(8) VALUE 0.
    05  WS-BASELINE-START        PIC 9(8) VALUE 0.
    05  WS-END-INT               PIC 9(9) VALUE 0.
    05  WS-WINDOW-START-INT      PIC 9(9) VALUE 0.
    05  WS-BASELINE-START-INT    PIC 9(9) VALUE 0.
    05  WS-CUTOFF-INT            PIC 9(9) VALUE 0.
*> Baseline days actually on the master - the trailing period less
*> whatever of it HISTARCH has already moved off to archive.
    05  WS-BASELINE-DAYS         PIC 9(3) VALUE 0.

01  WS-ARCHIVE-BOUNDARY.
*> Zero means HISTARCH has never purged and the master is whole.
    05  WS-ARCHIVE-CUTOFF        PIC 9(8) VALUE 0.

01  WS-SCAN-WORK.
    05  WS-ABS-AMOUNT            PIC S9(9)V99 VALUE 0.
    05  WS-CURRENT-DATE          PIC 9(8) VALUE 0.
    05  WS-WINDOW-READ-COUNT     PIC 9(7) VALUE 0.
    05  WS-BASELINE-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-LARGE-HIT-COUNT       PIC 9(5) VALUE 0.
    05  WS-STRUCT-HIT-COUNT      PIC 9(5) VALUE 0.
    05  WS-SPIKE-HIT-COUNT       PIC 9(5) VALUE 0.

01  WS-BASELINE-WORK.
    05  WS-BASE-COUNT            PIC 9(4) VALUE 0.
    05  WS-BASE-IDX              PIC 9(4) VALUE 0.
    05  WS-BASE-TABLE-LIMIT      PIC 9(4) VALUE 3000.
    05  WS-BASE-FOUND            PIC X VALUE "N".
        88  BASE-FOUND                 VALUE "Y".
    05  WS-BASE-FULL-SW          PIC X VALUE "N".
        88  BASE-TABLE-FULL            VALUE "Y".

01  WS-BASELINE-TABLE.
*> Per account, the item count and the total absolute base value
*> captured across the baseline period - divided by the baseline
*> days, the account's normal day.
    05  WS-BASE-ENTRY OCCURS 3000 TIMES.
        10  WS-BASE-ACCOUNT      PIC X(10).
        10  WS-BASE-ITEMS        PIC 9(7).
        10  WS-BASE-VALUE        PIC 9(13)V99.

01  WS-NEAR-WORK.
    05  WS-NEAR-COUNT            PIC 9(4) VALUE 0.
    05  WS-NEAR-IDX              PIC 9(4) VALUE 0.
    05  WS-NEAR-SCAN-IDX         PIC 9(4) VALUE 0.
    05  WS-NEAR-PRIOR-IDX        PIC 9(4) VALUE 0.
    05  WS-NEAR-TABLE-LIMIT      PIC 9(4) VALUE 2000.
    05  WS-NEAR-FULL-SW          PIC X VALUE "N".
        88  NEAR-TABLE-FULL            VALUE "Y".
    05  WS-GROUP-ACCOUNT         PIC X(10) VALUE SPACES.
    05  WS-GROUP-ITEMS           PIC 9(4) VALUE 0.
    05  WS-GROUP-DAYS            PIC 9(4) VALUE 0.
    05  WS-GROUP-SOURCES         PIC 9(4) VALUE 0.
    05  WS-GROUP-VALUE           PIC 9(13)V99 VALUE 0.
    05  WS-NEW-DAY-SW            PIC X VALUE "N".
        88  NEW-DAY                    VALUE "Y".
    05  WS-NEW-SOURCE-SW         PIC X VALUE "N".
        88  NEW-SOURCE                 VALUE "Y".

01  WS-NEAR-TABLE.
*> Every in-window item within the near band below the threshold,
*> in capture order; 3000 groups them by account after the scan.
    05  WS-NEAR-ENTRY OCCURS 2000 TIMES.
        10  WS-NEAR-ACCOUNT      PIC X(10).
        10  WS-NEAR-DATE         PIC 9(8).
        10  WS-NEAR-SOURCE       PIC X(3).
        10  WS-NEAR-TYPE         PIC X(4).
        10  WS-NEAR-REF          PIC X(20).
        10  WS-NEAR-AMOUNT       PIC S9(9)V99.
        10  WS-NEAR-DONE         PIC X.
            88  NEAR-DONE              VALUE "Y".

01  WS-DAY-WORK.
    05  WS-DAY-ACCT-COUNT        PIC 9(4) VALUE 0.
    05  WS-DAY-ACCT-IDX          PIC 9(4) VALUE 0.
    05  WS-DAY-ACCT-LIMIT        PIC 9(4) VALUE 3000.
    05  WS-DAY-ITEM-COUNT        PIC 9(4) VALUE 0.
    05  WS-DAY-ITEM-IDX          PIC 9(4) VALUE 0.
    05  WS-DAY-ITEM-LIMIT        PIC 9(4) VALUE 5000.
    05  WS-DAY-FOUND             PIC X VALUE "N".
        88  DAY-ACCT-FOUND             VALUE "Y".
    05  WS-DAY-FULL-SW           PIC X VALUE "N".
        88  DAY-TABLE-FULL             VALUE "Y".
    05  WS-AVG-ITEMS             PIC 9(7)V99 VALUE 0.
    05  WS-AVG-VALUE             PIC 9(13)V99 VALUE 0.
    05  WS-SPIKE-COUNT-LINE      PIC 9(9)V99 VALUE 0.
    05  WS-SPIKE-VALUE-LINE      PIC 9(15)V99 VALUE 0.
    05  WS-SPIKE-KIND            PIC X(14) VALUE SPACES.
    05  WS-REFS-LISTED           PIC 9(4) VALUE 0.

01  WS-DAY-ACCT-TABLE.
*> One capture date's activity per account, evaluated and cleared
*> at each date break on the window pass.
    05  WS-DAY-ACCT-ENTRY OCCURS 3000 TIMES.
        10  WS-DAY-ACCOUNT       PIC X(10).
        10  WS-DAY-ITEMS         PIC 9(5).
        10  WS-DAY-VALUE         PIC 9(13)V99.

01  WS-DAY-ITEM-TABLE.
*> The same date's items, kept so a spiking account-day can list
*> the references behind it.
    05  WS-DAY-ITEM-ENTRY OCCURS 5000 TIMES.
        10  WS-DAY-ITEM-ACCOUNT  PIC X(10).
        10  WS-DAY-ITEM-REF      PIC X(20).
        10  WS-DAY-ITEM-TYPE     PIC X(4).
        10  WS-DAY-ITEM-AMOUNT   PIC S9(9)V99.

01  WS-PRINT-WORK.
    05  WS-SURV-LINE             PIC X(100).
    05  WS-AMOUNT-ED             PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  WS-VALUE-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AVG-VALUE-ED          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-COUNT-ED              PIC ZZZZ9.
    05  WS-COUNT2-ED             PIC ZZZZ9.
    05  WS-COUNT3-ED             PIC ZZZZ9.
    05  WS-AVG-ITEMS-ED          PIC ZZZZ9.99.
    05  WS-BIG-COUNT-ED          PIC ZZZZZZ9.
    05  WS-THRESHOLD-ED          PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SCAN-HISTORY
    PERFORM 3000-PRINT-STRUCTURING
    PERFORM 4000-PRINT-SPIKES
    PERFORM 8000-PRINT-RUN-TOTALS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1890-READ-RUN-CONTROL
    PERFORM 1100-READ-CONTROLS
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER
    PERFORM 1200-SET-WINDOW
    OPEN INPUT WS-HISTORY-FILE
    IF NOT WS-HISTORY-OK
        DISPLAY "UNABLE TO OPEN WS-HISTORY-FILE, STATUS: "
                WS-HISTORY-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-SURV-FILE
    IF NOT WS-SURV-OK
        DISPLAY "UNABLE TO OPEN WS-SURV-FILE, STATUS: "
                WS-SURV-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1300-PRINT-REPORT-HEADING.

1100-READ-CONTROLS.
*> SURVCTL is read before the run starts, so a run it stops goes on
*> the ledger as a refusal.
    OPEN INPUT WS-SURVCTL-FILE
    IF NOT WS-SURVCTL-OK
        DISPLAY "UNABLE TO OPEN WS-SURVCTL-FILE, STATUS: "
                WS-SURVCTL-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "SURVCTL NOT AVAILABLE" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    READ WS-SURVCTL-FILE
    IF NOT WS-SURVCTL-OK
        DISPLAY "UNABLE TO READ WS-SURVCTL-RECORD, STATUS: "
                WS-SURVCTL-STATUS UPON CONSOLE
        CLOSE WS-SURVCTL-FILE
        MOVE 16 TO RETURN-CODE
        MOVE "SURVCTL NOT READ" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    CLOSE WS-SURVCTL-FILE
    IF SVC-THRESHOLD IS NUMERIC AND SVC-THRESHOLD > 0
        MOVE SVC-THRESHOLD TO WS-THRESHOLD
    ELSE
        DISPLAY "SURVCTL REPORTABLE THRESHOLD MISSING OR INVALID "
                "- NOTHING REPORTED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "SURVCTL THRESHOLD INVALID" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    IF SVC-END-DATE IS NUMERIC AND SVC-END-DATE > 0
        MOVE SVC-END-DATE TO WS-END-DATE
    ELSE
        MOVE WS-TODAY-DATE TO WS-END-DATE
    END-IF
    IF SVC-WINDOW-DAYS IS NUMERIC AND SVC-WINDOW-DAYS > 0
        MOVE SVC-WINDOW-DAYS TO WS-WINDOW-DAYS
    END-IF
    IF SVC-NEAR-PCT IS NUMERIC
       AND SVC-NEAR-PCT > 0 AND SVC-NEAR-PCT < 100
        MOVE SVC-NEAR-PCT TO WS-NEAR-PCT
    END-IF
    IF SVC-STRUCT-MIN-COUNT IS NUMERIC AND SVC-STRUCT-MIN-COUNT > 0
        MOVE SVC-STRUCT-MIN-COUNT TO WS-STRUCT-MIN-COUNT
    END-IF
    IF SVC-STRUCT-MIN-DAYS IS NUMERIC AND SVC-STRUCT-MIN-DAYS > 0
        MOVE SVC-STRUCT-MIN-DAYS TO WS-STRUCT-MIN-DAYS
    END-IF
    IF SVC-STRUCT-MIN-SOURCES IS NUMERIC
       AND SVC-STRUCT-MIN-SOURCES > 0
        MOVE SVC-STRUCT-MIN-SOURCES TO WS-STRUCT-MIN-SOURCES
    END-IF
    IF SVC-TRAIL-DAYS IS NUMERIC AND SVC-TRAIL-DAYS > 0
        MOVE SVC-TRAIL-DAYS TO WS-TRAIL-DAYS
    END-IF
    IF SVC-SPIKE-FACTOR IS NUMERIC AND SVC-SPIKE-FACTOR > 0
        MOVE SVC-SPIKE-FACTOR TO WS-SPIKE-FACTOR
    END-IF
    IF SVC-SPIKE-MIN-COUNT IS NUMERIC AND SVC-SPIKE-MIN-COUNT > 0
        MOVE SVC-SPIKE-MIN-COUNT TO WS-SPIKE-MIN-COUNT
    END-IF
    COMPUTE WS-NEAR-FLOOR ROUNDED
        = WS-THRESHOLD * WS-NEAR-PCT / 100.

1200-SET-WINDOW.
*> The window is the WS-WINDOW-DAYS capture dates ending on the end
*> date; the baseline is the WS-TRAIL-DAYS immediately before it.
    COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
    COMPUTE WS-WINDOW-START-INT = WS-END-INT - WS-WINDOW-DAYS + 1
    COMPUTE WS-BASELINE-START-INT
        = WS-WINDOW-START-INT - WS-TRAIL-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
        TO WS-WINDOW-START
    MOVE FUNCTION DATE-OF-INTEGER(WS-BASELINE-START-INT)
        TO WS-BASELINE-START
    MOVE WS-TRAIL-DAYS TO WS-BASELINE-DAYS
*> No boundary file just means HISTARCH has never purged.
    OPEN INPUT WS-BOUNDARY-FILE
    IF WS-BOUNDARY-OK
        READ WS-BOUNDARY-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BND-ARCHIVE-CUTOFF IS NUMERIC
                    MOVE BND-ARCHIVE-CUTOFF TO WS-ARCHIVE-CUTOFF
                END-IF
        END-READ
        CLOSE WS-BOUNDARY-FILE
    END-IF
    IF WS-ARCHIVE-CUTOFF > WS-BASELINE-START
        IF WS-ARCHIVE-CUTOFF >= WS-WINDOW-START
            MOVE 0 TO WS-BASELINE-DAYS
        ELSE
            COMPUTE WS-CUTOFF-INT
                = FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-CUTOFF)
            COMPUTE WS-BASELINE-DAYS
                = WS-WINDOW-START-INT - WS-CUTOFF-INT
        END-IF
    END-IF.

1300-PRINT-REPORT-HEADING.
    MOVE "LARGE-VALUE AND STRUCTURING SURVEILLANCE REPORT"
        TO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE SPACES TO WS-SURV-LINE
    STRING "WINDOW: " DELIMITED BY SIZE
           WS-WINDOW-START DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-END-DATE DELIMITED BY SIZE
           "   BASELINE FROM: " DELIMITED BY SIZE
           WS-BASELINE-START DELIMITED BY SIZE
           "   RUN: " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
    MOVE WS-NEAR-PCT TO WS-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "REPORTABLE THRESHOLD (BASE): " DELIMITED BY SIZE
           WS-THRESHOLD-ED DELIMITED BY SIZE
           "   NEAR BAND FROM " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " PCT" DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    IF WS-ARCHIVE-CUTOFF > WS-BASELINE-START
*> Part of the period is on archive generations, not the master -
*> say so, so a thin baseline or a quiet early window is not taken
*> for the whole story.
        MOVE SPACES TO WS-SURV-LINE
        STRING "*** NOTE: HISTORY BEFORE " DELIMITED BY SIZE
               WS-ARCHIVE-CUTOFF DELIMITED BY SIZE
               " IS ARCHIVED - THIS REPORT COVERS THE MASTER ONLY"
                   DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
            INTO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
        DISPLAY WS-SURV-LINE UPON CONSOLE
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

2000-SCAN-HISTORY.
*> First pass, baseline start to window end along the capture-date
*> key: baseline-period items build each account's normal day;
*> window items are tested for large value on the spot and kept for
*> the structuring test if they fall in the near band.
    MOVE SPACES TO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE "SECTION 1 - SINGLE TRANSACTIONS OVER THE REPORTABLE "
        TO WS-SURV-LINE
    MOVE "THRESHOLD" TO WS-SURV-LINE(53:9)
    PERFORM 7900-WRITE-SURV-LINE
    MOVE SPACES TO WS-SURV-LINE
    MOVE "ACCOUNT" TO WS-SURV-LINE(1:7)
    MOVE "CAPTURED" TO WS-SURV-LINE(12:8)
    MOVE "SRC" TO WS-SURV-LINE(22:3)
    MOVE "TYPE" TO WS-SURV-LINE(27:4)
    MOVE "BASE AMOUNT" TO WS-SURV-LINE(40:11)
    MOVE "CCY" TO WS-SURV-LINE(53:3)
    MOVE "M" TO WS-SURV-LINE(57:1)
    MOVE "REFERENCE" TO WS-SURV-LINE(60:9)
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-BASELINE-START TO HIST-CAPTURE-DATE
    START WS-HISTORY-FILE
        KEY IS GREATER THAN OR EQUAL TO HIST-CAPTURE-DATE
        INVALID KEY
            SET WS-HISTORY-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-HISTORY-EOF
        READ WS-HISTORY-FILE NEXT RECORD
            AT END
                SET WS-HISTORY-EOF TO TRUE
            NOT AT END
                IF HIST-CAPTURE-DATE > WS-END-DATE
                    SET WS-HISTORY-EOF TO TRUE
                ELSE
                    PERFORM 2100-CLASSIFY-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-LARGE-HIT-COUNT = 0
        MOVE "  NONE" TO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
    END-IF.

2100-CLASSIFY-RECORD.
*> Tests run on the absolute base amount: a large credit is as
*> reportable as a large debit. An entry with no account number
*> (captured before accounts were stamped) can still be large, but
*> has no account to build a pattern on.
    MOVE TRAN-BASE-AMOUNT OF HIST-ENTRY TO WS-ABS-AMOUNT
    IF WS-ABS-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
    END-IF
    IF HIST-CAPTURE-DATE < WS-WINDOW-START
        ADD 1 TO WS-BASELINE-READ-COUNT
        IF TRAN-ACCOUNT-NO OF HIST-ENTRY NOT = SPACES
            PERFORM 2200-ADD-TO-BASELINE
        END-IF
    ELSE
        ADD 1 TO WS-WINDOW-READ-COUNT
        IF WS-ABS-AMOUNT > WS-THRESHOLD
            PERFORM 2300-PRINT-LARGE-VALUE
        ELSE
            IF WS-ABS-AMOUNT >= WS-NEAR-FLOOR
               AND TRAN-ACCOUNT-NO OF HIST-ENTRY NOT = SPACES
                PERFORM 2400-STORE-NEAR-ITEM
            END-IF
        END-IF
    END-IF.

2200-ADD-TO-BASELINE.
    MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY TO WS-GROUP-ACCOUNT
    PERFORM 2250-FIND-BASELINE
    IF BASE-FOUND
        ADD 1 TO WS-BASE-ITEMS(WS-BASE-IDX)
        ADD WS-ABS-AMOUNT TO WS-BASE-VALUE(WS-BASE-IDX)
    ELSE
        IF WS-BASE-COUNT < WS-BASE-TABLE-LIMIT
            ADD 1 TO WS-BASE-COUNT
            MOVE WS-GROUP-ACCOUNT TO WS-BASE-ACCOUNT(WS-BASE-COUNT)
            MOVE 1 TO WS-BASE-ITEMS(WS-BASE-COUNT)
            MOVE WS-ABS-AMOUNT TO WS-BASE-VALUE(WS-BASE-COUNT)
        ELSE
            IF NOT BASE-TABLE-FULL
                DISPLAY "BASELINE ACCOUNT TABLE FULL AT 3000 - "
                        "LATER ACCOUNTS HAVE NO BASELINE"
                    UPON CONSOLE
                SET BASE-TABLE-FULL TO TRUE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

2250-FIND-BASELINE.
    MOVE "N" TO WS-BASE-FOUND
    PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
            UNTIL WS-BASE-IDX > WS-BASE-COUNT OR BASE-FOUND
        IF WS-BASE-ACCOUNT(WS-BASE-IDX) = WS-GROUP-ACCOUNT
            SET BASE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF BASE-FOUND
        SUBTRACT 1 FROM WS-BASE-IDX
    END-IF.

2300-PRINT-LARGE-VALUE.
    ADD 1 TO WS-LARGE-HIT-COUNT
    MOVE TRAN-BASE-AMOUNT OF HIST-ENTRY TO WS-AMOUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY TO WS-SURV-LINE(1:10)
    MOVE HIST-CAPTURE-DATE TO WS-SURV-LINE(12:8)
    MOVE TRAN-SOURCE-ID OF HIST-ENTRY TO WS-SURV-LINE(22:3)
    MOVE TRAN-TYPE OF HIST-ENTRY TO WS-SURV-LINE(27:4)
    MOVE WS-AMOUNT-ED TO WS-SURV-LINE(33:18)
    MOVE TRAN-CURRENCY OF HIST-ENTRY TO WS-SURV-LINE(53:3)
    MOVE TRAN-MATCH-FLAG OF HIST-ENTRY TO WS-SURV-LINE(57:1)
    MOVE HIST-REF-ID TO WS-SURV-LINE(60:20)
    PERFORM 7900-WRITE-SURV-LINE.

2400-STORE-NEAR-ITEM.
    IF WS-NEAR-COUNT < WS-NEAR-TABLE-LIMIT
        ADD 1 TO WS-NEAR-COUNT
        MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY
            TO WS-NEAR-ACCOUNT(WS-NEAR-COUNT)
        MOVE HIST-CAPTURE-DATE TO WS-NEAR-DATE(WS-NEAR-COUNT)
        MOVE TRAN-SOURCE-ID OF HIST-ENTRY
            TO WS-NEAR-SOURCE(WS-NEAR-COUNT)
        MOVE TRAN-TYPE OF HIST-ENTRY TO WS-NEAR-TYPE(WS-NEAR-COUNT)
        MOVE HIST-REF-ID TO WS-NEAR-REF(WS-NEAR-COUNT)
        MOVE TRAN-BASE-AMOUNT OF HIST-ENTRY
            TO WS-NEAR-AMOUNT(WS-NEAR-COUNT)
        MOVE "N" TO WS-NEAR-DONE(WS-NEAR-COUNT)
    ELSE
        IF NOT NEAR-TABLE-FULL
            DISPLAY "NEAR-THRESHOLD TABLE FULL AT 2000 - "
                    "STRUCTURING TEST INCOMPLETE" UPON CONSOLE
            SET NEAR-TABLE-FULL TO TRUE
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

3000-PRINT-STRUCTURING.
*> Group the near-band items by account. An account is listed when
*> it has enough of them AND they are spread - over enough capture
*> dates or enough branch sources - since one branch keying the same
*> near-line payment twice on one day is a duplicate, not a scheme.
    MOVE SPACES TO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE "SECTION 2 - REPEATED AMOUNTS JUST UNDER THE THRESHOLD "
        TO WS-SURV-LINE
    MOVE "(POSSIBLE STRUCTURING)" TO WS-SURV-LINE(55:22)
    PERFORM 7900-WRITE-SURV-LINE
    IF NEAR-TABLE-FULL
        MOVE "  *** NEAR-THRESHOLD TABLE FILLED - LATER ITEMS NOT "
            TO WS-SURV-LINE
        MOVE "TESTED ***" TO WS-SURV-LINE(53:10)
        PERFORM 7900-WRITE-SURV-LINE
    END-IF
    PERFORM VARYING WS-NEAR-IDX FROM 1 BY 1
            UNTIL WS-NEAR-IDX > WS-NEAR-COUNT
        IF NOT NEAR-DONE(WS-NEAR-IDX)
            PERFORM 3100-EVALUATE-NEAR-ACCOUNT
        END-IF
    END-PERFORM
    IF WS-STRUCT-HIT-COUNT = 0
        MOVE "  NONE" TO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
    END-IF.

3100-EVALUATE-NEAR-ACCOUNT.
*> WS-NEAR-IDX is the account's first item, so every other item of
*> the account lies after it; each is marked done as it is counted
*> so the outer loop visits the account only once.
    MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO WS-GROUP-ACCOUNT
    MOVE 0 TO WS-GROUP-ITEMS
    MOVE 0 TO WS-GROUP-DAYS
    MOVE 0 TO WS-GROUP-SOURCES
    MOVE 0 TO WS-GROUP-VALUE
    PERFORM VARYING WS-NEAR-SCAN-IDX FROM WS-NEAR-IDX BY 1
            UNTIL WS-NEAR-SCAN-IDX > WS-NEAR-COUNT
        IF WS-NEAR-ACCOUNT(WS-NEAR-SCAN-IDX) = WS-GROUP-ACCOUNT
            SET NEAR-DONE(WS-NEAR-SCAN-IDX) TO TRUE
            ADD 1 TO WS-GROUP-ITEMS
            MOVE WS-NEAR-AMOUNT(WS-NEAR-SCAN-IDX) TO WS-ABS-AMOUNT
            IF WS-ABS-AMOUNT < 0
                COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
            END-IF
            ADD WS-ABS-AMOUNT TO WS-GROUP-VALUE
            PERFORM 3110-CHECK-FIRST-OF-KIND
            IF NEW-DAY
                ADD 1 TO WS-GROUP-DAYS
            END-IF
            IF NEW-SOURCE
                ADD 1 TO WS-GROUP-SOURCES
            END-IF
        END-IF
    END-PERFORM
    IF WS-GROUP-ITEMS >= WS-STRUCT-MIN-COUNT
       AND (WS-GROUP-DAYS >= WS-STRUCT-MIN-DAYS
            OR WS-GROUP-SOURCES >= WS-STRUCT-MIN-SOURCES)
        PERFORM 3200-PRINT-STRUCTURING-HIT
    END-IF.

3110-CHECK-FIRST-OF-KIND.
*> Is this item the account's first on its capture date, and the
*> first from its branch source? Only earlier items of the same
*> account can say otherwise.
    SET NEW-DAY TO TRUE
    SET NEW-SOURCE TO TRUE
    PERFORM VARYING WS-NEAR-PRIOR-IDX FROM WS-NEAR-IDX BY 1
            UNTIL WS-NEAR-PRIOR-IDX >= WS-NEAR-SCAN-IDX
        IF WS-NEAR-ACCOUNT(WS-NEAR-PRIOR-IDX) = WS-GROUP-ACCOUNT
            IF WS-NEAR-DATE(WS-NEAR-PRIOR-IDX)
                    = WS-NEAR-DATE(WS-NEAR-SCAN-IDX)
                MOVE "N" TO WS-NEW-DAY-SW
            END-IF
            IF WS-NEAR-SOURCE(WS-NEAR-PRIOR-IDX)
                    = WS-NEAR-SOURCE(WS-NEAR-SCAN-IDX)
                MOVE "N" TO WS-NEW-SOURCE-SW
            END-IF
        END-IF
    END-PERFORM.

3200-PRINT-STRUCTURING-HIT.
    ADD 1 TO WS-STRUCT-HIT-COUNT
    MOVE WS-GROUP-ITEMS TO WS-COUNT-ED
    MOVE WS-GROUP-DAYS TO WS-COUNT2-ED
    MOVE WS-GROUP-SOURCES TO WS-COUNT3-ED
    MOVE WS-GROUP-VALUE TO WS-VALUE-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "ACCOUNT " DELIMITED BY SIZE
           WS-GROUP-ACCOUNT DELIMITED BY SIZE
           "  ITEMS: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  DAYS: " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           "  SOURCES: " DELIMITED BY SIZE
           WS-COUNT3-ED DELIMITED BY SIZE
           "  TOTAL: " DELIMITED BY SIZE
           WS-VALUE-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    PERFORM VARYING WS-NEAR-SCAN-IDX FROM WS-NEAR-IDX BY 1
            UNTIL WS-NEAR-SCAN-IDX > WS-NEAR-COUNT
        IF WS-NEAR-ACCOUNT(WS-NEAR-SCAN-IDX) = WS-GROUP-ACCOUNT
            MOVE WS-NEAR-AMOUNT(WS-NEAR-SCAN-IDX) TO WS-AMOUNT-ED
            MOVE SPACES TO WS-SURV-LINE
            MOVE WS-NEAR-DATE(WS-NEAR-SCAN-IDX) TO WS-SURV-LINE(12:8)
            MOVE WS-NEAR-SOURCE(WS-NEAR-SCAN-IDX)
                TO WS-SURV-LINE(22:3)
            MOVE WS-NEAR-TYPE(WS-NEAR-SCAN-IDX) TO WS-SURV-LINE(27:4)
            MOVE WS-AMOUNT-ED TO WS-SURV-LINE(33:18)
            MOVE WS-NEAR-REF(WS-NEAR-SCAN-IDX) TO WS-SURV-LINE(60:20)
            PERFORM 7900-WRITE-SURV-LINE
        END-IF
    END-PERFORM.

4000-PRINT-SPIKES.
*> Second pass, window only: gather each capture date's activity
*> per account, and at every date break hold each account-day up
*> against the account's baseline daily average.
    MOVE SPACES TO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE "SECTION 3 - ACCOUNT-DAYS WELL ABOVE THE ACCOUNT'S "
        TO WS-SURV-LINE
    MOVE "TRAILING AVERAGE" TO WS-SURV-LINE(51:16)
    PERFORM 7900-WRITE-SURV-LINE
    IF WS-BASELINE-DAYS = 0
        MOVE "  NO BASELINE HISTORY ON THE MASTER - SPIKE TEST "
            TO WS-SURV-LINE
        MOVE "NOT RUN" TO WS-SURV-LINE(50:7)
        PERFORM 7900-WRITE-SURV-LINE
    ELSE
        MOVE WS-BASELINE-DAYS TO WS-COUNT-ED
        MOVE SPACES TO WS-SURV-LINE
        STRING "  BASELINE DAYS ON THE MASTER: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
        IF BASE-TABLE-FULL
            MOVE "  *** BASELINE TABLE FILLED - SOME ACCOUNTS NOT "
                TO WS-SURV-LINE
            MOVE "TESTED ***" TO WS-SURV-LINE(49:10)
            PERFORM 7900-WRITE-SURV-LINE
        END-IF
        MOVE "00" TO WS-HISTORY-STATUS
        MOVE 0 TO WS-CURRENT-DATE
        MOVE 0 TO WS-DAY-ACCT-COUNT
        MOVE 0 TO WS-DAY-ITEM-COUNT
        MOVE WS-WINDOW-START TO HIST-CAPTURE-DATE
        START WS-HISTORY-FILE
            KEY IS GREATER THAN OR EQUAL TO HIST-CAPTURE-DATE
            INVALID KEY
                SET WS-HISTORY-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-HISTORY-EOF
            READ WS-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    IF HIST-CAPTURE-DATE > WS-END-DATE
                        SET WS-HISTORY-EOF TO TRUE
                    ELSE
                        IF HIST-CAPTURE-DATE NOT = WS-CURRENT-DATE
                            PERFORM 4200-EVALUATE-DAY
                            MOVE HIST-CAPTURE-DATE TO WS-CURRENT-DATE
                        END-IF
                        IF TRAN-ACCOUNT-NO OF HIST-ENTRY
                                NOT = SPACES
                            PERFORM 4100-ACCUMULATE-DAY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        PERFORM 4200-EVALUATE-DAY
    END-IF
    IF WS-SPIKE-HIT-COUNT = 0
        MOVE "  NONE" TO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
    END-IF.

4100-ACCUMULATE-DAY.
    MOVE TRAN-BASE-AMOUNT OF HIST-ENTRY TO WS-ABS-AMOUNT
    IF WS-ABS-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
    END-IF
    MOVE "N" TO WS-DAY-FOUND
    PERFORM VARYING WS-DAY-ACCT-IDX FROM 1 BY 1
            UNTIL WS-DAY-ACCT-IDX > WS-DAY-ACCT-COUNT
               OR DAY-ACCT-FOUND
        IF WS-DAY-ACCOUNT(WS-DAY-ACCT-IDX)
                = TRAN-ACCOUNT-NO OF HIST-ENTRY
            SET DAY-ACCT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF DAY-ACCT-FOUND
        SUBTRACT 1 FROM WS-DAY-ACCT-IDX
    ELSE
        IF WS-DAY-ACCT-COUNT < WS-DAY-ACCT-LIMIT
            ADD 1 TO WS-DAY-ACCT-COUNT
            MOVE WS-DAY-ACCT-COUNT TO WS-DAY-ACCT-IDX
            MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY
                TO WS-DAY-ACCOUNT(WS-DAY-ACCT-IDX)
            MOVE 0 TO WS-DAY-ITEMS(WS-DAY-ACCT-IDX)
            MOVE 0 TO WS-DAY-VALUE(WS-DAY-ACCT-IDX)
            SET DAY-ACCT-FOUND TO TRUE
        ELSE
            PERFORM 4150-NOTE-DAY-TABLE-FULL
        END-IF
    END-IF
    IF DAY-ACCT-FOUND
        ADD 1 TO WS-DAY-ITEMS(WS-DAY-ACCT-IDX)
        ADD WS-ABS-AMOUNT TO WS-DAY-VALUE(WS-DAY-ACCT-IDX)
        IF WS-DAY-ITEM-COUNT < WS-DAY-ITEM-LIMIT
            ADD 1 TO WS-DAY-ITEM-COUNT
            MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY
                TO WS-DAY-ITEM-ACCOUNT(WS-DAY-ITEM-COUNT)
            MOVE HIST-REF-ID TO WS-DAY-ITEM-REF(WS-DAY-ITEM-COUNT)
            MOVE TRAN-TYPE OF HIST-ENTRY
                TO WS-DAY-ITEM-TYPE(WS-DAY-ITEM-COUNT)
            MOVE TRAN-BASE-AMOUNT OF HIST-ENTRY
                TO WS-DAY-ITEM-AMOUNT(WS-DAY-ITEM-COUNT)
        ELSE
            PERFORM 4150-NOTE-DAY-TABLE-FULL
        END-IF
    END-IF.

4150-NOTE-DAY-TABLE-FULL.
    IF NOT DAY-TABLE-FULL
        DISPLAY "DAY ACTIVITY TABLE FULL ON " HIST-CAPTURE-DATE
                " - SPIKE TEST INCOMPLETE FOR THE DAY" UPON CONSOLE
        SET DAY-TABLE-FULL TO TRUE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

4200-EVALUATE-DAY.
*> An account with no baseline activity has no normal day to jump
*> from; sections 1 and 2 still cover it.
    PERFORM VARYING WS-DAY-ACCT-IDX FROM 1 BY 1
            UNTIL WS-DAY-ACCT-IDX > WS-DAY-ACCT-COUNT
        MOVE WS-DAY-ACCOUNT(WS-DAY-ACCT-IDX) TO WS-GROUP-ACCOUNT
        PERFORM 2250-FIND-BASELINE
        IF BASE-FOUND
            PERFORM 4300-TEST-ACCOUNT-DAY
        END-IF
    END-PERFORM
    MOVE 0 TO WS-DAY-ACCT-COUNT
    MOVE 0 TO WS-DAY-ITEM-COUNT
    MOVE "N" TO WS-DAY-FULL-SW.

4300-TEST-ACCOUNT-DAY.
    COMPUTE WS-AVG-ITEMS ROUNDED
        = WS-BASE-ITEMS(WS-BASE-IDX) / WS-BASELINE-DAYS
    COMPUTE WS-AVG-VALUE ROUNDED
        = WS-BASE-VALUE(WS-BASE-IDX) / WS-BASELINE-DAYS
    COMPUTE WS-SPIKE-COUNT-LINE = WS-AVG-ITEMS * WS-SPIKE-FACTOR
    COMPUTE WS-SPIKE-VALUE-LINE = WS-AVG-VALUE * WS-SPIKE-FACTOR
    MOVE SPACES TO WS-SPIKE-KIND
    IF WS-DAY-ITEMS(WS-DAY-ACCT-IDX) >= WS-SPIKE-MIN-COUNT
       AND WS-DAY-ITEMS(WS-DAY-ACCT-IDX) > WS-SPIKE-COUNT-LINE
        MOVE "COUNT" TO WS-SPIKE-KIND
    END-IF
    IF WS-DAY-VALUE(WS-DAY-ACCT-IDX) > WS-SPIKE-VALUE-LINE
        IF WS-SPIKE-KIND = SPACES
            MOVE "VALUE" TO WS-SPIKE-KIND
        ELSE
            MOVE "COUNT AND VALUE" TO WS-SPIKE-KIND
        END-IF
    END-IF
    IF WS-SPIKE-KIND NOT = SPACES
        PERFORM 4400-PRINT-SPIKE-HIT
    END-IF.

4400-PRINT-SPIKE-HIT.
    ADD 1 TO WS-SPIKE-HIT-COUNT
    MOVE WS-DAY-ITEMS(WS-DAY-ACCT-IDX) TO WS-COUNT-ED
    MOVE WS-AVG-ITEMS TO WS-AVG-ITEMS-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "ACCOUNT " DELIMITED BY SIZE
           WS-GROUP-ACCOUNT DELIMITED BY SIZE
           "  CAPTURED: " DELIMITED BY SIZE
           WS-CURRENT-DATE DELIMITED BY SIZE
           "  SPIKE IN: " DELIMITED BY SIZE
           WS-SPIKE-KIND DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE SPACES TO WS-SURV-LINE
    STRING "    ITEMS: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  AVERAGE: " DELIMITED BY SIZE
           WS-AVG-ITEMS-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-DAY-VALUE(WS-DAY-ACCT-IDX) TO WS-VALUE-ED
    MOVE WS-AVG-VALUE TO WS-AVG-VALUE-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "    VALUE: " DELIMITED BY SIZE
           WS-VALUE-ED DELIMITED BY SIZE
           "  AVERAGE: " DELIMITED BY SIZE
           WS-AVG-VALUE-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE 0 TO WS-REFS-LISTED
    PERFORM VARYING WS-DAY-ITEM-IDX FROM 1 BY 1
            UNTIL WS-DAY-ITEM-IDX > WS-DAY-ITEM-COUNT
        IF WS-DAY-ITEM-ACCOUNT(WS-DAY-ITEM-IDX) = WS-GROUP-ACCOUNT
            ADD 1 TO WS-REFS-LISTED
            MOVE WS-DAY-ITEM-AMOUNT(WS-DAY-ITEM-IDX) TO WS-AMOUNT-ED
            MOVE SPACES TO WS-SURV-LINE
            MOVE WS-DAY-ITEM-TYPE(WS-DAY-ITEM-IDX)
                TO WS-SURV-LINE(27:4)
            MOVE WS-AMOUNT-ED TO WS-SURV-LINE(33:18)
            MOVE WS-DAY-ITEM-REF(WS-DAY-ITEM-IDX)
                TO WS-SURV-LINE(60:20)
            PERFORM 7900-WRITE-SURV-LINE
        END-IF
    END-PERFORM
    IF WS-REFS-LISTED < WS-DAY-ITEMS(WS-DAY-ACCT-IDX)
        MOVE "    *** DAY TABLE FILLED - NOT EVERY REFERENCE LISTED"
            TO WS-SURV-LINE
        PERFORM 7900-WRITE-SURV-LINE
    END-IF.

7900-WRITE-SURV-LINE.
    WRITE WS-SURV-RECORD FROM WS-SURV-LINE
    IF NOT WS-SURV-OK
        DISPLAY "UNABLE TO WRITE WS-SURV-RECORD, STATUS: "
                WS-SURV-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

8000-PRINT-RUN-TOTALS.
    MOVE SPACES TO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-BASELINE-READ-COUNT TO WS-BIG-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "BASELINE RECORDS READ:        " DELIMITED BY SIZE
           WS-BIG-COUNT-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-WINDOW-READ-COUNT TO WS-BIG-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "WINDOW RECORDS READ:          " DELIMITED BY SIZE
           WS-BIG-COUNT-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-LARGE-HIT-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "LARGE-VALUE TRANSACTIONS:       " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-STRUCT-HIT-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "POSSIBLE STRUCTURING ACCOUNTS:  " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    MOVE WS-SPIKE-HIT-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-SURV-LINE
    STRING "ACCOUNT-DAY SPIKES:             " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-SURV-LINE
    PERFORM 7900-WRITE-SURV-LINE
    DISPLAY "SURVEILLANCE HITS - LARGE: " WS-LARGE-HIT-COUNT
            "  STRUCTURING: " WS-STRUCT-HIT-COUNT
            "  SPIKES: " WS-SPIKE-HIT-COUNT UPON CONSOLE.

9000-TERMINATE.
    CLOSE WS-HISTORY-FILE
    CLOSE WS-SURV-FILE
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "HISTMST" TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
