*> DAILYTBL - Daily entry table builder.
*> Reads the day's transaction entries into WS-TABLE, handling
*> overflow, capacity warnings, and rejects along the way.
*> A run starts only once the run-control ledger (RUNLEDG) shows
*> what it depends on ended cleanly and the warehouse, standing-order
*> feed and history master hold the counts their producers wrote;
*> its own end record carries the counts of what it produced.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DAILYTBL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT3-STATUS.

    SELECT WS-INPUT4-FILE ASSIGN TO "SOFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT4-STATUS.

    SELECT WS-OVERFLOW-FILE ASSIGN TO "OVRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERFLOW-STATUS.

    SELECT WS-HISTORY-FILE ASSIGN TO "HISTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-REF-ID
        ALTERNATE RECORD KEY IS HIST-CAPTURE-DATE
            WITH DUPLICATES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRIMWORK-STATUS.

    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-BUSCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUSCAL-STATUS.

    SELECT WS-PERDSTAT-FILE ASSIGN TO "PERDSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDSTAT-STATUS.

    SELECT WS-GLPOST-FILE ASSIGN TO WS-GLPOST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCTWRK-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-CONTROL-FILE.
*> cycle 1, the way every control record read before the field
*> existed.
    05  CTL-CYCLE-NO            PIC 9(2).
*> CTL-BUSDAY-OVERRIDE "Y" lets a run go ahead on a CTL-RUN-DATE the
*> business-day calendar says is closed - a planned weekend catch-up
*> run. Anything else and a closed run date stops the run.
    05  CTL-BUSDAY-OVERRIDE     PIC X.
*> "Y" lets the run go ahead past a failed run-control check.
    05  CTL-LEDGER-OVERRIDE     PIC X.
    05  FILLER                  PIC X(61).

FD  WS-INPUT-FILE.
01  WS-INPUT-RECORD.
01  WS-INPUT3-RECORD.
    COPY TRANENTR.

FD  WS-INPUT4-FILE.
01  WS-INPUT4-RECORD.
    COPY TRANENTR.

FD  WS-OVERFLOW-FILE.
01  WS-OVERFLOW-RECORD.
    05  OVF-SEQUENCE-NO         PIC 9(5).
01  WS-PENDOUT-RECORD.
    COPY TRANENTR.

FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-BUSCAL-FILE.
01  WS-BUSCAL-RECORD.
    COPY BUSCAL.

FD  WS-PERDSTAT-FILE.
01  WS-PERDSTAT-RECORD.
    COPY PERDSTAT.

FD  WS-GLPOST-FILE.
01  WS-GLPOST-RECORD            PIC X(80).
*> fall back to the timestamp date there.
    05  AUD-RUN-DATE             PIC 9(8).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS           PIC XX.
    88  WS-CONTROL-OK                 VALUE "00".
    88  WS-INPUT3-OK                   VALUE "00".
    88  WS-INPUT3-EOF                  VALUE "10".

01  WS-INPUT4-STATUS             PIC XX.
    88  WS-INPUT4-OK                   VALUE "00".
    88  WS-INPUT4-EOF                  VALUE "10".

01  WS-FEED-CONTROL.
*> Which input source the capture loop is drawing from right now,
*> in the order the run consumes them: feed 1 is the post-dated
*> warehouse sweep, feed 2 the operator resubmission file, feeds
*> 3-5 the branch feeds INFILE/INFILE2/INFILE3, and feed 6 the
*> standing-order feed SOGEN writes (SOFEED), which is headed and
*> reconciled like a branch feed. The per-feed counters are only
*> kept for feeds 3-6, indexed by WS-FEED-NO - 2.
    05  WS-FEED-NO               PIC 9 VALUE 0.
    05  WS-FEED-EOF-FLAG         PIC X VALUE "N".
        88  FEED-AT-EOF                VALUE "Y".
    05  WS-HDR-CONSUMED          PIC X VALUE "N".
        88  HDR-CONSUMED               VALUE "Y".
    05  WS-FEED-OPEN-FLAG        PIC X OCCURS 4 TIMES.
        88  FEED-IS-OPEN               VALUE "Y".

01  WS-FEED-STATS.
    05  WS-FEED-STAT OCCURS 4 TIMES.
        10  WS-FEED-AWAIT-HDR    PIC X.
            88  FEED-AWAITING-HEADER   VALUE "Y".
        10  WS-FEED-SOURCE-ID    PIC X(3).
*> REJFILE names, so a one-run day and every downstream consumer
*> keep working untouched; cycle 2 and later write MERGFnn/REJFnn
*> generations so an afternoon cut never overwrites the morning's
*> files (GLACKWRK, REJREPAR and the other readers build the same
*> names from the CTLFILE cycle). Only cycle 1 sweeps the post-dated
*> warehouse - a later cycle re-reading the same PENDWH would
*> re-release the morning's holds into the duplicate net as phantom
*> DUPEs - and later cycles append to PENDWHO, the audit trail, and
*> the warning file instead of truncating what the morning wrote.
*> The in-run duplicate net carries between cycles of the same date
*> through REFHIST: each cycle's 8800 rewrite stamps its refs with
*> the run date, and the next cycle's 1080 load pulls them back in,
*> so a ref captured at 10AM is caught again at 2PM.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
    05  WS-MERGED-NAME           PIC X(8) VALUE "MERGFILE".
    05  WS-RETURN-NAME           PIC X(8) VALUE "RTRNFILE".
    05  WS-GLPOST-NAME           PIC X(8) VALUE "GLPOST".
    05  WS-REJECT-NAME           PIC X(8) VALUE "REJFILE".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "DAILYTBL".
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

01  WS-RUNSTATS-STATUS           PIC XX.
    88  WS-RUNSTATS-OK                 VALUE "00".


01  WS-HISTORY-STATUS            PIC XX.
    88  WS-HISTORY-OK                  VALUE "00".
    88  WS-HISTORY-EOF                 VALUE "10".
    88  WS-HISTORY-NOT-FOUND           VALUE "35".

01  WS-HISTORY-WORK.
    05  WS-HIST-LOAD-COUNT       PIC 9(5) VALUE 0.
*> Records on the master before this run loaded into it.
    05  WS-HIST-START-COUNT      PIC 9(9) VALUE 0.
    05  WS-HIST-DUP-COUNT        PIC 9(5) VALUE 0.
    05  WS-HIST-NETTED-COUNT     PIC 9(5) VALUE 0.
    05  WS-HIST-LOAD-COUNT-ED    PIC ZZZZ9.
    05  WS-HIST-DUP-COUNT-ED     PIC ZZZZ9.

01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-BUSCAL-STATUS             PIC XX.
    88  WS-BUSCAL-OK                   VALUE "00".
    88  WS-BUSCAL-EOF                  VALUE "10".

01  WS-PERDSTAT-STATUS           PIC XX.
    88  WS-PERDSTAT-OK                 VALUE "00".
    88  WS-PERDSTAT-EOF                VALUE "10".

01  WS-GLPOST-STATUS             PIC XX.
    88  WS-GLPOST-OK                   VALUE "00".

01  WS-GL-WORK.
    05  WS-GL-IDX                PIC 9(3) VALUE 0.
    05  WS-GL-ACCOUNT-HIT        PIC X VALUE "N".
        88  GL-ACCOUNT-HIT             VALUE "Y".
    05  WS-GL-DETAIL-COUNT-ED    PIC ZZZZ9.
    05  WS-GL-HASH-TOTAL         PIC 9(13)V99 VALUE 0.

01  WS-RETURN-STATUS             PIC XX.
    88  WS-RETURN-OK                   VALUE "00".


01  WS-ACCT-MASTER-TABLE.
*> Account number and status for every account on the ACCTMST
*> master, loaded once at start-up the same way the type master is, so
*> the per-entry edit is a table scan and not a file read.
    05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
        10  WS-ACCT-NUMBER       PIC X(10).
*> meaningless unless each currency breaks out on its own line. All
*> bucket amounts are BASE currency, so the columns still add and
*> the grand total still ties the GL hash. Sized well past the
*> handful of types a day carries times its currencies, so
*> reversal or future codes never overrun it.
    05  WS-SUM-BUCKET OCCURS 60 TIMES.
        10  WS-SUM-TYPE          PIC X(4).
        10  WS-SUM-CURRENCY      PIC X(3).
    05  WS-EDIT-TYPE-FOUND       PIC X VALUE "N".
        88  EDIT-TYPE-FOUND            VALUE "Y".
    05  WS-EDIT-IDX              PIC 9(3) VALUE 0.
    05  WS-EDIT-AMOUNT-LIMIT     PIC 9(9)V99 VALUE 10000000.
    05  WS-EDIT-TYPE-LIMIT       PIC 9(9)V99 VALUE 0.

01  WS-TYPE-WORK.
    05  WS-TYP-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYP-IDX               PIC 9(3) VALUE 0.
    05  WS-TYP-TABLE-LIMIT       PIC 9(3) VALUE 200.

01  WS-TYPE-TABLE.
*> The transaction-type master, loaded once at start-up: the codes
*> this shop posts, each with its own amount limit, GL account and
*> reversal counterpart. Anything not on it - or on it but retired -
*> is a keying or feed error and is rejected by 2050-EDIT-ENTRY
*> rather than captured. A new product type is a TYPEMNT session,
*> not a recompile.
    05  WS-TYP-ENTRY OCCURS 200 TIMES.
        10  WS-TYP-CODE          PIC X(4).
        10  WS-TYP-DIRECTION     PIC X.
        10  WS-TYP-LIMIT         PIC 9(9)V99.
        10  WS-TYP-GL-ACCOUNT    PIC X(8).
        10  WS-TYP-CLASS         PIC X.
            88  TYP-IS-REVERSAL        VALUE "R".
        10  WS-TYP-COUNTERPART   PIC X(4).
        10  WS-TYP-STATUS        PIC X.
            88  TYP-IS-ACTIVE          VALUE "A".

01  WS-CALENDAR-WORK.
    05  WS-CAL-COUNT             PIC 9(3) VALUE 0.
    05  WS-CAL-IDX               PIC 9(3) VALUE 0.
    05  WS-CAL-TABLE-LIMIT       PIC 9(3) VALUE 500.
    05  WS-CAL-TEST-INT          PIC 9(9) VALUE 0.
    05  WS-CAL-TEST-DATE         PIC 9(8) VALUE 0.
    05  WS-CAL-WEEKDAY           PIC 9 VALUE 0.
    05  WS-CAL-BUSINESS-SW       PIC X VALUE "N".
        88  CAL-BUSINESS-DAY           VALUE "Y".
    05  WS-BUSDAY-OVERRIDE       PIC X VALUE "N".
        88  BUSDAY-OVERRIDE            VALUE "Y".
*> The first business day on or after the entry's value date - the
*> day a post-dated entry is due to release. Set by 2060 for every
*> entry whose date passes the calendar edit.
    05  WS-EDIT-BUS-DATE         PIC 9(8) VALUE 0.

01  WS-CALENDAR-TABLE.
*> The BUSCAL exceptions to the Monday-to-Friday rule - holidays
*> and make-up working days - loaded once at start-up.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-DATE          PIC 9(8).
        10  WS-CAL-DAY-TYPE      PIC X.

01  WS-REVERSAL-WORK.
    05  WS-RVSL-IS-REVERSAL      PIC X VALUE "N".
        88  RVSL-IS-REVERSAL           VALUE "Y".
    05  WS-RVSL-ORIG-TYPE        PIC X(4) VALUE SPACES.
    05  WS-EDIT-DATE-VALID       PIC X VALUE "N".
        88  EDIT-DATE-VALID            VALUE "Y".
    05  WS-EDIT-MONTH-DAYS       PIC 9(2).
    05  WS-EDIT-PERIOD           PIC 9(6) VALUE 0.
    05  WS-EDIT-YEAR-KEY         PIC 9(6) VALUE 0.
    05  WS-EDIT-PERIOD-SW        PIC X VALUE "N".
        88  EDIT-PERIOD-CLOSED         VALUE "Y".

01  WS-CLOSED-PERIOD-WORK.
*> Accounting periods PERDCLS has closed - months as YYYYMM, whole
*> years as YYYY00. Loaded once at start-up from PERDSTAT.
    05  WS-CLS-COUNT             PIC 9(3) VALUE 0.
    05  WS-CLS-IDX               PIC 9(3) VALUE 0.
    05  WS-CLS-TABLE-LIMIT       PIC 9(3) VALUE 300.
    05  WS-CLS-PERIOD OCCURS 300 TIMES
                                 PIC 9(6).

01  WS-AREA.
    05  WS-COUNT PIC 9(5) VALUE 0.
    PERFORM 8800-REWRITE-REF-HISTORY
    PERFORM 8900-WRITE-RUN-STATS
    PERFORM 9000-TERMINATE
    PERFORM 9800-NOTE-LEDGER-COUNTS
    PERFORM 9900-RECORD-LEDGER-END
    STOP RUN.

1000-INITIALIZE.
            IF CTL-CYCLE-NO IS NUMERIC AND CTL-CYCLE-NO > 0
                MOVE CTL-CYCLE-NO TO WS-RUN-CYCLE
            END-IF
            IF CTL-BUSDAY-OVERRIDE = "Y"
                SET BUSDAY-OVERRIDE TO TRUE
            END-IF
            IF CTL-LEDGER-OVERRIDE = "Y"
                SET LDG-OVERRIDE TO TRUE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
    END-IF
*> The date and cycle go on any ledger record from here on - a run
*> refused over the calendar is recorded as refused, not left out.
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    PERFORM 1081-LOAD-BUSINESS-CALENDAR
    PERFORM 1082-CHECK-RUN-DATE
    IF WS-RUN-CYCLE > 1
        MOVE SPACES TO WS-MERGED-NAME
        STRING "MERGF" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-GLPOST-NAME
    END-IF
*> The run-control check comes before any output is opened, so a
*> refused run leaves the last good generations standing. Cycle 1
*> follows SOGEN's standing-order run for the date, where there was
*> one; a later cycle follows the cycle before it.
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    IF WS-RUN-CYCLE = 1
        MOVE "SOGEN" TO WS-LDG-PREREQ-ID
        MOVE 1 TO WS-LDG-PREREQ-CYCLE
        MOVE "Y" TO WS-LDG-PREREQ-OPTIONAL
    ELSE
        COMPUTE WS-LDG-PREREQ-CYCLE = WS-RUN-CYCLE - 1
    END-IF
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER
    COMPUTE WS-WARN-THRESHOLD-80 = WS-MAX-ENTRIES * 8 / 10
    COMPUTE WS-WARN-THRESHOLD-90 = WS-MAX-ENTRIES * 9 / 10
    IF RESTART-MODE
        END-IF
    END-IF
    PERFORM 1080-LOAD-REF-HISTORY
    PERFORM 1083-LOAD-TYPE-MASTER
    PERFORM 1085-LOAD-ACCOUNT-MASTER
    PERFORM 1087-LOAD-RATE-TABLE
    PERFORM 1088-LOAD-CLOSED-PERIODS
    PERFORM 1090-OPEN-RESUB-FILE
    OPEN INPUT WS-INPUT-FILE
    IF NOT WS-INPUT-OK
*> absent) above; the second and third branch feeds are optional -
*> a branch that sent nothing today simply has no file - and so is
*> the pending warehouse, which only exists once a post-dated entry
*> has ever been held. The standing-order feed is generated once
*> for the business date, so only cycle 1 takes it - a later cycle
*> reading it again would only reject every entry as a duplicate.
*> For the same reason cycle 1 takes it only when the ledger shows
*> SOGEN ended for this date: a SOFEED left from an earlier day
*> would duplicate-reject, and SOREJ would post every one of those
*> as a failed generation. The ledger then shows it not taken.
*> Each feed's stats start from a placeholder source id (F1-F4)
*> that its header record replaces when it arrives.
    MOVE "Y" TO WS-FEED-OPEN-FLAG(1)
    MOVE "N" TO WS-FEED-OPEN-FLAG(2)
    MOVE "N" TO WS-FEED-OPEN-FLAG(3)
    MOVE "N" TO WS-FEED-OPEN-FLAG(4)
    OPEN INPUT WS-INPUT2-FILE
    IF WS-INPUT2-OK
        MOVE "Y" TO WS-FEED-OPEN-FLAG(2)
        IF WS-PENDING-OK
            SET PENDING-FILE-OPEN TO TRUE
        END-IF
        IF LDG-PREREQ-ENDED
            OPEN INPUT WS-INPUT4-FILE
            IF WS-INPUT4-OK
                MOVE "Y" TO WS-FEED-OPEN-FLAG(4)
            END-IF
        ELSE
            IF WS-LGN-ACTUAL(2) > 0
                DISPLAY "NO SOGEN RUN FOR " WS-RUN-DATE
                        " - SOFEED NOT TAKEN" UPON CONSOLE
            END-IF
            MOVE 0 TO WS-LGN-ACTUAL(2)
        END-IF
    END-IF
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1 UNTIL WS-FEED-IDX > 4
        MOVE "Y" TO WS-FEED-AWAIT-HDR(WS-FEED-IDX)
        MOVE SPACES TO WS-FEED-SOURCE-ID(WS-FEED-IDX)
        MOVE "F" TO WS-FEED-SOURCE-ID(WS-FEED-IDX)(1:1)
*> release or a resubmission carrying the same source id, but the
*> live counters at checkpoint time can.
                    IF CKPT-IS-FEED AND CKPT-FEED-IDX IS NUMERIC
                       AND CKPT-FEED-IDX >= 1 AND CKPT-FEED-IDX <= 4
                        MOVE CKPT-FEED-SOURCE
                            TO WS-FEED-SOURCE-ID(CKPT-FEED-IDX)
                        MOVE CKPT-FEED-HAS-EXP
    MOVE 0 TO WS-SKIP-IDX
    MOVE 1 TO WS-FEED-NO
    PERFORM UNTIL WS-SKIP-IDX >= WS-INPUT-SEQ-NO
            OR WS-FEED-NO > 6
        PERFORM 2015-READ-CURRENT-FEED
        IF FEED-AT-EOF
            ADD 1 TO WS-FEED-NO
        END-IF
    END-PERFORM.

1081-LOAD-BUSINESS-CALENDAR.
*> Pull the BUSCAL exceptions into WS-CALENDAR-TABLE. Without the
*> calendar every bank holiday would look like a business day -
*> holds releasing on the holiday, the very thing the calendar is
*> there to stop - so a missing file stops the run like a missing
*> type master. An empty file is a shop with no holidays listed yet
*> and runs on the weekday rule alone.
    MOVE 0 TO WS-CAL-COUNT
    OPEN INPUT WS-BUSCAL-FILE
    IF NOT WS-BUSCAL-OK
        DISPLAY "UNABLE TO OPEN WS-BUSCAL-FILE, STATUS: "
                WS-BUSCAL-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "BUSCAL NOT AVAILABLE" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    PERFORM UNTIL WS-BUSCAL-EOF
        READ WS-BUSCAL-FILE
            AT END
                SET WS-BUSCAL-EOF TO TRUE
            NOT AT END
                IF CAL-DATE IS NUMERIC
                   AND (CAL-IS-HOLIDAY OR CAL-IS-WORKING-DAY)
                    IF WS-CAL-COUNT < WS-CAL-TABLE-LIMIT
                        ADD 1 TO WS-CAL-COUNT
                        MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                        MOVE CAL-DAY-TYPE
                            TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                    ELSE
                        DISPLAY "BUSCAL ENTRY IGNORED - CALENDAR "
                                "TABLE FULL AT 500: " CAL-DATE
                            UPON CONSOLE
                        MOVE 8 TO RETURN-CODE
                    END-IF
                ELSE
                    DISPLAY "BUSCAL ENTRY IGNORED - BAD DATE OR DAY "
                            "TYPE: " CAL-DATE " " CAL-DAY-TYPE
                        UPON CONSOLE
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-BUSCAL-FILE.

1082-CHECK-RUN-DATE.
*> A capture run dated on a closed day releases holds a business
*> day early and dates the day's history on a day the GL is shut.
*> Stop before a single file is opened for output, unless the
*> control record carries the override for a planned weekend run.
    COMPUTE WS-CAL-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    PERFORM 2066-TEST-BUSINESS-DAY
    IF NOT CAL-BUSINESS-DAY
        IF BUSDAY-OVERRIDE
            DISPLAY "RUN DATE " WS-RUN-DATE " IS NOT A BUSINESS "
                    "DAY - CONTINUING ON CTL-BUSDAY-OVERRIDE"
                UPON CONSOLE
        ELSE
            DISPLAY "RUN DATE " WS-RUN-DATE " IS NOT A BUSINESS "
                    "DAY ON BUSCAL - RUN STOPPED. CHECK CTL-RUN-DATE,"
                    " OR SET CTL-BUSDAY-OVERRIDE TO Y FOR A PLANNED"
                    " NON-BUSINESS-DAY RUN" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "NOT A BUSINESS DAY" TO WS-LDG-REASON
            MOVE "R" TO WS-LDG-EVENT
            PERFORM 1950-WRITE-LEDGER-RECORD
            STOP RUN
        END-IF
    END-IF.

1083-LOAD-TYPE-MASTER.
*> Pull the transaction-type master into WS-TYPE-TABLE. Unlike the
*> account master this one cannot stand down: with no type table
*> every entry of the day would reject under TYPE, so a missing or
*> empty master stops the run before anything is captured.
    MOVE 0 TO WS-TYP-COUNT
    OPEN INPUT WS-TYPEMST-FILE
    IF NOT WS-TYPEMST-OK
        DISPLAY "UNABLE TO OPEN WS-TYPEMST-FILE, STATUS: "
                WS-TYPEMST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-TYPEMST-EOF
        READ WS-TYPEMST-FILE
            AT END
                SET WS-TYPEMST-EOF TO TRUE
            NOT AT END
                IF WS-TYP-COUNT < WS-TYP-TABLE-LIMIT
                    ADD 1 TO WS-TYP-COUNT
                    MOVE TYM-TRAN-TYPE TO WS-TYP-CODE(WS-TYP-COUNT)
                    MOVE TYM-DIRECTION
                        TO WS-TYP-DIRECTION(WS-TYP-COUNT)
                    IF TYM-AMOUNT-LIMIT IS NUMERIC
                        MOVE TYM-AMOUNT-LIMIT
                            TO WS-TYP-LIMIT(WS-TYP-COUNT)
                    ELSE
                        MOVE 0 TO WS-TYP-LIMIT(WS-TYP-COUNT)
                    END-IF
                    MOVE TYM-GL-ACCOUNT
                        TO WS-TYP-GL-ACCOUNT(WS-TYP-COUNT)
                    MOVE TYM-CLASS TO WS-TYP-CLASS(WS-TYP-COUNT)
                    MOVE TYM-COUNTERPART
                        TO WS-TYP-COUNTERPART(WS-TYP-COUNT)
                    MOVE TYM-STATUS TO WS-TYP-STATUS(WS-TYP-COUNT)
                ELSE
                    DISPLAY "TYPEMST ENTRY IGNORED - TYPE TABLE "
                            "FULL AT 200: " TYM-TRAN-TYPE
                        UPON CONSOLE
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-TYPEMST-FILE
    IF WS-TYP-COUNT = 0
        DISPLAY "TYPEMST IS EMPTY - NO TRANSACTION TYPES TO EDIT "
                "AGAINST, RUN STOPPED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1085-LOAD-ACCOUNT-MASTER.
*> Pull the account master into WS-ACCT-MASTER-TABLE so
*> 2052-EDIT-ACCOUNT can vet every entry's account without a file
            UPON CONSOLE
    END-IF.

1088-LOAD-CLOSED-PERIODS.
*> No PERDSTAT just means no period has been closed yet, and every
*> valid date is open for capture.
    MOVE 0 TO WS-CLS-COUNT
    OPEN INPUT WS-PERDSTAT-FILE
    IF WS-PERDSTAT-OK
        PERFORM UNTIL WS-PERDSTAT-EOF
            READ WS-PERDSTAT-FILE
                AT END
                    SET WS-PERDSTAT-EOF TO TRUE
                NOT AT END
                    IF PDS-IS-CLOSED AND PDS-PERIOD IS NUMERIC
                        IF WS-CLS-COUNT < WS-CLS-TABLE-LIMIT
                            ADD 1 TO WS-CLS-COUNT
                            MOVE PDS-PERIOD
                                TO WS-CLS-PERIOD(WS-CLS-COUNT)
                        ELSE
                            DISPLAY "PERDSTAT ENTRY IGNORED - CLOSED "
                                    "PERIOD TABLE FULL AT 300: "
                                    PDS-PERIOD UPON CONSOLE
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDSTAT-FILE
    END-IF.

1090-OPEN-RESUB-FILE.
*> The resubmission file only exists on days an operator worked the
*> rejects through REJREPAR or issued dispute credits through
*> DISPMNT, so failing to open it just means there is nothing to
*> resubmit today.
    OPEN INPUT WS-RESUB-FILE
    IF WS-RESUB-OK
        SET RESUB-FILE-OPEN TO TRUE
        CLOSE WS-REJECT-FILE
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
*> What this run is about to read that an earlier step produced:
*> on cycle 1 the post-dated warehouse (swapped in from yesterday's
*> PENDWHO, or rewritten by PENDINQ) and SOGEN's standing-order
*> feed; on every cycle the history master. A restart leaves the
*> master out of the check - the run being restarted may already
*> have loaded into it - but still counts it for the end record.
    MOVE 0 TO WS-LGN-COUNT
    IF WS-RUN-CYCLE = 1
        ADD 1 TO WS-LGN-COUNT
        MOVE "PENDWH" TO WS-LGN-NAME(WS-LGN-COUNT)
        MOVE 0 TO WS-LGN-ACTUAL(WS-LGN-COUNT)
        OPEN INPUT WS-PENDING-FILE
        IF WS-PENDING-OK
            PERFORM UNTIL WS-PENDING-EOF
                READ WS-PENDING-FILE
                    AT END
                        SET WS-PENDING-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LGN-ACTUAL(WS-LGN-COUNT)
                END-READ
            END-PERFORM
            CLOSE WS-PENDING-FILE
        END-IF
        ADD 1 TO WS-LGN-COUNT
        MOVE "SOFEED" TO WS-LGN-NAME(WS-LGN-COUNT)
        MOVE 0 TO WS-LGN-ACTUAL(WS-LGN-COUNT)
        OPEN INPUT WS-INPUT4-FILE
        IF WS-INPUT4-OK
            PERFORM UNTIL WS-INPUT4-EOF
                READ WS-INPUT4-FILE
                    AT END
                        SET WS-INPUT4-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LGN-ACTUAL(WS-LGN-COUNT)
                END-READ
            END-PERFORM
            CLOSE WS-INPUT4-FILE
        END-IF
    END-IF
    MOVE 0 TO WS-HIST-START-COUNT
    OPEN INPUT WS-HISTORY-FILE
    IF WS-HISTORY-OK
        PERFORM UNTIL NOT WS-HISTORY-OK
            READ WS-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HIST-START-COUNT
            END-READ
        END-PERFORM
        CLOSE WS-HISTORY-FILE
    END-IF
    IF NOT RESTART-MODE
        ADD 1 TO WS-LGN-COUNT
        MOVE "HISTMST" TO WS-LGN-NAME(WS-LGN-COUNT)
        MOVE WS-HIST-START-COUNT TO WS-LGN-ACTUAL(WS-LGN-COUNT)
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

2000-PROCESS-ENTRIES.
*> Drain each input source in a fixed order: the post-dated
*> warehouse first (feed 1), so entries that have reached their
*> value date post ahead of everything, then the operator
*> resubmission file, then the three branch feeds and the
*> standing-order feed. Every source
*> flows through the same staging record, edits, and duplicate
*> checks, and anything still future-dated - whatever source it
*> arrived from - is held to the warehouse instead of captured.
    PERFORM VARYING WS-FEED-NO FROM 1 BY 1 UNTIL WS-FEED-NO > 6
        MOVE "N" TO WS-FEED-EOF-FLAG
        PERFORM UNTIL FEED-AT-EOF
            PERFORM 2015-READ-CURRENT-FEED
            ELSE
                SET FEED-AT-EOF TO TRUE
            END-IF
        WHEN 6
            IF FEED-IS-OPEN(4) AND NOT WS-INPUT4-EOF
                READ WS-INPUT4-FILE
                    AT END
                        SET WS-INPUT4-EOF TO TRUE
                        SET FEED-AT-EOF TO TRUE
                    NOT AT END
                        MOVE WS-INPUT4-RECORD TO WS-CURRENT-ENTRY
                END-READ
            ELSE
                SET FEED-AT-EOF TO TRUE
            END-IF
        WHEN OTHER
            SET FEED-AT-EOF TO TRUE
    END-EVALUATE.
        END-IF
        PERFORM 2050-EDIT-ENTRY
        IF EDIT-PASSED
            IF WS-EDIT-BUS-DATE > WS-RUN-DATE
                PERFORM 2070-HOLD-POST-DATED
            ELSE
                IF RVSL-IS-REVERSAL
*> The hold date is stamped on the FIRST hold only - a still-future
*> entry sweeping forward keeps its original date, so PENDINQ's
*> aging view measures from the day the money first went dark.
*> "Future" is measured against the business day the value date
*> rolls to, so an entry dated for a holiday - or for a run date
*> that is itself a closed day - waits for the day the shop opens.
*> Its TRAN-DATE is left as the branch keyed it; the roll is noted
*> on the warning file the first time the entry is held.
    MOVE WS-CURRENT-ENTRY TO WS-PENDOUT-RECORD
    IF TRAN-HOLD-DATE OF WS-PENDOUT-RECORD NOT NUMERIC
       OR TRAN-HOLD-DATE OF WS-PENDOUT-RECORD = 0
        MOVE WS-RUN-DATE TO TRAN-HOLD-DATE OF WS-PENDOUT-RECORD
        IF WS-EDIT-BUS-DATE NOT = TRAN-DATE OF WS-CURRENT-ENTRY
            PERFORM 2072-NOTE-ROLLED-VALUE-DATE
        END-IF
    END-IF
    WRITE WS-PENDOUT-RECORD
    IF WS-PENDOUT-OK
        ADD 1 TO WS-HELD-COUNT
        IF WS-FEED-NO >= 3 AND WS-FEED-NO <= 6
            ADD 1 TO WS-FEED-HELD(WS-FEED-NO - 2)
        END-IF
        IF WS-FEED-NO = 2
        PERFORM ERROR-HANDLING
    END-IF.

2072-NOTE-ROLLED-VALUE-DATE.
    MOVE SPACES TO WS-WARNING-MESSAGE
    STRING "VALUE DATE " DELIMITED BY SIZE
           TRAN-DATE OF WS-CURRENT-ENTRY DELIMITED BY SIZE
           " NOT A BUSINESS DAY - HELD TO " DELIMITED BY SIZE
           WS-EDIT-BUS-DATE DELIMITED BY SIZE
           " REF: " DELIMITED BY SIZE
           TRAN-REF-ID OF WS-CURRENT-ENTRY DELIMITED BY SIZE
        INTO WS-WARNING-MESSAGE
    WRITE WS-WARNING-RECORD FROM WS-WARNING-MESSAGE
    IF NOT WS-WARNING-OK
        DISPLAY "UNABLE TO WRITE WS-WARNING-RECORD, STATUS: "
                WS-WARNING-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

2050-EDIT-ENTRY.
*> Field-level edit of the incoming entry before it is allowed
*> anywhere near WS-TABLE, so bad business data is caught here with
*> a field-specific reason code instead of blowing up downstream
*> posting. Checks, in order: TRAN-TYPE is an active type on the
*> transaction-type master ("TYPE" - unknown and retired alike),
*> TRAN-DATE is a real calendar date ("DATE"), TRAN-AMOUNT is
*> numeric and within the type's own limit, or the shop ceiling for
*> a type with none ("AMNT"), and TRAN-REF-ID is non-blank
*> ("REFB"). A good TRAN-DATE in an accounting period PERDCLS has
*> closed is refused under its own code ("PCLS") - accounting has
*> signed that month off. The first failing field wins -
*> the entry goes to the reject file under that reason and is never
*> counted in WS-COUNT, so the morning reconciliation can tell a bad
*> date from a bad amount at a glance.
    MOVE "Y" TO WS-EDIT-VALID
    MOVE "N" TO WS-EDIT-TYPE-FOUND
    PERFORM VARYING WS-EDIT-IDX FROM 1 BY 1
            UNTIL WS-EDIT-IDX > WS-TYP-COUNT
               OR EDIT-TYPE-FOUND
        IF TRAN-TYPE OF WS-CURRENT-ENTRY = WS-TYP-CODE(WS-EDIT-IDX)
           AND TYP-IS-ACTIVE(WS-EDIT-IDX)
            SET EDIT-TYPE-FOUND TO TRUE
            MOVE WS-EDIT-IDX TO WS-TYP-IDX
        END-IF
    END-PERFORM
    IF NOT EDIT-TYPE-FOUND
        MOVE "TYPE" TO WS-ERROR-REASON-CODE
    ELSE
        IF WS-TYP-LIMIT(WS-TYP-IDX) > 0
            MOVE WS-TYP-LIMIT(WS-TYP-IDX) TO WS-EDIT-TYPE-LIMIT
        ELSE
            MOVE WS-EDIT-AMOUNT-LIMIT TO WS-EDIT-TYPE-LIMIT
        END-IF
        PERFORM 2060-EDIT-DATE
        PERFORM 2068-CHECK-CLOSED-PERIOD
        IF NOT EDIT-DATE-VALID OR EDIT-PERIOD-CLOSED
            IF EDIT-PERIOD-CLOSED
                MOVE "PCLS" TO WS-ERROR-REASON-CODE
            ELSE
                MOVE "DATE" TO WS-ERROR-REASON-CODE
            END-IF
        ELSE
            IF TRAN-AMOUNT OF WS-CURRENT-ENTRY IS NOT NUMERIC
                MOVE "AMNT" TO WS-ERROR-REASON-CODE
            ELSE
                IF FUNCTION ABS(TRAN-AMOUNT OF WS-CURRENT-ENTRY)
                        > WS-EDIT-TYPE-LIMIT
                    MOVE "AMNT" TO WS-ERROR-REASON-CODE
                ELSE
                    IF TRAN-REF-ID OF WS-CURRENT-ENTRY = SPACES
        MOVE WS-INPUT-SEQ-NO TO WS-ERROR-SEQ-NO
        MOVE WS-CURRENT-ENTRY TO WS-ERROR-ENTRY
        PERFORM ERROR-HANDLING
    ELSE
        PERFORM 2057-CHECK-TYPE-DIRECTION
    END-IF.

2057-CHECK-TYPE-DIRECTION.
*> An entry whose sign runs against its type's debit/credit
*> direction on the master still captures - the sign is what the
*> branch keyed and the amount edit has passed it - but it is the
*> classic symptom of a WDL keyed as a DEP, so each one is noted on
*> the warning file for the morning review. A type with no
*> direction on the master is not checked.
    IF (WS-TYP-DIRECTION(WS-TYP-IDX) = "D"
            AND TRAN-AMOUNT OF WS-CURRENT-ENTRY < 0)
       OR (WS-TYP-DIRECTION(WS-TYP-IDX) = "C"
            AND TRAN-AMOUNT OF WS-CURRENT-ENTRY > 0)
        MOVE SPACES TO WS-WARNING-MESSAGE
        STRING "SIGN AGAINST TYPE DIRECTION " DELIMITED BY SIZE
               WS-TYP-DIRECTION(WS-TYP-IDX) DELIMITED BY SIZE
               " - TYPE: " DELIMITED BY SIZE
               TRAN-TYPE OF WS-CURRENT-ENTRY DELIMITED BY SIZE
               " REF: " DELIMITED BY SIZE
               TRAN-REF-ID OF WS-CURRENT-ENTRY DELIMITED BY SIZE
            INTO WS-WARNING-MESSAGE
        WRITE WS-WARNING-RECORD FROM WS-WARNING-MESSAGE
        IF NOT WS-WARNING-OK
            DISPLAY "UNABLE TO WRITE WS-WARNING-RECORD, STATUS: "
                    WS-WARNING-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

2052-EDIT-ACCOUNT.
    END-IF.

2045-CHECK-REVERSAL-TYPE.
*> The type edit has already found the entry's type on the master
*> (WS-TYP-IDX); a reversal-class type names the posting code it
*> backs out as its counterpart.
    MOVE "N" TO WS-RVSL-IS-REVERSAL
    MOVE SPACES TO WS-RVSL-ORIG-TYPE
    IF TYP-IS-REVERSAL(WS-TYP-IDX)
       AND WS-TYP-COUNTERPART(WS-TYP-IDX) NOT = SPACES
        SET RVSL-IS-REVERSAL TO TRUE
        MOVE WS-TYP-COUNTERPART(WS-TYP-IDX) TO WS-RVSL-ORIG-TYPE
    END-IF.

2055-CHECK-DUPLICATE.
*> A TRAN-REF-ID is only ever captured once: once against everything
*> Calendar validation of TRAN-DATE (YYYYMMDD): numeric, a sane
*> century window, month 1-12, and day within the month including
*> the leap-year rule for February, so a 20269999 from a garbled
*> feed is caught at the door. A good date is then placed on the
*> business-day calendar: WS-EDIT-BUS-DATE is the date itself when
*> it is a business day, else the next business day after it - a
*> Saturday or bank-holiday value date is due the day the shop
*> next opens, never before.
    MOVE "N" TO WS-EDIT-DATE-VALID
    MOVE 0 TO WS-EDIT-BUS-DATE
    IF TRAN-DATE OF WS-CURRENT-ENTRY IS NUMERIC
        MOVE TRAN-DATE OF WS-CURRENT-ENTRY TO WS-EDIT-DATE
        IF WS-EDIT-YEAR >= 1990 AND WS-EDIT-YEAR <= 2099
                SET EDIT-DATE-VALID TO TRUE
            END-IF
        END-IF
    END-IF
    IF EDIT-DATE-VALID
        COMPUTE WS-CAL-TEST-INT
            = FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
        PERFORM 2066-TEST-BUSINESS-DAY
        PERFORM UNTIL CAL-BUSINESS-DAY
            ADD 1 TO WS-CAL-TEST-INT
            PERFORM 2066-TEST-BUSINESS-DAY
        END-PERFORM
        MOVE WS-CAL-TEST-DATE TO WS-EDIT-BUS-DATE
    END-IF.

2066-TEST-BUSINESS-DAY.
*> Is the day WS-CAL-TEST-INT (an integer date) a business day?
*> Day 1 of the integer calendar, 1601-01-01, was a Monday, so
*> (day - 1) mod 7 runs 0 for Monday to 6 for Sunday. The weekday
*> rule decides unless BUSCAL lists the date as an exception.
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

2068-CHECK-CLOSED-PERIOD.
*> A good TRAN-DATE belongs to the accounting month it falls in;
*> that month is shut if PERDCLS has closed it, or the whole year.
    MOVE "N" TO WS-EDIT-PERIOD-SW
    IF EDIT-DATE-VALID
        DIVIDE TRAN-DATE OF WS-CURRENT-ENTRY BY 100
            GIVING WS-EDIT-PERIOD
        DIVIDE WS-EDIT-PERIOD BY 100 GIVING WS-EDIT-YEAR-KEY
        MULTIPLY 100 BY WS-EDIT-YEAR-KEY
        PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   OR EDIT-PERIOD-CLOSED
            IF WS-CLS-PERIOD(WS-CLS-IDX) = WS-EDIT-PERIOD
               OR WS-CLS-PERIOD(WS-CLS-IDX) = WS-EDIT-YEAR-KEY
                SET EDIT-PERIOD-CLOSED TO TRUE
            END-IF
        END-PERFORM
    END-IF.

2080-MATCH-REVERSAL.
        PERFORM 2200-SPILL-TO-OVERFLOW
    ELSE
        MOVE WS-CURRENT-ENTRY TO WS-TABLE(WS-COUNT)
        IF WS-FEED-NO >= 3 AND WS-FEED-NO <= 6
            ADD 1 TO WS-FEED-CAPTURED(WS-FEED-NO - 2)
        END-IF
        IF WS-FEED-NO = 2
        MOVE "CKPT" TO WS-ERROR-REASON-CODE
        PERFORM ERROR-HANDLING
    END-IF
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1 UNTIL WS-FEED-IDX > 4
        MOVE SPACES TO WS-CHECKPOINT-RECORD
        SET CKPT-IS-FEED TO TRUE
        MOVE WS-FEED-IDX TO CKPT-FEED-IDX
    WRITE WS-OVERFLOW-RECORD
    IF WS-OVERFLOW-OK
        ADD 1 TO WS-OVERFLOW-COUNT
        IF WS-FEED-NO >= 3 AND WS-FEED-NO <= 6
            ADD 1 TO WS-FEED-OVERFLOWED(WS-FEED-NO - 2)
        END-IF
        IF WS-FEED-NO = 2
*> write (audit trail, checkpoint, or merge output) failed, so those
*> are counted separately in WS-LOGGING-FAILURE-COUNT. Every other
*> reason - "OVFL" from an overflow write failure, or a field edit
*> failure ("TYPE"/"DATE"/"PCLS"/"AMNT"/"REFB") from 2050-EDIT-ENTRY -
*> is a transaction that never landed anywhere and is genuinely
*> dropped from the day's table, counted in WS-REJECT-COUNT.
    MOVE WS-RUN-DATE TO REJ-DATE
*> failures raised outside the capture loop (the merge step runs
*> with WS-FEED-NO past the last feed) stay out of the per-feed
*> accounting.
        IF WS-FEED-NO >= 3 AND WS-FEED-NO <= 6
            ADD 1 TO WS-FEED-REJECTED(WS-FEED-NO - 2)
        END-IF
        IF WS-FEED-NO = 2
*> a short feed surfaces on the morning of the run, not days later
*> from customer complaints. A feed that sent records without a
*> header cannot be reconciled - that is flagged too.
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1 UNTIL WS-FEED-IDX > 4
        IF FEED-HAS-EXPECTED(WS-FEED-IDX)
            IF WS-FEED-EXPECTED(WS-FEED-IDX)
                    NOT = WS-FEED-RECEIVED(WS-FEED-IDX)
8600-GL-EXTRACT.
*> Turn the reconciled merged file into the ledger's posting
*> interface: a batch header, one detail posting per merged entry
*> (TRAN-TYPE mapped to its GL account on the type master), and a
*> trailer carrying the record count and a hash total of the
*> absolute amounts. The detail count must also tie to
*> WS-MERGED-WRITE-COUNT from the reconcile step, so an extract
*> that read short cannot post clean on our side either.
    MOVE 0 TO WS-GL-DETAIL-COUNT
    MOVE 0 TO WS-GL-UNMAPPED-COUNT
    MOVE 0 TO WS-GL-HASH-TOTAL
            MOVE SPACES TO WS-RECONCILE-MESSAGE
            STRING "GL EXTRACT: " DELIMITED BY SIZE
                   WS-GL-UNMAPPED-COUNT-ED DELIMITED BY SIZE
                   " POSTINGS TO SUSPENSE - NO GL ACCOUNT ON TYPEMST"
                       DELIMITED BY SIZE
                INTO WS-RECONCILE-MESSAGE
            DISPLAY WS-RECONCILE-MESSAGE UPON CONSOLE
        END-IF
    END-IF.

8620-WRITE-GL-DETAIL.
*> Retired types still map - the entry was captured while the type
*> was live and its money belongs where the type always posted. A
*> type with no account on the master takes the suspense road, and
*> the warning tells accounting to fill it in through TYPEMNT.
    MOVE "N" TO WS-GL-ACCOUNT-HIT
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-TYP-COUNT OR GL-ACCOUNT-HIT
        IF WS-TYP-CODE(WS-GL-IDX)
                = TRAN-TYPE OF WS-MERGED-RECORD
           AND WS-TYP-GL-ACCOUNT(WS-GL-IDX) NOT = SPACES
            SET GL-ACCOUNT-HIT TO TRUE
            MOVE WS-TYP-GL-ACCOUNT(WS-GL-IDX) TO GLP-DTL-ACCOUNT
        END-IF
    END-PERFORM
    IF NOT GL-ACCOUNT-HIT
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1 UNTIL WS-FEED-IDX > 4
        IF FEED-IS-OPEN(WS-FEED-IDX)
            PERFORM 7350-PRINT-FEED-LINE
        END-IF
            INTO WS-RTN-LINE
        PERFORM 7890-WRITE-RETURN-LINE
        PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                UNTIL WS-FEED-IDX > 4
            IF FEED-IS-OPEN(WS-FEED-IDX)
                PERFORM 7810-WRITE-BRANCH-SECTION
            END-IF
    IF FEED-IS-OPEN(3)
        CLOSE WS-INPUT3-FILE
    END-IF
    IF FEED-IS-OPEN(4)
        CLOSE WS-INPUT4-FILE
    END-IF
    IF PENDING-FILE-OPEN
        CLOSE WS-PENDING-FILE
    END-IF
    CLOSE WS-AUDIT-FILE
    CLOSE WS-REJECT-FILE
    CLOSE WS-WARNING-FILE.

9800-NOTE-LEDGER-COUNTS.
*> Every file is closed by now, so the counts are of what is really
*> on each file. PENDWHO goes on the ledger as PENDWH, the name the
*> scheduler's swap gives it for the next cycle-1 run and PENDINQ,
*> and the master as the count it starts with plus this run's loads.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "INFILE" TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-INPUT-FILE
    IF WS-INPUT-OK
        PERFORM UNTIL WS-INPUT-EOF
            READ WS-INPUT-FILE
                AT END
                    SET WS-INPUT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-INPUT-FILE
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "INFILE2" TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-INPUT2-FILE
    IF WS-INPUT2-OK
        PERFORM UNTIL WS-INPUT2-EOF
            READ WS-INPUT2-FILE
                AT END
                    SET WS-INPUT2-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-INPUT2-FILE
        PERFORM 1960-ADD-LEDGER-COUNT
    END-IF
    MOVE "INFILE3" TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-INPUT3-FILE
    IF WS-INPUT3-OK
        PERFORM UNTIL WS-INPUT3-EOF
            READ WS-INPUT3-FILE
                AT END
                    SET WS-INPUT3-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-INPUT3-FILE
        PERFORM 1960-ADD-LEDGER-COUNT
    END-IF
    IF WS-RUN-CYCLE = 1
        PERFORM VARYING WS-LDG-IDX FROM 1 BY 1 UNTIL WS-LDG-IDX > 2
            MOVE WS-LGN-NAME(WS-LDG-IDX) TO WS-LDG-FILE-NAME
            MOVE WS-LGN-ACTUAL(WS-LDG-IDX) TO WS-LDG-FILE-RECORDS
            PERFORM 1960-ADD-LEDGER-COUNT
        END-PERFORM
    END-IF
    MOVE "HISTMST" TO WS-LDG-FILE-NAME
    MOVE WS-HIST-START-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE WS-MERGED-NAME TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-MERGED-FILE
    IF WS-MERGED-OK
        PERFORM UNTIL WS-MERGED-EOF
            READ WS-MERGED-FILE
                AT END
                    SET WS-MERGED-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-MERGED-FILE
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE WS-REJECT-NAME TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-REJECT-FILE
    IF WS-REJECT-OK
        PERFORM UNTIL WS-REJECT-EOF
            READ WS-REJECT-FILE
                AT END
                    SET WS-REJECT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-REJECT-FILE
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE WS-GLPOST-NAME TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-GLPOST-FILE
    IF WS-GLPOST-OK
        PERFORM UNTIL WS-GLPOST-STATUS NOT = "00"
            READ WS-GLPOST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-GLPOST-FILE
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "PENDWH" TO WS-LDG-FILE-NAME
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-PENDOUT-FILE
    IF WS-PENDOUT-OK
        PERFORM UNTIL WS-PENDOUT-STATUS NOT = "00"
            READ WS-PENDOUT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-PENDOUT-FILE
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "HISTMST" TO WS-LDG-FILE-NAME
    COMPUTE WS-LDG-FILE-RECORDS
        = WS-HIST-START-COUNT + WS-HIST-LOAD-COUNT
    PERFORM 1960-ADD-LEDGER-COUNT.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
