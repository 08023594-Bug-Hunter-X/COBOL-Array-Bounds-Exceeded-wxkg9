       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SOGEN - Standing-order generation.
*> Run each business day ahead of DAILYTBL's first cycle. Every
*> active instruction on SOINST whose next due date has arrived
*> (CTL-RUN-DATE or before - a due date on a weekend or holiday is
*> picked up the next business day) becomes one TRANENTR on SOFEED,
*> the standing-order feed DAILYTBL reads beside the branch feeds.
*> SOFEED is headed like a branch feed - "HDR ", source "STO", and
*> the entry count - so the entries meet the same edits, duplicate
*> net and per-source reconciliation as anything a branch keyed.
*> Each entry carries TRAN-SOURCE-ID "STO" and TRAN-REF-ID "SO",
*> the instruction number and the due date, so a reject, a query
*> or a history inquiry leads straight back to the instruction,
*> and a feed loaded twice is caught by DAILYTBL as duplicates.
*> TRAN-DATE is the due date itself - the customer's value date.
*> The instruction then steps to its next due date, counts down
*> its remaining payments, and is ended once it runs out. More
*> than WS-CATCH-UP-LIMIT due dates at once (a run date far past
*> the master) is not generated blind: the instruction stops at
*> the limit and is reported.
*> The feed is written in full before the master is touched, so a
*> failed run leaves the master as it was and can simply be run
*> again. A second run for a date already generated leaves SOFEED
*> and the master alone. When nothing is due SOFEED is still
*> rewritten with a zero-count header, so yesterday's feed can
*> never be read again.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SOGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-SOINST-FILE ASSIGN TO "SOINST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOINST-STATUS.

    SELECT WS-SONEW-FILE ASSIGN TO "SONEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SONEW-STATUS.

    SELECT WS-SOWORK-FILE ASSIGN TO "SOWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOWORK-STATUS.

    SELECT WS-SOFEED-FILE ASSIGN TO "SOFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOFEED-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO "SOGRPT"
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

FD  WS-SOINST-FILE.
01  WS-SOINST-RECORD.
    COPY SOINST.

FD  WS-SONEW-FILE.
01  WS-SONEW-RECORD             PIC X(140).

FD  WS-SOWORK-FILE.
01  WS-SOWORK-RECORD            PIC X(80).

FD  WS-SOFEED-FILE.
01  WS-SOFEED-RECORD            PIC X(80).

FD  WS-REPORT-FILE.
01  WS-REPORT-RECORD            PIC X(100).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-SOINST-STATUS             PIC XX.
    88  WS-SOINST-OK                   VALUE "00".
    88  WS-SOINST-EOF                  VALUE "10".

01  WS-SONEW-STATUS              PIC XX.
    88  WS-SONEW-OK                    VALUE "00".
    88  WS-SONEW-EOF                   VALUE "10".

01  WS-SOWORK-STATUS             PIC XX.
    88  WS-SOWORK-OK                   VALUE "00".
    88  WS-SOWORK-EOF                  VALUE "10".

01  WS-SOFEED-STATUS             PIC XX.
    88  WS-SOFEED-OK                   VALUE "00".
    88  WS-SOFEED-EOF                  VALUE "10".

01  WS-REPORT-STATUS             PIC XX.
    88  WS-REPORT-OK                   VALUE "00".

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
01  WS-RUN-CYCLE                 PIC 9(2) VALUE 1.

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "SOGEN".
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

01  WS-GEN-CONTROL.
    05  WS-SO-SOURCE-ID          PIC X(3) VALUE "STO".
    05  WS-CATCH-UP-LIMIT        PIC 9(3) VALUE 31.
    05  WS-OCCUR-COUNT           PIC 9(3) VALUE 0.
    05  WS-SOINST-SW             PIC X VALUE "N".
        88  SOINST-PRESENT             VALUE "Y".
    05  WS-DONE-SW               PIC X VALUE "N".
        88  ALREADY-GENERATED          VALUE "Y".
    05  WS-DUE-VALID-SW          PIC X VALUE "N".
        88  DUE-DATE-USABLE            VALUE "Y".

01  WS-GEN-COUNTS.
    05  WS-READ-COUNT            PIC 9(5) VALUE 0.
    05  WS-ACTIVE-COUNT          PIC 9(5) VALUE 0.
    05  WS-GENERATED-COUNT       PIC 9(5) VALUE 0.
    05  WS-ENDED-COUNT           PIC 9(5) VALUE 0.
    05  WS-HELD-BACK-COUNT       PIC 9(5) VALUE 0.
    05  WS-GENERATED-HASH        PIC 9(13)V99 VALUE 0.
    05  WS-ABS-AMOUNT            PIC 9(9)V99 VALUE 0.

01  WS-SO-EDIT.
*> The instruction in hand, stepped here and written to SONEW.
    COPY SOINST.

01  WS-GEN-ENTRY.
    COPY TRANENTR.

01  WS-FEED-HEADER.
*> The header DAILYTBL's 2030-CAPTURE-FEED-HEADER takes from the
*> first record of a branch feed.
    05  FH-RECORD-TYPE          PIC X(4) VALUE "HDR ".
    05  FH-SOURCE-ID            PIC X(3) VALUE SPACES.
    05  FH-EXPECTED-COUNT       PIC 9(5) VALUE 0.
    05  FILLER                  PIC X(68) VALUE SPACES.

01  WS-DATE-STEP-WORK.
    05  WS-EDIT-DATE             PIC 9(8).
    05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
        10  WS-EDIT-YEAR         PIC 9(4).
        10  WS-EDIT-MONTH        PIC 9(2).
        10  WS-EDIT-DAY          PIC 9(2).
    05  WS-EDIT-MONTH-DAYS       PIC 9(2).
    05  WS-DUE-INT               PIC 9(9) VALUE 0.
    05  WS-DUE-MONTHS            PIC 9(2) VALUE 0.

01  WS-REPORT-WORK.
    05  WS-RPT-LINE              PIC X(100).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-COUNT-ED              PIC ZZZZ9.
    05  WS-HASH-ED               PIC Z(12),ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF ALREADY-GENERATED
        DISPLAY "STANDING ORDERS ALREADY GENERATED FOR " WS-RUN-DATE
                " - SOFEED AND SOINST LEFT AS THEY ARE" UPON CONSOLE
    ELSE
        PERFORM 2000-GENERATE-DUE-ENTRIES
        IF RETURN-CODE < 16
            PERFORM 3000-WRITE-FEED
        END-IF
        IF RETURN-CODE < 16 AND SOINST-PRESENT
            PERFORM 3100-COPY-BACK-MASTER
        END-IF
        PERFORM 9000-TERMINATE
    END-IF
    PERFORM 9800-NOTE-LEDGER-COUNTS
    PERFORM 9900-RECORD-LEDGER-END
    STOP RUN.

1000-INITIALIZE.
*> The feed is generated once for the business date and only
*> DAILYTBL's first cycle reads it.
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
                MOVE CTL-CYCLE-NO TO WS-RUN-CYCLE
            END-IF
            IF CTL-LEDGER-OVERRIDE = "Y"
                SET LDG-OVERRIDE TO TRUE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
    END-IF
*> First step of the day: nothing has to have run before it, but
*> its start and end go on the ledger, and the SOFEED count it
*> records is what DAILYTBL checks the feed against. A run refused
*> over CTLFILE or the instruction master is recorded as refused
*> before any start is.
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    IF WS-RUN-CYCLE > 1
        DISPLAY "CTLFILE IS SET FOR CYCLE " WS-RUN-CYCLE
                " - STANDING ORDERS ARE GENERATED AHEAD OF CYCLE 1"
                " ONLY" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "NOT CYCLE 1" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF
    DISPLAY "GENERATING STANDING ORDERS DUE BY " WS-RUN-DATE
        UPON CONSOLE
    PERFORM 1100-CHECK-PRIOR-GENERATION
    PERFORM 1900-CHECK-RUN-LEDGER.

1100-CHECK-PRIOR-GENERATION.
*> Any instruction already stamped with this run date means SOFEED
*> was cut for it - regenerating now would find those instructions
*> stepped past today and write a feed without them. One stamped
*> with a later date means CTLFILE has gone backwards.
    OPEN INPUT WS-SOINST-FILE
    IF NOT WS-SOINST-OK
        DISPLAY "SOINST NOT FOUND, STATUS: " WS-SOINST-STATUS
                " - NO STANDING ORDERS, EMPTY FEED WRITTEN"
            UPON CONSOLE
    ELSE
        SET SOINST-PRESENT TO TRUE
        PERFORM UNTIL WS-SOINST-EOF
            READ WS-SOINST-FILE
                AT END
                    SET WS-SOINST-EOF TO TRUE
                NOT AT END
                    MOVE WS-SOINST-RECORD TO WS-SO-EDIT
                    IF SOI-LAST-GEN-DATE OF WS-SO-EDIT IS NUMERIC
                        IF SOI-LAST-GEN-DATE OF WS-SO-EDIT
                                = WS-RUN-DATE
                            SET ALREADY-GENERATED TO TRUE
                        END-IF
                        IF SOI-LAST-GEN-DATE OF WS-SO-EDIT
                                > WS-RUN-DATE
                            DISPLAY "INSTRUCTION "
                                    SOI-INSTR-NO OF WS-SO-EDIT
                                    " LAST GENERATED "
                                    SOI-LAST-GEN-DATE OF WS-SO-EDIT
                                    " - AFTER RUN DATE " WS-RUN-DATE
                                UPON CONSOLE
                            MOVE 16 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-SOINST-FILE
    END-IF
    IF RETURN-CODE = 16
        DISPLAY "RUN DATE IS BEHIND THE INSTRUCTION MASTER - "
                "NOTHING GENERATED" UPON CONSOLE
        MOVE "RUN DATE BEHIND SOINST" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
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

2000-GENERATE-DUE-ENTRIES.
    OPEN OUTPUT WS-REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO OPEN WS-REPORT-FILE, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING "STANDING ORDERS GENERATED   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "INSTR NO  ACCOUNT     TYPE          AMOUNT  CCY  DUE DATE"
        TO WS-RPT-LINE
    MOVE "REFERENCE / NOTE" TO WS-RPT-LINE(63:16)
    PERFORM 2900-WRITE-REPORT-LINE
    OPEN OUTPUT WS-SOWORK-FILE
    IF NOT WS-SOWORK-OK
        DISPLAY "UNABLE TO OPEN WS-SOWORK-FILE, STATUS: "
                WS-SOWORK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF SOINST-PRESENT
        OPEN INPUT WS-SOINST-FILE
        IF NOT WS-SOINST-OK
            DISPLAY "UNABLE TO OPEN WS-SOINST-FILE, STATUS: "
                    WS-SOINST-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT WS-SONEW-FILE
        IF NOT WS-SONEW-OK
            DISPLAY "UNABLE TO OPEN WS-SONEW-FILE, STATUS: "
                    WS-SONEW-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SOINST-EOF
            READ WS-SOINST-FILE
                AT END
                    SET WS-SOINST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE WS-SOINST-RECORD TO WS-SO-EDIT
                    IF SOI-IS-ACTIVE OF WS-SO-EDIT
                        ADD 1 TO WS-ACTIVE-COUNT
                        PERFORM 2100-GENERATE-INSTRUCTION
                    END-IF
                    WRITE WS-SONEW-RECORD FROM WS-SO-EDIT
                    IF NOT WS-SONEW-OK
                        DISPLAY "UNABLE TO WRITE WS-SONEW-RECORD, "
                                "STATUS: " WS-SONEW-STATUS
                            UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-SOINST-FILE
        CLOSE WS-SONEW-FILE
    END-IF
    CLOSE WS-SOWORK-FILE.

2100-GENERATE-INSTRUCTION.
*> Every due date up to the run date, one entry each, stepping the
*> instruction after each - so a week of missed runs makes up its
*> weekly payments, each under its own due date and reference.
    MOVE 0 TO WS-OCCUR-COUNT
    MOVE SOI-NEXT-DUE OF WS-SO-EDIT TO WS-EDIT-DATE
    PERFORM 2160-CHECK-DUE-DATE
    IF NOT DUE-DATE-USABLE
        MOVE "BAD NEXT DUE DATE - NOT GENERATED"
            TO WS-RPT-LINE(63:38)
        PERFORM 2800-REPORT-INSTRUCTION
        ADD 1 TO WS-HELD-BACK-COUNT
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM 2150-CHECK-END
        PERFORM UNTIL NOT SOI-IS-ACTIVE OF WS-SO-EDIT
                OR SOI-NEXT-DUE OF WS-SO-EDIT > WS-RUN-DATE
                OR WS-OCCUR-COUNT >= WS-CATCH-UP-LIMIT
            PERFORM 2200-WRITE-ENTRY
            ADD 1 TO WS-OCCUR-COUNT
            ADD 1 TO SOI-GEN-COUNT OF WS-SO-EDIT
            MOVE WS-RUN-DATE TO SOI-LAST-GEN-DATE OF WS-SO-EDIT
            IF SOI-ENDS-ON-COUNT OF WS-SO-EDIT
                SUBTRACT 1 FROM SOI-REMAINING OF WS-SO-EDIT
            END-IF
            PERFORM 2760-ADVANCE-DUE-DATE
            PERFORM 2150-CHECK-END
        END-PERFORM
        IF SOI-IS-ACTIVE OF WS-SO-EDIT
           AND SOI-NEXT-DUE OF WS-SO-EDIT NOT > WS-RUN-DATE
            MOVE SPACES TO WS-RPT-LINE
            STRING "CATCH-UP LIMIT - NEXT DUE "
                       DELIMITED BY SIZE
                   SOI-NEXT-DUE OF WS-SO-EDIT DELIMITED BY SIZE
                INTO WS-RPT-LINE(63:38)
            PERFORM 2800-REPORT-INSTRUCTION
            ADD 1 TO WS-HELD-BACK-COUNT
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
        IF SOI-IS-ENDED OF WS-SO-EDIT
            MOVE SPACES TO WS-RPT-LINE
            MOVE "INSTRUCTION RUN OUT - ENDED" TO WS-RPT-LINE(63:38)
            PERFORM 2800-REPORT-INSTRUCTION
            ADD 1 TO WS-ENDED-COUNT
        END-IF
    END-IF.

2150-CHECK-END.
*> Past its end date, or no payments left to make: the instruction
*> is ended, never generated from again.
    IF SOI-ENDS-ON-DATE OF WS-SO-EDIT
       AND SOI-NEXT-DUE OF WS-SO-EDIT > SOI-END-DATE OF WS-SO-EDIT
        MOVE "E" TO SOI-STATUS OF WS-SO-EDIT
    END-IF
    IF SOI-ENDS-ON-COUNT OF WS-SO-EDIT
       AND SOI-REMAINING OF WS-SO-EDIT = 0
        MOVE "E" TO SOI-STATUS OF WS-SO-EDIT
    END-IF.

2160-CHECK-DUE-DATE.
*> Only a real calendar date can be stepped - a damaged master
*> record is reported, not looped on.
    MOVE "N" TO WS-DUE-VALID-SW
    IF WS-EDIT-DATE IS NUMERIC
        IF WS-EDIT-YEAR >= 1990 AND WS-EDIT-YEAR <= 2099
           AND WS-EDIT-MONTH >= 1 AND WS-EDIT-MONTH <= 12
            PERFORM 2755-MONTH-DAYS
            IF WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= WS-EDIT-MONTH-DAYS
                SET DUE-DATE-USABLE TO TRUE
            END-IF
        END-IF
    END-IF
    MOVE SPACES TO WS-RPT-LINE.

2200-WRITE-ENTRY.
    MOVE SPACES TO WS-GEN-ENTRY
    MOVE SOI-TRAN-TYPE OF WS-SO-EDIT TO TRAN-TYPE OF WS-GEN-ENTRY
    MOVE SOI-AMOUNT OF WS-SO-EDIT TO TRAN-AMOUNT OF WS-GEN-ENTRY
    MOVE SOI-NEXT-DUE OF WS-SO-EDIT TO TRAN-DATE OF WS-GEN-ENTRY
    STRING "SO" DELIMITED BY SIZE
           SOI-INSTR-NO OF WS-SO-EDIT DELIMITED BY SIZE
           SOI-NEXT-DUE OF WS-SO-EDIT DELIMITED BY SIZE
        INTO TRAN-REF-ID OF WS-GEN-ENTRY
    MOVE WS-SO-SOURCE-ID TO TRAN-SOURCE-ID OF WS-GEN-ENTRY
    MOVE SOI-ACCOUNT-NO OF WS-SO-EDIT
        TO TRAN-ACCOUNT-NO OF WS-GEN-ENTRY
    MOVE ZEROS TO TRAN-HOLD-DATE OF WS-GEN-ENTRY
    MOVE SOI-CURRENCY OF WS-SO-EDIT TO TRAN-CURRENCY OF WS-GEN-ENTRY
    MOVE 0 TO TRAN-BASE-AMOUNT OF WS-GEN-ENTRY
    WRITE WS-SOWORK-RECORD FROM WS-GEN-ENTRY
    IF NOT WS-SOWORK-OK
        DISPLAY "UNABLE TO WRITE WS-SOWORK-RECORD, STATUS: "
                WS-SOWORK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        ADD 1 TO WS-GENERATED-COUNT
        IF SOI-AMOUNT OF WS-SO-EDIT < 0
            COMPUTE WS-ABS-AMOUNT = 0 - SOI-AMOUNT OF WS-SO-EDIT
        ELSE
            MOVE SOI-AMOUNT OF WS-SO-EDIT TO WS-ABS-AMOUNT
        END-IF
        ADD WS-ABS-AMOUNT TO WS-GENERATED-HASH
        MOVE SPACES TO WS-RPT-LINE
        MOVE TRAN-REF-ID OF WS-GEN-ENTRY TO WS-RPT-LINE(63:20)
        PERFORM 2800-REPORT-INSTRUCTION
    END-IF.

2755-MONTH-DAYS.
    EVALUATE WS-EDIT-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-EDIT-MONTH-DAYS
        WHEN 2
            IF FUNCTION MOD(WS-EDIT-YEAR, 4) = 0
               AND (FUNCTION MOD(WS-EDIT-YEAR, 100) NOT = 0
                    OR FUNCTION MOD(WS-EDIT-YEAR, 400) = 0)
                MOVE 29 TO WS-EDIT-MONTH-DAYS
            ELSE
                MOVE 28 TO WS-EDIT-MONTH-DAYS
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-EDIT-MONTH-DAYS
    END-EVALUATE.

2760-ADVANCE-DUE-DATE.
*> One step of the instruction's frequency from SOI-NEXT-DUE - the
*> same stepping SOMNT applies when it resumes an instruction.
    MOVE SOI-NEXT-DUE OF WS-SO-EDIT TO WS-EDIT-DATE
    EVALUATE TRUE
        WHEN SOI-IS-WEEKLY OF WS-SO-EDIT
            COMPUTE WS-DUE-INT
                = FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE) + 7
            MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                TO SOI-NEXT-DUE OF WS-SO-EDIT
        WHEN SOI-IS-FORTNIGHTLY OF WS-SO-EDIT
            COMPUTE WS-DUE-INT
                = FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE) + 14
            MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                TO SOI-NEXT-DUE OF WS-SO-EDIT
        WHEN OTHER
            EVALUATE TRUE
                WHEN SOI-IS-QUARTERLY OF WS-SO-EDIT
                    MOVE 3 TO WS-DUE-MONTHS
                WHEN SOI-IS-ANNUAL OF WS-SO-EDIT
                    MOVE 12 TO WS-DUE-MONTHS
                WHEN OTHER
                    MOVE 1 TO WS-DUE-MONTHS
            END-EVALUATE
            ADD WS-DUE-MONTHS TO WS-EDIT-MONTH
            IF WS-EDIT-MONTH > 12
                SUBTRACT 12 FROM WS-EDIT-MONTH
                ADD 1 TO WS-EDIT-YEAR
            END-IF
            PERFORM 2755-MONTH-DAYS
            IF SOI-ANCHOR-DAY OF WS-SO-EDIT > WS-EDIT-MONTH-DAYS
               OR SOI-ANCHOR-DAY OF WS-SO-EDIT = 0
                MOVE WS-EDIT-MONTH-DAYS TO WS-EDIT-DAY
            ELSE
                MOVE SOI-ANCHOR-DAY OF WS-SO-EDIT TO WS-EDIT-DAY
            END-IF
            MOVE WS-EDIT-DATE TO SOI-NEXT-DUE OF WS-SO-EDIT
    END-EVALUATE.

2800-REPORT-INSTRUCTION.
*> The caller has put its reference or note from column 63 on;
*> the instruction's own particulars fill the front of the line.
    MOVE SOI-INSTR-NO OF WS-SO-EDIT TO WS-RPT-LINE(1:8)
    MOVE SOI-ACCOUNT-NO OF WS-SO-EDIT TO WS-RPT-LINE(11:10)
    MOVE SOI-TRAN-TYPE OF WS-SO-EDIT TO WS-RPT-LINE(23:4)
    MOVE SOI-AMOUNT OF WS-SO-EDIT TO WS-AMOUNT-ED
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(28:15)
    MOVE SOI-CURRENCY OF WS-SO-EDIT TO WS-RPT-LINE(45:3)
    MOVE SOI-NEXT-DUE OF WS-SO-EDIT TO WS-RPT-LINE(50:8)
    PERFORM 2900-WRITE-REPORT-LINE.

2900-WRITE-REPORT-LINE.
    WRITE WS-REPORT-RECORD FROM WS-RPT-LINE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO WRITE WS-REPORT-RECORD, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
    MOVE SPACES TO WS-RPT-LINE.

3000-WRITE-FEED.
*> Header first, carrying the count DAILYTBL reconciles the feed
*> against, then the entries in master order.
    OPEN OUTPUT WS-SOFEED-FILE
    IF NOT WS-SOFEED-OK
        DISPLAY "UNABLE TO OPEN WS-SOFEED-FILE, STATUS: "
                WS-SOFEED-STATUS " - SOINST NOT UPDATED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE WS-SO-SOURCE-ID TO FH-SOURCE-ID
        MOVE WS-GENERATED-COUNT TO FH-EXPECTED-COUNT
        WRITE WS-SOFEED-RECORD FROM WS-FEED-HEADER
        PERFORM 3900-CHECK-SOFEED-WRITE
        OPEN INPUT WS-SOWORK-FILE
        IF NOT WS-SOWORK-OK
            DISPLAY "UNABLE TO OPEN WS-SOWORK-FILE, STATUS: "
                    WS-SOWORK-STATUS " - SOINST NOT UPDATED"
                UPON CONSOLE
            CLOSE WS-SOFEED-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SOWORK-EOF
            READ WS-SOWORK-FILE
                AT END
                    SET WS-SOWORK-EOF TO TRUE
                NOT AT END
                    WRITE WS-SOFEED-RECORD FROM WS-SOWORK-RECORD
                    PERFORM 3900-CHECK-SOFEED-WRITE
            END-READ
        END-PERFORM
        CLOSE WS-SOWORK-FILE
        CLOSE WS-SOFEED-FILE
    END-IF.

3100-COPY-BACK-MASTER.
    OPEN INPUT WS-SONEW-FILE
    IF NOT WS-SONEW-OK
        DISPLAY "UNABLE TO OPEN WS-SONEW-FILE, STATUS: "
                WS-SONEW-STATUS " - SOINST NOT UPDATED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-SOINST-FILE
    IF NOT WS-SOINST-OK
        DISPLAY "UNABLE TO OPEN WS-SOINST-FILE, STATUS: "
                WS-SOINST-STATUS " - STEPPED MASTER LEFT ON SONEW"
            UPON CONSOLE
        CLOSE WS-SONEW-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SONEW-EOF
        READ WS-SONEW-FILE
            AT END
                SET WS-SONEW-EOF TO TRUE
            NOT AT END
                WRITE WS-SOINST-RECORD FROM WS-SONEW-RECORD
                IF NOT WS-SOINST-OK
                    DISPLAY "UNABLE TO WRITE WS-SOINST-RECORD, "
                            "STATUS: " WS-SOINST-STATUS
                        UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-SONEW-FILE
    CLOSE WS-SOINST-FILE.

3900-CHECK-SOFEED-WRITE.
    IF NOT WS-SOFEED-OK
        DISPLAY "UNABLE TO WRITE WS-SOFEED-RECORD, STATUS: "
                WS-SOFEED-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-READ-COUNT TO WS-COUNT-ED
    STRING "INSTRUCTIONS READ:     " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
    STRING "ACTIVE:                " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-GENERATED-COUNT TO WS-COUNT-ED
    MOVE WS-GENERATED-HASH TO WS-HASH-ED
    STRING "ENTRIES GENERATED:     " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "   HASH: " DELIMITED BY SIZE
           WS-HASH-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-ENDED-COUNT TO WS-COUNT-ED
    STRING "INSTRUCTIONS ENDED:    " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-HELD-BACK-COUNT TO WS-COUNT-ED
    STRING "NOT FULLY GENERATED:   " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    CLOSE WS-REPORT-FILE
    MOVE WS-GENERATED-COUNT TO WS-COUNT-ED
    DISPLAY "STANDING-ORDER ENTRIES WRITTEN TO SOFEED: " WS-COUNT-ED
        UPON CONSOLE.

9800-NOTE-LEDGER-COUNTS.
*> SOFEED is counted as it now stands - this run's feed, or the one
*> an earlier run for the date left, which is what DAILYTBL reads.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "SOINST" TO WS-LDG-FILE-NAME
    MOVE WS-READ-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-SOFEED-FILE
    IF WS-SOFEED-OK
        PERFORM UNTIL WS-SOFEED-EOF
            READ WS-SOFEED-FILE
                AT END
                    SET WS-SOFEED-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-SOFEED-FILE
    END-IF
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE "SOFEED" TO WS-LDG-FILE-NAME
    PERFORM 1960-ADD-LEDGER-COUNT.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
