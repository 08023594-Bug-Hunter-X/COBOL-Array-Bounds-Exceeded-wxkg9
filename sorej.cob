       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SOREJ - Standing-order reject posting.
*> Run after each DAILYTBL cycle, against the same CTLFILE. Reads
*> the cycle's reject file (REJFILE, or REJFnn for a later cycle)
*> and picks out the entries SOGEN generated - source "STO" and a
*> reference of "SO", the instruction number and the due date -
*> so a standing order that fails DAILYTBL's edits (an account
*> closed since it was set up, a type withdrawn, a duplicate) is
*> reported against the instruction it came from, not left for
*> somebody to trace back by hand from REJREPAR. Each reject is
*> counted on the instruction, with the date, cycle and reason of
*> the latest, so SOMNT shows the operator which instructions keep
*> failing and why. The instruction itself is left as it is - it
*> has already stepped past the rejected due date, and whether it
*> is amended, suspended or cancelled is the branch's decision.
*> A reject whose instruction is not on SOINST is still listed.
*> Running the same cycle twice lists its rejects again but does
*> not count them twice: an instruction already stamped with this
*> date and cycle (or a later one) is not counted again unless
*> this run has already counted it. Ends RC 8 when any standing
*> order was rejected, so the scheduler flags it for the branch.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SOREJ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-REJECT-FILE ASSIGN TO WS-REJECT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT WS-SOINST-FILE ASSIGN TO "SOINST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOINST-STATUS.

    SELECT WS-SONEW-FILE ASSIGN TO "SONEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SONEW-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO "SORJRPT"
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

FD  WS-REJECT-FILE.
01  WS-REJECT-RECORD.
    05  REJ-DATE                PIC 9(8).
    05  REJ-SEQUENCE-NO         PIC 9(5).
    05  REJ-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.
    05  REJ-REASON-CODE         PIC X(4).

FD  WS-SOINST-FILE.
01  WS-SOINST-RECORD.
    COPY SOINST.

FD  WS-SONEW-FILE.
01  WS-SONEW-RECORD             PIC X(140).

FD  WS-REPORT-FILE.
01  WS-REPORT-RECORD            PIC X(100).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-REJECT-STATUS             PIC XX.
    88  WS-REJECT-OK                   VALUE "00".
    88  WS-REJECT-EOF                  VALUE "10".

01  WS-SOINST-STATUS             PIC XX.
    88  WS-SOINST-OK                   VALUE "00".
    88  WS-SOINST-EOF                  VALUE "10".

01  WS-SONEW-STATUS              PIC XX.
    88  WS-SONEW-OK                    VALUE "00".
    88  WS-SONEW-EOF                   VALUE "10".

01  WS-REPORT-STATUS             PIC XX.
    88  WS-REPORT-OK                   VALUE "00".

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

01  WS-CYCLE-WORK.
*> Same generation naming DAILYTBL writes: cycle 1 is the legacy
*> REJFILE, later cycles REJFnn.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "SOREJ".
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

01  WS-POST-CONTROL.
    05  WS-SO-SOURCE-ID          PIC X(3) VALUE "STO".
    05  WS-RUN-KEY               PIC 9(10) VALUE 0.
    05  WS-LAST-KEY              PIC 9(10) VALUE 0.
    05  WS-SOINST-SW             PIC X VALUE "N".
        88  SOINST-PRESENT             VALUE "Y".
    05  WS-MASTER-CHANGED-SW     PIC X VALUE "N".
        88  MASTER-CHANGED             VALUE "Y".
    05  WS-COUNTED-SW            PIC X VALUE "N".
        88  COUNTED-THIS-RUN           VALUE "Y".

01  WS-POST-COUNTS.
    05  WS-REJ-READ-COUNT        PIC 9(5) VALUE 0.
    05  WS-STALE-COUNT           PIC 9(5) VALUE 0.
    05  WS-SO-REJ-COUNT          PIC 9(5) VALUE 0.
    05  WS-POSTED-COUNT          PIC 9(5) VALUE 0.
    05  WS-REPEAT-COUNT          PIC 9(5) VALUE 0.
    05  WS-ORPHAN-COUNT          PIC 9(5) VALUE 0.

01  WS-SOR-WORK.
*> The cycle's standing-order rejects, held while SOINST is
*> streamed past them. An instruction rejected on several due
*> dates in one cycle (a catch-up run) has one entry per date.
    05  WS-SOR-COUNT             PIC 9(4) VALUE 0.
    05  WS-SOR-IDX               PIC 9(4) VALUE 0.
    05  WS-SOR-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-SOR-ENTRY OCCURS 2000 TIMES.
        10  WS-SOR-INSTR-NO      PIC 9(8).
        10  WS-SOR-DUE-DATE      PIC X(8).
        10  WS-SOR-SEQUENCE-NO   PIC 9(5).
        10  WS-SOR-ACCOUNT-NO    PIC X(10).
        10  WS-SOR-TRAN-TYPE     PIC X(4).
        10  WS-SOR-AMOUNT        PIC S9(9)V99.
        10  WS-SOR-REASON        PIC X(4).
        10  WS-SOR-MATCHED       PIC X.

01  WS-SO-EDIT.
*> The instruction in hand, stamped here and written to SONEW.
    COPY SOINST.

01  WS-REPORT-WORK.
    05  WS-RPT-LINE              PIC X(100).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-COUNT-ED              PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-SO-REJECTS
    PERFORM 2000-POST-REJECTS
    IF RETURN-CODE < 16 AND MASTER-CHANGED
        PERFORM 3100-COPY-BACK-MASTER
    END-IF
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
                MOVE CTL-CYCLE-NO TO WS-RUN-CYCLE
            END-IF
            IF CTL-LEDGER-OVERRIDE = "Y"
                SET LDG-OVERRIDE TO TRUE
            END-IF
        END-IF
        CLOSE WS-CONTROL-FILE
    END-IF
    IF WS-RUN-CYCLE > 1
        MOVE SPACES TO WS-REJECT-NAME
        STRING "REJF" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-REJECT-NAME
    END-IF
    COMPUTE WS-RUN-KEY = WS-RUN-DATE * 100 + WS-RUN-CYCLE
    DISPLAY "POSTING STANDING-ORDER REJECTS FROM " WS-REJECT-NAME
            " FOR BUSINESS DATE " WS-RUN-DATE " CYCLE " WS-RUN-CYCLE
        UPON CONSOLE
*> The reject file is the one DAILYTBL wrote for this date and
*> cycle, so DAILYTBL must have ended cleanly for them.
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER.

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
*> The reject file as mounted, counted before it is read.
    MOVE 1 TO WS-LGN-COUNT
    MOVE WS-REJECT-NAME TO WS-LGN-NAME(1)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    OPEN INPUT WS-REJECT-FILE
    IF WS-REJECT-OK
        PERFORM UNTIL WS-REJECT-EOF
            READ WS-REJECT-FILE
                AT END
                    SET WS-REJECT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(1)
            END-READ
        END-PERFORM
        CLOSE WS-REJECT-FILE
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

1100-LOAD-SO-REJECTS.
*> Only this date's rejects count - a reject file left over from
*> an earlier date is somebody else's day, already posted.
    OPEN INPUT WS-REJECT-FILE
    IF NOT WS-REJECT-OK
        DISPLAY "UNABLE TO OPEN WS-REJECT-FILE " WS-REJECT-NAME
                ", STATUS: " WS-REJECT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-REJECT-EOF
        READ WS-REJECT-FILE
            AT END
                SET WS-REJECT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-REJ-READ-COUNT
                IF REJ-DATE NOT = WS-RUN-DATE
                    ADD 1 TO WS-STALE-COUNT
                ELSE
                    IF TRAN-SOURCE-ID OF REJ-ENTRY = WS-SO-SOURCE-ID
                       AND TRAN-REF-ID OF REJ-ENTRY(1:2) = "SO"
                       AND TRAN-REF-ID OF REJ-ENTRY(3:8) IS NUMERIC
                        PERFORM 1110-ADD-SO-REJECT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-REJECT-FILE
    IF WS-STALE-COUNT > 0
        MOVE WS-STALE-COUNT TO WS-COUNT-ED
        DISPLAY WS-COUNT-ED " RECORDS ON " WS-REJECT-NAME
                " ARE NOT DATED " WS-RUN-DATE " - IGNORED"
            UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

1110-ADD-SO-REJECT.
    ADD 1 TO WS-SO-REJ-COUNT
    IF WS-SOR-COUNT >= WS-SOR-TABLE-LIMIT
        DISPLAY "STANDING-ORDER REJECT TABLE FULL AT "
                WS-SOR-TABLE-LIMIT " - REJECT SEQ " REJ-SEQUENCE-NO
                " NOT POSTED" UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WS-SOR-COUNT
        MOVE TRAN-REF-ID OF REJ-ENTRY(3:8)
            TO WS-SOR-INSTR-NO(WS-SOR-COUNT)
        MOVE TRAN-REF-ID OF REJ-ENTRY(11:8)
            TO WS-SOR-DUE-DATE(WS-SOR-COUNT)
        MOVE REJ-SEQUENCE-NO TO WS-SOR-SEQUENCE-NO(WS-SOR-COUNT)
        MOVE TRAN-ACCOUNT-NO OF REJ-ENTRY
            TO WS-SOR-ACCOUNT-NO(WS-SOR-COUNT)
        MOVE TRAN-TYPE OF REJ-ENTRY TO WS-SOR-TRAN-TYPE(WS-SOR-COUNT)
        MOVE TRAN-AMOUNT OF REJ-ENTRY TO WS-SOR-AMOUNT(WS-SOR-COUNT)
        MOVE REJ-REASON-CODE TO WS-SOR-REASON(WS-SOR-COUNT)
        MOVE "N" TO WS-SOR-MATCHED(WS-SOR-COUNT)
    END-IF.

2000-POST-REJECTS.
    OPEN OUTPUT WS-REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO OPEN WS-REPORT-FILE, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING "STANDING-ORDER REJECTS   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   CYCLE: " DELIMITED BY SIZE
           WS-RUN-CYCLE DELIMITED BY SIZE
           "   FILE: " DELIMITED BY SIZE
           WS-REJECT-NAME DELIMITED BY SPACE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE "INSTR NO  ACCOUNT     TYPE          AMOUNT  DUE DATE  RSN"
        TO WS-RPT-LINE
    MOVE "SEQ    INSTRUCTION" TO WS-RPT-LINE(61:18)
    PERFORM 2900-WRITE-REPORT-LINE
    IF WS-SOR-COUNT > 0
        OPEN INPUT WS-SOINST-FILE
        IF NOT WS-SOINST-OK
            DISPLAY "SOINST NOT FOUND, STATUS: " WS-SOINST-STATUS
                    " - REJECTS LISTED BUT NOT POSTED" UPON CONSOLE
        ELSE
            SET SOINST-PRESENT TO TRUE
            PERFORM 2100-STREAM-MASTER
            CLOSE WS-SOINST-FILE
        END-IF
    END-IF
    PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
            UNTIL WS-SOR-IDX > WS-SOR-COUNT
        IF WS-SOR-MATCHED(WS-SOR-IDX) = "N"
            ADD 1 TO WS-ORPHAN-COUNT
            MOVE SPACES TO WS-RPT-LINE
            MOVE "NOT ON MASTER" TO WS-RPT-LINE(68:13)
            PERFORM 2800-REPORT-REJECT
        END-IF
    END-PERFORM
    IF WS-SO-REJ-COUNT > 0
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

2100-STREAM-MASTER.
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
                MOVE WS-SOINST-RECORD TO WS-SO-EDIT
                MOVE "N" TO WS-COUNTED-SW
                PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
                        UNTIL WS-SOR-IDX > WS-SOR-COUNT
                    IF WS-SOR-INSTR-NO(WS-SOR-IDX)
                            = SOI-INSTR-NO OF WS-SO-EDIT
                        PERFORM 2200-POST-ONE-REJECT
                    END-IF
                END-PERFORM
                WRITE WS-SONEW-RECORD FROM WS-SO-EDIT
                IF NOT WS-SONEW-OK
                    DISPLAY "UNABLE TO WRITE WS-SONEW-RECORD, "
                            "STATUS: " WS-SONEW-STATUS UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-SONEW-FILE.

2200-POST-ONE-REJECT.
*> The stamp on the instruction is the date and cycle of the
*> latest reject counted - anything at or before it has already
*> been counted by an earlier run of this cycle.
    MOVE "Y" TO WS-SOR-MATCHED(WS-SOR-IDX)
    MOVE 0 TO WS-LAST-KEY
    IF SOI-LAST-REJ-DATE OF WS-SO-EDIT IS NUMERIC
       AND SOI-LAST-REJ-CYCLE OF WS-SO-EDIT IS NUMERIC
        COMPUTE WS-LAST-KEY = SOI-LAST-REJ-DATE OF WS-SO-EDIT * 100
                            + SOI-LAST-REJ-CYCLE OF WS-SO-EDIT
    END-IF
    IF WS-LAST-KEY < WS-RUN-KEY OR COUNTED-THIS-RUN
        IF SOI-REJ-COUNT OF WS-SO-EDIT IS NOT NUMERIC
            MOVE 0 TO SOI-REJ-COUNT OF WS-SO-EDIT
        END-IF
        ADD 1 TO SOI-REJ-COUNT OF WS-SO-EDIT
        MOVE WS-RUN-DATE TO SOI-LAST-REJ-DATE OF WS-SO-EDIT
        MOVE WS-RUN-CYCLE TO SOI-LAST-REJ-CYCLE OF WS-SO-EDIT
        MOVE WS-SOR-REASON(WS-SOR-IDX)
            TO SOI-LAST-REJ-REASON OF WS-SO-EDIT
        SET COUNTED-THIS-RUN TO TRUE
        SET MASTER-CHANGED TO TRUE
        ADD 1 TO WS-POSTED-COUNT
        MOVE SPACES TO WS-RPT-LINE
        PERFORM 2250-DESCRIBE-STATUS
    ELSE
        ADD 1 TO WS-REPEAT-COUNT
        MOVE SPACES TO WS-RPT-LINE
        MOVE "ALREADY POSTED" TO WS-RPT-LINE(68:14)
    END-IF
    PERFORM 2800-REPORT-REJECT.

2250-DESCRIBE-STATUS.
    EVALUATE TRUE
        WHEN SOI-IS-ACTIVE OF WS-SO-EDIT
            MOVE "ACTIVE" TO WS-RPT-LINE(68:9)
        WHEN SOI-IS-SUSPENDED OF WS-SO-EDIT
            MOVE "SUSPENDED" TO WS-RPT-LINE(68:9)
        WHEN SOI-IS-CANCELLED OF WS-SO-EDIT
            MOVE "CANCELLED" TO WS-RPT-LINE(68:9)
        WHEN SOI-IS-ENDED OF WS-SO-EDIT
            MOVE "ENDED" TO WS-RPT-LINE(68:9)
        WHEN OTHER
            MOVE "STATUS ?" TO WS-RPT-LINE(68:9)
    END-EVALUATE
    MOVE SOI-REJ-COUNT OF WS-SO-EDIT TO WS-COUNT-ED
    STRING " REJECTS:" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE(77:14).

2800-REPORT-REJECT.
*> The caller has put its note from column 68 on; the reject's own
*> particulars fill the front of the line.
    MOVE WS-SOR-INSTR-NO(WS-SOR-IDX) TO WS-RPT-LINE(1:8)
    MOVE WS-SOR-ACCOUNT-NO(WS-SOR-IDX) TO WS-RPT-LINE(11:10)
    MOVE WS-SOR-TRAN-TYPE(WS-SOR-IDX) TO WS-RPT-LINE(23:4)
    MOVE WS-SOR-AMOUNT(WS-SOR-IDX) TO WS-AMOUNT-ED
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(28:15)
    MOVE WS-SOR-DUE-DATE(WS-SOR-IDX) TO WS-RPT-LINE(45:8)
    MOVE WS-SOR-REASON(WS-SOR-IDX) TO WS-RPT-LINE(55:4)
    MOVE WS-SOR-SEQUENCE-NO(WS-SOR-IDX) TO WS-RPT-LINE(61:5)
    PERFORM 2900-WRITE-REPORT-LINE.

2900-WRITE-REPORT-LINE.
    WRITE WS-REPORT-RECORD FROM WS-RPT-LINE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO WRITE WS-REPORT-RECORD, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
    MOVE SPACES TO WS-RPT-LINE.

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
                WS-SOINST-STATUS " - POSTED MASTER LEFT ON SONEW"
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

9000-TERMINATE.
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-REJ-READ-COUNT TO WS-COUNT-ED
    STRING "REJECTS READ:            " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-SO-REJ-COUNT TO WS-COUNT-ED
    STRING "STANDING-ORDER REJECTS:  " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-POSTED-COUNT TO WS-COUNT-ED
    STRING "POSTED TO SOINST:        " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-REPEAT-COUNT TO WS-COUNT-ED
    STRING "ALREADY POSTED:          " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED
    STRING "NOT ON MASTER:           " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 2900-WRITE-REPORT-LINE
    CLOSE WS-REPORT-FILE
    MOVE WS-SO-REJ-COUNT TO WS-COUNT-ED
    DISPLAY "STANDING-ORDER REJECTS ON " WS-REJECT-NAME ": "
            WS-COUNT-ED UPON CONSOLE
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE WS-REJECT-NAME TO WS-LDG-FILE-NAME
    MOVE WS-REJ-READ-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
