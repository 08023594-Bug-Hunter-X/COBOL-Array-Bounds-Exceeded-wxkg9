       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> PERDACC - Period totals accumulation.
*> SUMFILE and DAILYTBL's type summary describe one run and are
*> gone the next; finance needs the month and the year. After each
*> DAILYTBL cycle this program walks that cycle's merged file
*> (MERGFILE, or MERGFnn) beside the GLPOST batch cut from it
*> (GLPOST, or GLPSTnn) - the extract writes one detail per merged
*> entry in merged-file order, so the two read in lockstep - and
*> adds every item into the period totals file PERDTOT by
*> accounting period (the month of TRAN-DATE), transaction type,
*> branch source, the GL account the batch actually posted it to,
*> and currency. A batch record per period carries what the batch
*> put in that period beside the count and hash on its trailer, so
*> PERDCLS can tie a month or a year back to the batches sent to
*> the GL and the acknowledgments that came back.
*> A rerun for a date and cycle already on PERDTOT replaces that
*> batch's records - a DAILYTBL rerun recuts GLPOST, and the totals
*> must follow the batch the GL was actually sent.
*> An item in a period PERDSTAT already shows closed is still
*> counted (it went to the GL) but flagged for accounting.
*> Run after DAILYTBL, once per cycle, in cycle order.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PERDACC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-MERGED-FILE ASSIGN TO WS-MERGED-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MERGED-STATUS.

    SELECT WS-GLPOST-FILE ASSIGN TO WS-GLPOST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLPOST-STATUS.

    SELECT WS-PERDSTAT-FILE ASSIGN TO "PERDSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDSTAT-STATUS.

    SELECT WS-PERDTOT-FILE ASSIGN TO "PERDTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDTOT-STATUS.

    SELECT WS-PERDNEW-FILE ASSIGN TO "PERDNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDNEW-STATUS.

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

FD  WS-MERGED-FILE.
01  WS-MERGED-RECORD.
    COPY TRANENTR.

FD  WS-GLPOST-FILE.
01  WS-GLPOST-RECORD            PIC X(80).

FD  WS-PERDSTAT-FILE.
01  WS-PERDSTAT-RECORD.
    COPY PERDSTAT.

FD  WS-PERDTOT-FILE.
01  WS-PERDTOT-RECORD.
    COPY PERDTOT.

FD  WS-PERDNEW-FILE.
01  WS-PERDNEW-RECORD           PIC X(100).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-MERGED-STATUS             PIC XX.
    88  WS-MERGED-OK                   VALUE "00".
    88  WS-MERGED-EOF                  VALUE "10".

01  WS-GLPOST-STATUS             PIC XX.
    88  WS-GLPOST-OK                   VALUE "00".
    88  WS-GLPOST-EOF                  VALUE "10".

01  WS-PERDSTAT-STATUS           PIC XX.
    88  WS-PERDSTAT-OK                 VALUE "00".
    88  WS-PERDSTAT-EOF                VALUE "10".

01  WS-PERDTOT-STATUS            PIC XX.
    88  WS-PERDTOT-OK                  VALUE "00".
    88  WS-PERDTOT-EOF                 VALUE "10".

01  WS-PERDNEW-STATUS            PIC XX.
    88  WS-PERDNEW-OK                  VALUE "00".
    88  WS-PERDNEW-EOF                 VALUE "10".

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

01  WS-CYCLE-WORK.
*> Same generation naming DAILYTBL writes: cycle 1 is the legacy
*> MERGFILE/GLPOST, later cycles MERGFnn/GLPSTnn.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
    05  WS-MERGED-NAME           PIC X(8) VALUE "MERGFILE".
    05  WS-GLPOST-NAME           PIC X(8) VALUE "GLPOST".

01  WS-GLP-VIEW.
*> The extract batch record views, same shapes 8600-GL-EXTRACT
*> writes - the record type byte says which view applies.
    05  WS-GLP-IMAGE            PIC X(80).
    05  WS-GLP-RECORD-TYPE REDEFINES WS-GLP-IMAGE.
        10  GLP-REC-TYPE        PIC X.
            88  GLP-IS-HEADER         VALUE "H".
            88  GLP-IS-DETAIL         VALUE "D".
            88  GLP-IS-TRAILER        VALUE "T".
        10  FILLER              PIC X(79).
    05  WS-GLP-HEADER-VIEW REDEFINES WS-GLP-IMAGE.
        10  FILLER              PIC X.
        10  GLP-HDR-RUN-DATE    PIC 9(8).
        10  GLP-HDR-SOURCE      PIC X(8).
        10  GLP-HDR-CYCLE-NO    PIC 9(2).
        10  FILLER              PIC X(61).
    05  WS-GLP-DETAIL-VIEW REDEFINES WS-GLP-IMAGE.
        10  FILLER              PIC X.
        10  GLP-DTL-ACCOUNT     PIC X(8).
        10  GLP-DTL-TRAN-TYPE   PIC X(4).
        10  GLP-DTL-AMOUNT      PIC S9(9)V99.
        10  GLP-DTL-DATE        PIC 9(8).
        10  GLP-DTL-REF-ID      PIC X(20).
        10  GLP-DTL-CURRENCY    PIC X(3).
        10  GLP-DTL-ORIG-AMOUNT PIC S9(9)V99.
        10  FILLER              PIC X(14).
    05  WS-GLP-TRAILER-VIEW REDEFINES WS-GLP-IMAGE.
        10  FILLER              PIC X.
        10  GLP-TRL-COUNT       PIC 9(5).
        10  GLP-TRL-HASH        PIC 9(13)V99.
        10  FILLER              PIC X(59).

01  WS-BATCH-WORK.
    05  WS-BATCH-HDR-CYCLE       PIC 9(2) VALUE 0.
    05  WS-BATCH-COUNT           PIC 9(5) VALUE 0.
    05  WS-BATCH-HASH            PIC 9(13)V99 VALUE 0.
    05  WS-BATCH-TRL-COUNT       PIC 9(5) VALUE 0.
    05  WS-BATCH-TRL-HASH        PIC 9(13)V99 VALUE 0.
    05  WS-BATCH-SW              PIC X VALUE "Y".
        88  BATCH-GOOD                 VALUE "Y".
        88  BATCH-BAD                  VALUE "N".
    05  WS-BATCH-HAS-TRAILER     PIC X VALUE "N".
        88  BATCH-HAS-TRAILER          VALUE "Y".
    05  WS-ITEM-PERIOD           PIC 9(6) VALUE 0.
    05  WS-ITEM-ABS              PIC 9(9)V99 VALUE 0.

01  WS-CLOSED-WORK.
    05  WS-CLS-COUNT             PIC 9(3) VALUE 0.
    05  WS-CLS-IDX               PIC 9(3) VALUE 0.
    05  WS-CLS-TABLE-LIMIT       PIC 9(3) VALUE 300.
    05  WS-CLS-HIT               PIC X VALUE "N".
        88  CLS-HIT                    VALUE "Y".
    05  WS-CLS-YEAR-KEY          PIC 9(6) VALUE 0.
    05  WS-CLOSED-ITEM-COUNT     PIC 9(5) VALUE 0.

01  WS-CLOSED-TABLE.
*> Closed months (YYYYMM) and closed years (YYYY00) from PERDSTAT.
    05  WS-CLS-PERIOD OCCURS 300 TIMES
                                 PIC 9(6).

01  WS-BUCKET-WORK.
    05  WS-BKT-COUNT             PIC 9(4) VALUE 0.
    05  WS-BKT-IDX               PIC 9(4) VALUE 0.
    05  WS-BKT-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-BKT-HIT               PIC X VALUE "N".
        88  BKT-HIT                    VALUE "Y".
    05  WS-PRD-COUNT             PIC 9(3) VALUE 0.
    05  WS-PRD-IDX               PIC 9(3) VALUE 0.
    05  WS-PRD-TABLE-LIMIT       PIC 9(3) VALUE 100.
    05  WS-PRD-HIT               PIC X VALUE "N".
        88  PRD-HIT                    VALUE "Y".

01  WS-BUCKET-TABLE.
*> One bucket per period, type, source, GL account and currency
*> the batch touched.
    05  WS-BKT-ENTRY OCCURS 2000 TIMES.
        10  WS-BKT-PERIOD        PIC 9(6).
        10  WS-BKT-TYPE          PIC X(4).
        10  WS-BKT-SOURCE        PIC X(3).
        10  WS-BKT-GL-ACCOUNT    PIC X(8).
        10  WS-BKT-CURRENCY      PIC X(3).
        10  WS-BKT-ITEMS         PIC 9(7).
        10  WS-BKT-DEBITS        PIC S9(13)V99.
        10  WS-BKT-CREDITS       PIC S9(13)V99.
        10  WS-BKT-ORIG          PIC S9(13)V99.

01  WS-PERIOD-TABLE.
*> What the batch put in each period it touched.
    05  WS-PRD-ENTRY OCCURS 100 TIMES.
        10  WS-PRD-PERIOD        PIC 9(6).
        10  WS-PRD-ITEMS         PIC 9(7).
        10  WS-PRD-HASH          PIC 9(13)V99.

01  WS-REWRITE-WORK.
    05  WS-KEPT-COUNT            PIC 9(7) VALUE 0.
    05  WS-REPLACED-COUNT        PIC 9(7) VALUE 0.
    05  WS-ADDED-COUNT           PIC 9(7) VALUE 0.

01  WS-DISPLAY-WORK.
    05  WS-COUNT-ED              PIC ZZZZZZ9.
    05  WS-HASH-ED               PIC Z(12),ZZZ,ZZ9.99.

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "PERDACC".
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

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-CLOSED-PERIODS
    PERFORM 2000-ACCUMULATE-BATCH
    IF BATCH-GOOD
        PERFORM 3000-REWRITE-PERIOD-TOTALS
    ELSE
        DISPLAY "*** " WS-GLPOST-NAME " DOES NOT MATCH "
                WS-MERGED-NAME " - PERIOD TOTALS NOT UPDATED ***"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
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
        MOVE SPACES TO WS-MERGED-NAME
        STRING "MERGF" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-MERGED-NAME
        MOVE SPACES TO WS-GLPOST-NAME
        STRING "GLPST" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-GLPOST-NAME
    END-IF
    DISPLAY "ACCUMULATING " WS-GLPOST-NAME " FOR BUSINESS DATE "
            WS-RUN-DATE " CYCLE " WS-RUN-CYCLE UPON CONSOLE
*> The batch is the one DAILYTBL cut for this date and cycle, and
*> PERDTOT must be the file this program last wrote.
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER.

1100-LOAD-CLOSED-PERIODS.
*> No PERDSTAT just means nothing has been closed yet.
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
                            IF RETURN-CODE < 8
                                MOVE 8 TO RETURN-CODE
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDSTAT-FILE
    END-IF.

1200-CHECK-CLOSED-PERIOD.
*> The item's month is closed if the month itself or its whole
*> year has been closed.
    MOVE "N" TO WS-CLS-HIT
    DIVIDE WS-ITEM-PERIOD BY 100 GIVING WS-CLS-YEAR-KEY
    MULTIPLY 100 BY WS-CLS-YEAR-KEY
    PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
            UNTIL WS-CLS-IDX > WS-CLS-COUNT OR CLS-HIT
        IF WS-CLS-PERIOD(WS-CLS-IDX) = WS-ITEM-PERIOD
           OR WS-CLS-PERIOD(WS-CLS-IDX) = WS-CLS-YEAR-KEY
            SET CLS-HIT TO TRUE
        END-IF
    END-PERFORM.

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
*> Each generation as mounted, counted before it is read.
    MOVE 3 TO WS-LGN-COUNT
    MOVE WS-MERGED-NAME TO WS-LGN-NAME(1)
    MOVE WS-GLPOST-NAME TO WS-LGN-NAME(2)
    MOVE "PERDTOT" TO WS-LGN-NAME(3)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    MOVE 0 TO WS-LGN-ACTUAL(2)
    MOVE 0 TO WS-LGN-ACTUAL(3)
    OPEN INPUT WS-MERGED-FILE
    IF WS-MERGED-OK
        PERFORM UNTIL WS-MERGED-EOF
            READ WS-MERGED-FILE
                AT END
                    SET WS-MERGED-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(1)
            END-READ
        END-PERFORM
        CLOSE WS-MERGED-FILE
    END-IF
    OPEN INPUT WS-GLPOST-FILE
    IF WS-GLPOST-OK
        PERFORM UNTIL WS-GLPOST-EOF
            READ WS-GLPOST-FILE
                AT END
                    SET WS-GLPOST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(2)
            END-READ
        END-PERFORM
        CLOSE WS-GLPOST-FILE
    END-IF
    OPEN INPUT WS-PERDTOT-FILE
    IF WS-PERDTOT-OK
        PERFORM UNTIL WS-PERDTOT-EOF
            READ WS-PERDTOT-FILE
                AT END
                    SET WS-PERDTOT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(3)
            END-READ
        END-PERFORM
        CLOSE WS-PERDTOT-FILE
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

2000-ACCUMULATE-BATCH.
*> The header must name this date and cycle; then each merged entry
*> must meet its own GLPOST detail (same reference) and the trailer
*> must follow the last one. Anything else means the pair are not
*> from the same run and nothing is added.
    OPEN INPUT WS-MERGED-FILE
    IF NOT WS-MERGED-OK
        DISPLAY "UNABLE TO OPEN WS-MERGED-FILE " WS-MERGED-NAME
                ", STATUS: " WS-MERGED-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-GLPOST-FILE
    IF NOT WS-GLPOST-OK
        DISPLAY "UNABLE TO OPEN WS-GLPOST-FILE " WS-GLPOST-NAME
                ", STATUS: " WS-GLPOST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-READ-GLPOST
    IF GLP-IS-HEADER
        IF GLP-HDR-CYCLE-NO IS NUMERIC AND GLP-HDR-CYCLE-NO > 0
            MOVE GLP-HDR-CYCLE-NO TO WS-BATCH-HDR-CYCLE
        ELSE
            MOVE 1 TO WS-BATCH-HDR-CYCLE
        END-IF
        IF GLP-HDR-RUN-DATE NOT = WS-RUN-DATE
           OR WS-BATCH-HDR-CYCLE NOT = WS-RUN-CYCLE
            DISPLAY WS-GLPOST-NAME " HEADER IS FOR " GLP-HDR-RUN-DATE
                    " CYCLE " WS-BATCH-HDR-CYCLE " - EXPECTED "
                    WS-RUN-DATE " CYCLE " WS-RUN-CYCLE UPON CONSOLE
            SET BATCH-BAD TO TRUE
        END-IF
    ELSE
        DISPLAY WS-GLPOST-NAME " HAS NO BATCH HEADER" UPON CONSOLE
        SET BATCH-BAD TO TRUE
    END-IF
    PERFORM UNTIL WS-MERGED-EOF OR BATCH-BAD
        READ WS-MERGED-FILE
            AT END
                SET WS-MERGED-EOF TO TRUE
            NOT AT END
                PERFORM 2100-READ-GLPOST
                IF GLP-IS-DETAIL
                   AND GLP-DTL-REF-ID
                       = TRAN-REF-ID OF WS-MERGED-RECORD
                    PERFORM 2200-ADD-ITEM
                ELSE
                    DISPLAY WS-GLPOST-NAME " OUT OF STEP AT "
                            WS-MERGED-NAME " REFERENCE "
                            TRAN-REF-ID OF WS-MERGED-RECORD
                        UPON CONSOLE
                    SET BATCH-BAD TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF BATCH-GOOD
        PERFORM 2100-READ-GLPOST
        IF GLP-IS-TRAILER
            SET BATCH-HAS-TRAILER TO TRUE
            MOVE GLP-TRL-COUNT TO WS-BATCH-TRL-COUNT
            MOVE GLP-TRL-HASH TO WS-BATCH-TRL-HASH
            IF WS-BATCH-TRL-COUNT NOT = WS-BATCH-COUNT
               OR WS-BATCH-TRL-HASH NOT = WS-BATCH-HASH
                DISPLAY WS-GLPOST-NAME " TRAILER DOES NOT TIE TO "
                        "ITS DETAILS" UPON CONSOLE
                SET BATCH-BAD TO TRUE
            END-IF
        ELSE
            DISPLAY WS-GLPOST-NAME " HAS DETAILS BEYOND "
                    WS-MERGED-NAME " OR NO TRAILER" UPON CONSOLE
            SET BATCH-BAD TO TRUE
        END-IF
    END-IF
    CLOSE WS-MERGED-FILE
    CLOSE WS-GLPOST-FILE
    IF WS-CLOSED-ITEM-COUNT > 0
        MOVE WS-CLOSED-ITEM-COUNT TO WS-COUNT-ED
        DISPLAY "*** " WS-COUNT-ED " ITEMS DATED IN A CLOSED PERIOD "
                "WENT TO THE GL - REFER TO ACCOUNTING ***"
            UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

2100-READ-GLPOST.
    MOVE SPACES TO WS-GLP-IMAGE
    IF NOT WS-GLPOST-EOF
        READ WS-GLPOST-FILE
            AT END
                SET WS-GLPOST-EOF TO TRUE
            NOT AT END
                MOVE WS-GLPOST-RECORD TO WS-GLP-IMAGE
        END-READ
    END-IF.

2200-ADD-ITEM.
*> The GL account is the one the detail went out under - suspense
*> included, since that is where the GL holds it until GLACKWRK's
*> correcting batch moves it.
    ADD 1 TO WS-BATCH-COUNT
    MOVE FUNCTION ABS(GLP-DTL-AMOUNT) TO WS-ITEM-ABS
    ADD WS-ITEM-ABS TO WS-BATCH-HASH
    DIVIDE TRAN-DATE OF WS-MERGED-RECORD BY 100
        GIVING WS-ITEM-PERIOD
    PERFORM 1200-CHECK-CLOSED-PERIOD
    IF CLS-HIT
        ADD 1 TO WS-CLOSED-ITEM-COUNT
        DISPLAY "CLOSED PERIOD " WS-ITEM-PERIOD " ITEM "
                TRAN-REF-ID OF WS-MERGED-RECORD UPON CONSOLE
    END-IF
    MOVE "N" TO WS-BKT-HIT
    PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
            UNTIL WS-BKT-IDX > WS-BKT-COUNT OR BKT-HIT
        IF WS-BKT-PERIOD(WS-BKT-IDX) = WS-ITEM-PERIOD
           AND WS-BKT-TYPE(WS-BKT-IDX)
               = TRAN-TYPE OF WS-MERGED-RECORD
           AND WS-BKT-SOURCE(WS-BKT-IDX)
               = TRAN-SOURCE-ID OF WS-MERGED-RECORD
           AND WS-BKT-GL-ACCOUNT(WS-BKT-IDX) = GLP-DTL-ACCOUNT
           AND WS-BKT-CURRENCY(WS-BKT-IDX)
               = TRAN-CURRENCY OF WS-MERGED-RECORD
            SET BKT-HIT TO TRUE
        END-IF
    END-PERFORM
    IF BKT-HIT
        SUBTRACT 1 FROM WS-BKT-IDX
    ELSE
        IF WS-BKT-COUNT < WS-BKT-TABLE-LIMIT
            ADD 1 TO WS-BKT-COUNT
            MOVE WS-BKT-COUNT TO WS-BKT-IDX
            MOVE WS-ITEM-PERIOD TO WS-BKT-PERIOD(WS-BKT-IDX)
            MOVE TRAN-TYPE OF WS-MERGED-RECORD
                TO WS-BKT-TYPE(WS-BKT-IDX)
            MOVE TRAN-SOURCE-ID OF WS-MERGED-RECORD
                TO WS-BKT-SOURCE(WS-BKT-IDX)
            MOVE GLP-DTL-ACCOUNT TO WS-BKT-GL-ACCOUNT(WS-BKT-IDX)
            MOVE TRAN-CURRENCY OF WS-MERGED-RECORD
                TO WS-BKT-CURRENCY(WS-BKT-IDX)
            MOVE 0 TO WS-BKT-ITEMS(WS-BKT-IDX)
            MOVE 0 TO WS-BKT-DEBITS(WS-BKT-IDX)
            MOVE 0 TO WS-BKT-CREDITS(WS-BKT-IDX)
            MOVE 0 TO WS-BKT-ORIG(WS-BKT-IDX)
            SET BKT-HIT TO TRUE
        ELSE
*> A partial batch on PERDTOT would never tie at close - refuse it
*> whole rather than record part of it.
            DISPLAY "*** PERIOD TOTALS TABLE FULL AT 2000 ***"
                UPON CONSOLE
            SET BATCH-BAD TO TRUE
        END-IF
    END-IF
    IF BKT-HIT
        ADD 1 TO WS-BKT-ITEMS(WS-BKT-IDX)
        IF GLP-DTL-AMOUNT >= 0
            ADD GLP-DTL-AMOUNT TO WS-BKT-DEBITS(WS-BKT-IDX)
        ELSE
            ADD GLP-DTL-AMOUNT TO WS-BKT-CREDITS(WS-BKT-IDX)
        END-IF
        ADD GLP-DTL-ORIG-AMOUNT TO WS-BKT-ORIG(WS-BKT-IDX)
        PERFORM 2300-ADD-TO-PERIOD
    END-IF.

2300-ADD-TO-PERIOD.
    MOVE "N" TO WS-PRD-HIT
    PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
            UNTIL WS-PRD-IDX > WS-PRD-COUNT OR PRD-HIT
        IF WS-PRD-PERIOD(WS-PRD-IDX) = WS-ITEM-PERIOD
            SET PRD-HIT TO TRUE
        END-IF
    END-PERFORM
    IF PRD-HIT
        SUBTRACT 1 FROM WS-PRD-IDX
    ELSE
        IF WS-PRD-COUNT < WS-PRD-TABLE-LIMIT
            ADD 1 TO WS-PRD-COUNT
            MOVE WS-PRD-COUNT TO WS-PRD-IDX
            MOVE WS-ITEM-PERIOD TO WS-PRD-PERIOD(WS-PRD-IDX)
            MOVE 0 TO WS-PRD-ITEMS(WS-PRD-IDX)
            MOVE 0 TO WS-PRD-HASH(WS-PRD-IDX)
            SET PRD-HIT TO TRUE
        ELSE
            DISPLAY "*** BATCH SPANS MORE THAN 100 PERIODS ***"
                UPON CONSOLE
            SET BATCH-BAD TO TRUE
        END-IF
    END-IF
    IF PRD-HIT
        ADD 1 TO WS-PRD-ITEMS(WS-PRD-IDX)
        ADD WS-ITEM-ABS TO WS-PRD-HASH(WS-PRD-IDX)
    END-IF.

3000-REWRITE-PERIOD-TOTALS.
*> Carry every record of other batches across to PERDNEW, drop any
*> earlier run's records for this date and cycle, add this batch's,
*> and copy the result back over PERDTOT. A missing PERDTOT is the
*> first accumulation, not an error.
    OPEN OUTPUT WS-PERDNEW-FILE
    IF NOT WS-PERDNEW-OK
        DISPLAY "UNABLE TO OPEN WS-PERDNEW-FILE, STATUS: "
                WS-PERDNEW-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-PERDTOT-FILE
    IF WS-PERDTOT-OK
        PERFORM UNTIL WS-PERDTOT-EOF
            READ WS-PERDTOT-FILE
                AT END
                    SET WS-PERDTOT-EOF TO TRUE
                NOT AT END
                    IF PDT-BATCH-DATE = WS-RUN-DATE
                       AND PDT-CYCLE-NO = WS-RUN-CYCLE
                        ADD 1 TO WS-REPLACED-COUNT
                    ELSE
                        ADD 1 TO WS-KEPT-COUNT
                        WRITE WS-PERDNEW-RECORD
                            FROM WS-PERDTOT-RECORD
                        PERFORM 3900-CHECK-PERDNEW-WRITE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDTOT-FILE
    ELSE
        DISPLAY "PERDTOT NOT FOUND, STATUS: " WS-PERDTOT-STATUS
                " - STARTING A NEW PERIOD TOTALS FILE" UPON CONSOLE
    END-IF
    PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
            UNTIL WS-BKT-IDX > WS-BKT-COUNT
        PERFORM 3100-WRITE-TOTAL-RECORD
    END-PERFORM
    PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
            UNTIL WS-PRD-IDX > WS-PRD-COUNT
        PERFORM 3200-WRITE-BATCH-RECORD
    END-PERFORM
    CLOSE WS-PERDNEW-FILE
    PERFORM 3300-COPY-BACK-PERIOD-TOTALS
    IF WS-REPLACED-COUNT > 0
        MOVE WS-REPLACED-COUNT TO WS-COUNT-ED
        DISPLAY "RERUN FOR " WS-RUN-DATE " CYCLE " WS-RUN-CYCLE
                " - " WS-COUNT-ED " EARLIER RECORDS REPLACED"
            UPON CONSOLE
    END-IF
    MOVE WS-BATCH-COUNT TO WS-COUNT-ED
    MOVE WS-BATCH-HASH TO WS-HASH-ED
    DISPLAY "ITEMS ACCUMULATED: " WS-COUNT-ED "  HASH: " WS-HASH-ED
        UPON CONSOLE
    MOVE WS-ADDED-COUNT TO WS-COUNT-ED
    DISPLAY "PERIOD TOTAL RECORDS WRITTEN: " WS-COUNT-ED
        UPON CONSOLE.

3100-WRITE-TOTAL-RECORD.
    MOVE SPACES TO WS-PERDTOT-RECORD
    SET PDT-IS-TOTAL TO TRUE
    MOVE WS-RUN-DATE TO PDT-BATCH-DATE
    MOVE WS-RUN-CYCLE TO PDT-CYCLE-NO
    MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO PDT-PERIOD
    MOVE WS-BKT-TYPE(WS-BKT-IDX) TO PDT-TRAN-TYPE
    MOVE WS-BKT-SOURCE(WS-BKT-IDX) TO PDT-SOURCE-ID
    MOVE WS-BKT-GL-ACCOUNT(WS-BKT-IDX) TO PDT-GL-ACCOUNT
    MOVE WS-BKT-CURRENCY(WS-BKT-IDX) TO PDT-CURRENCY
    MOVE WS-BKT-ITEMS(WS-BKT-IDX) TO PDT-COUNT
    MOVE WS-BKT-DEBITS(WS-BKT-IDX) TO PDT-DEBIT-TOTAL
    MOVE WS-BKT-CREDITS(WS-BKT-IDX) TO PDT-CREDIT-TOTAL
    MOVE WS-BKT-ORIG(WS-BKT-IDX) TO PDT-ORIG-TOTAL
    WRITE WS-PERDNEW-RECORD FROM WS-PERDTOT-RECORD
    PERFORM 3900-CHECK-PERDNEW-WRITE
    ADD 1 TO WS-ADDED-COUNT.

3200-WRITE-BATCH-RECORD.
    MOVE SPACES TO WS-PERDTOT-RECORD
    SET PDT-IS-BATCH TO TRUE
    MOVE WS-RUN-DATE TO PDT-BATCH-DATE
    MOVE WS-RUN-CYCLE TO PDT-CYCLE-NO
    MOVE WS-PRD-PERIOD(WS-PRD-IDX) TO PDT-PERIOD
    MOVE WS-PRD-ITEMS(WS-PRD-IDX) TO PDT-PERIOD-COUNT
    MOVE WS-PRD-HASH(WS-PRD-IDX) TO PDT-PERIOD-HASH
    MOVE WS-BATCH-TRL-COUNT TO PDT-BATCH-COUNT
    MOVE WS-BATCH-TRL-HASH TO PDT-BATCH-HASH
    WRITE WS-PERDNEW-RECORD FROM WS-PERDTOT-RECORD
    PERFORM 3900-CHECK-PERDNEW-WRITE
    ADD 1 TO WS-ADDED-COUNT.

3300-COPY-BACK-PERIOD-TOTALS.
    OPEN OUTPUT WS-PERDTOT-FILE
    IF NOT WS-PERDTOT-OK
        DISPLAY "UNABLE TO OPEN WS-PERDTOT-FILE, STATUS: "
                WS-PERDTOT-STATUS " - TOTALS LEFT ON PERDNEW"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-PERDNEW-FILE
    PERFORM UNTIL WS-PERDNEW-EOF
        READ WS-PERDNEW-FILE
            AT END
                SET WS-PERDNEW-EOF TO TRUE
            NOT AT END
                WRITE WS-PERDTOT-RECORD FROM WS-PERDNEW-RECORD
                IF NOT WS-PERDTOT-OK
                    DISPLAY "UNABLE TO WRITE WS-PERDTOT-RECORD, "
                            "STATUS: " WS-PERDTOT-STATUS
                        UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-PERDNEW-FILE
    CLOSE WS-PERDTOT-FILE.

3900-CHECK-PERDNEW-WRITE.
    IF NOT WS-PERDNEW-OK
        DISPLAY "UNABLE TO WRITE WS-PERDNEW-RECORD, STATUS: "
                WS-PERDNEW-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
*> PERDTOT is rewritten only for a good batch; otherwise it stands
*> as it was found.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE WS-MERGED-NAME TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE WS-GLPOST-NAME TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(2) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE "PERDTOT" TO WS-LDG-FILE-NAME
    IF BATCH-GOOD
        COMPUTE WS-LDG-FILE-RECORDS = WS-KEPT-COUNT + WS-ADDED-COUNT
    ELSE
        MOVE WS-LGN-ACTUAL(3) TO WS-LDG-FILE-RECORDS
    END-IF
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
