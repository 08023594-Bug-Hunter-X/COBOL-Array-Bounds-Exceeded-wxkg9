       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> PERDCLS - Month-end and year-end period close.
*> Sums the period totals PERDACC has accumulated on PERDTOT for
*> one accounting month or one year and prints the close report
*> PERDRPT: the period's totals by GL account, transaction type,
*> branch source and currency, with GL account subtotals; every
*> GLPOST batch that put items in the period, with what the batch
*> sent and what the GL's acknowledgment (GLACK) says it posted;
*> and the tie between the two. A period whose totals tie to its
*> batches, and whose batches were all acknowledged clean, is
*> marked closed on PERDSTAT - from then on DAILYTBL rejects a
*> TRAN-DATE in it and REJREPAR will not resubmit into it.
*> A batch the GL has not acknowledged, rejected, or posted short
*> holds the close; accounting can take it anyway by setting the
*> force flag on PERDCTL, and the close is then marked as forced.
*> A year closes only once every month of it with activity is
*> closed, and only if each month still holds the figures it
*> closed on. A period already closed is reprinted, not reclosed.
*> The period comes from PERDCTL; without one, the calendar month
*> just ended. Run after the last PERDACC and GLACKWRK runs of the
*> month: the run-control ledger (RUNLEDG) holds it until GLACKWRK
*> has ended cleanly for the CTLFILE business date and cycle and
*> PERDTOT holds the count PERDACC recorded writing.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PERDCLS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-PERDCTL-FILE ASSIGN TO "PERDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDCTL-STATUS.

    SELECT WS-PERDTOT-FILE ASSIGN TO "PERDTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDTOT-STATUS.

    SELECT WS-PERDSTAT-FILE ASSIGN TO "PERDSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDSTAT-STATUS.

    SELECT WS-GLACK-FILE ASSIGN TO "GLACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLACK-STATUS.

    SELECT WS-EXTRACT-FILE ASSIGN TO "PERDEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO "SORTWK".

    SELECT WS-PERDWRK-FILE ASSIGN TO "PERDWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDWRK-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO "PERDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-PERDCTL-FILE.
01  WS-PERDCTL-RECORD.
*> PCT-PERIOD is YYYYMM for a month, YYYY00 for a year; zero takes
*> the month (or year) just ended.
    05  PCT-CLOSE-TYPE          PIC X.
    05  PCT-PERIOD              PIC 9(6).
    05  PCT-FORCE               PIC X.
    05  FILLER                  PIC X(72).

FD  WS-PERDTOT-FILE.
01  WS-PERDTOT-RECORD.
    COPY PERDTOT.

FD  WS-PERDSTAT-FILE.
01  WS-PERDSTAT-RECORD.
    COPY PERDSTAT.

FD  WS-GLACK-FILE.
01  WS-GLACK-RECORD.
    05  ACK-BATCH-DATE          PIC 9(8).
    05  ACK-STATUS              PIC X.
    05  ACK-POSTED-COUNT        PIC 9(5).
    05  ACK-POSTED-HASH         PIC 9(13)V99.
    05  ACK-CYCLE-NO            PIC 9(2).
    05  FILLER                  PIC X(49).

FD  WS-EXTRACT-FILE.
01  WS-EXTRACT-RECORD           PIC X(100).

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  FILLER                  PIC X(17).
    05  SRT-TRAN-TYPE           PIC X(4).
    05  SRT-SOURCE-ID           PIC X(3).
    05  SRT-GL-ACCOUNT          PIC X(8).
    05  SRT-CURRENCY            PIC X(3).
    05  FILLER                  PIC X(65).

FD  WS-PERDWRK-FILE.
01  WS-PERDWRK-RECORD.
*> A "T" record of PERDTOT, sorted.
    05  FILLER                  PIC X(17).
    05  PWK-TRAN-TYPE           PIC X(4).
    05  PWK-SOURCE-ID           PIC X(3).
    05  PWK-GL-ACCOUNT          PIC X(8).
    05  PWK-CURRENCY            PIC X(3).
    05  PWK-COUNT               PIC 9(7).
    05  PWK-DEBIT-TOTAL         PIC S9(13)V99.
    05  PWK-CREDIT-TOTAL        PIC S9(13)V99.
    05  PWK-ORIG-TOTAL          PIC S9(13)V99.
    05  FILLER                  PIC X(13).

FD  WS-REPORT-FILE.
01  WS-REPORT-RECORD            PIC X(132).

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
01  WS-PERDCTL-STATUS            PIC XX.
    88  WS-PERDCTL-OK                  VALUE "00".

01  WS-PERDTOT-STATUS            PIC XX.
    88  WS-PERDTOT-OK                  VALUE "00".
    88  WS-PERDTOT-EOF                 VALUE "10".

01  WS-PERDSTAT-STATUS           PIC XX.
    88  WS-PERDSTAT-OK                 VALUE "00".
    88  WS-PERDSTAT-EOF                VALUE "10".

01  WS-GLACK-STATUS              PIC XX.
    88  WS-GLACK-OK                    VALUE "00".
    88  WS-GLACK-EOF                   VALUE "10".

01  WS-EXTRACT-STATUS            PIC XX.
    88  WS-EXTRACT-OK                  VALUE "00".

01  WS-PERDWRK-STATUS            PIC XX.
    88  WS-PERDWRK-OK                  VALUE "00".
    88  WS-PERDWRK-EOF                 VALUE "10".

01  WS-REPORT-STATUS             PIC XX.
    88  WS-REPORT-OK                   VALUE "00".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "PERDCLS".
    05  WS-LDG-BUS-DATE          PIC 9(8) VALUE 0.
    05  WS-LDG-CYCLE             PIC 9(2) VALUE 1.
    05  WS-LDG-PREREQ-ID         PIC X(8) VALUE "GLACKWRK".
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

01  WS-PERIOD-WORK.
    05  WS-TODAY-PERIOD          PIC 9(6) VALUE 0.
    05  WS-TODAY-YEAR            PIC 9(4) VALUE 0.
    05  WS-TODAY-MONTH           PIC 9(2) VALUE 0.
    05  WS-CLOSE-TYPE            PIC X VALUE "M".
        88  CLOSE-MONTH                VALUE "M".
        88  CLOSE-YEAR                 VALUE "Y".
    05  WS-CLOSE-PERIOD          PIC 9(6) VALUE 0.
    05  WS-CLOSE-YEAR-NO         PIC 9(4) VALUE 0.
    05  WS-CLOSE-MONTH-NO        PIC 9(2) VALUE 0.
    05  WS-RANGE-FROM            PIC 9(6) VALUE 0.
    05  WS-RANGE-TO              PIC 9(6) VALUE 0.
    05  WS-FORCE-SW              PIC X VALUE "N".
        88  FORCE-CLOSE                VALUE "Y".
    05  WS-ALREADY-CLOSED-SW     PIC X VALUE "N".
        88  ALREADY-CLOSED             VALUE "Y".
    05  WS-ALREADY-CLOSED-DATE   PIC 9(8) VALUE 0.
    05  WS-ALREADY-COUNT         PIC 9(7) VALUE 0.
    05  WS-ALREADY-HASH          PIC 9(13)V99 VALUE 0.
    05  WS-PERIOD-LABEL          PIC X(12) VALUE SPACES.

01  WS-STATUS-WORK.
    05  WS-PDS-COUNT             PIC 9(3) VALUE 0.
    05  WS-PDS-IDX               PIC 9(3) VALUE 0.
    05  WS-PDS-TABLE-LIMIT       PIC 9(3) VALUE 300.
    05  WS-PDS-HIT               PIC X VALUE "N".
        88  PDS-HIT                    VALUE "Y".
    05  WS-PDS-KEY               PIC 9(6) VALUE 0.

01  WS-STATUS-TABLE.
*> The closed periods on PERDSTAT.
    05  WS-PDS-ENTRY OCCURS 300 TIMES.
        10  WS-PDS-PERIOD        PIC 9(6).
        10  WS-PDS-CLOSED-DATE   PIC 9(8).
        10  WS-PDS-COUNT-CLOSED  PIC 9(7).
        10  WS-PDS-HASH-CLOSED   PIC 9(13)V99.

01  WS-ACK-WORK.
    05  WS-ACK-COUNT             PIC 9(4) VALUE 0.
    05  WS-ACK-IDX               PIC 9(4) VALUE 0.
    05  WS-ACK-TABLE-LIMIT       PIC 9(4) VALUE 3000.
    05  WS-ACK-REC-CYCLE         PIC 9(2) VALUE 1.
    05  WS-ACK-HIT               PIC X VALUE "N".
        88  ACK-HIT                    VALUE "Y".
    05  WS-ACK-HIT-IDX           PIC 9(4) VALUE 0.

01  WS-ACK-TABLE.
*> Every acknowledgment on GLACK; where the GL answered one batch
*> twice the later answer stands, as in GLACKWRK.
    05  WS-ACK-ENTRY OCCURS 3000 TIMES.
        10  WS-ACK-DATE          PIC 9(8).
        10  WS-ACK-CYCLE         PIC 9(2).
        10  WS-ACK-STATUS        PIC X.
        10  WS-ACK-POSTED-COUNT  PIC 9(5).
        10  WS-ACK-POSTED-HASH   PIC 9(13)V99.

01  WS-BATCH-WORK.
    05  WS-BAT-COUNT             PIC 9(4) VALUE 0.
    05  WS-BAT-IDX               PIC 9(4) VALUE 0.
    05  WS-BAT-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-BAT-HIT               PIC X VALUE "N".
        88  BAT-HIT                    VALUE "Y".
    05  WS-BAT-ITEMS-TOTAL       PIC 9(7) VALUE 0.
    05  WS-BAT-HASH-TOTAL        PIC 9(13)V99 VALUE 0.
    05  WS-BAT-BLOCKED-COUNT     PIC 9(4) VALUE 0.
    05  WS-BAT-RESULT            PIC X(20) VALUE SPACES.

01  WS-BATCH-TABLE.
*> Each GLPOST batch (date and cycle) that put items in the period.
    05  WS-BAT-ENTRY OCCURS 2000 TIMES.
        10  WS-BAT-DATE          PIC 9(8).
        10  WS-BAT-CYCLE         PIC 9(2).
        10  WS-BAT-ITEMS         PIC 9(7).
        10  WS-BAT-HASH          PIC 9(13)V99.
        10  WS-BAT-SENT-COUNT    PIC 9(5).
        10  WS-BAT-SENT-HASH     PIC 9(13)V99.

01  WS-MONTH-WORK.
    05  WS-MON-IDX               PIC 9(2) VALUE 0.
    05  WS-MON-YEAR              PIC 9(4) VALUE 0.
    05  WS-MON-OPEN-COUNT        PIC 9(2) VALUE 0.
    05  WS-MON-MOVED-COUNT       PIC 9(2) VALUE 0.

01  WS-MONTH-TABLE.
*> The year's activity month by month, for the year-end tie to
*> each month's own close.
    05  WS-MON-ENTRY OCCURS 12 TIMES.
        10  WS-MON-ITEMS         PIC 9(7).
        10  WS-MON-HASH          PIC 9(13)V99.

01  WS-TOTAL-WORK.
    05  WS-TOT-ITEMS             PIC 9(7) VALUE 0.
    05  WS-TOT-HASH              PIC 9(13)V99 VALUE 0.
    05  WS-TOT-DEBITS            PIC S9(13)V99 VALUE 0.
    05  WS-TOT-CREDITS           PIC S9(13)V99 VALUE 0.
    05  WS-TOT-NET               PIC S9(13)V99 VALUE 0.
    05  WS-REC-HASH              PIC 9(13)V99 VALUE 0.
    05  WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.
    05  WS-TIE-SW                PIC X VALUE "Y".
        88  TOTALS-TIE                 VALUE "Y".
        88  TOTALS-DO-NOT-TIE          VALUE "N".

01  WS-BREAK-WORK.
    05  WS-BRK-OPEN              PIC X VALUE "N".
        88  BRK-GROUP-OPEN             VALUE "Y".
    05  WS-BRK-GL-OPEN           PIC X VALUE "N".
        88  BRK-GL-OPEN                VALUE "Y".
    05  WS-BRK-GL-ACCOUNT        PIC X(8) VALUE SPACES.
    05  WS-BRK-TYPE              PIC X(4) VALUE SPACES.
    05  WS-BRK-SOURCE            PIC X(3) VALUE SPACES.
    05  WS-BRK-CURRENCY          PIC X(3) VALUE SPACES.
    05  WS-BRK-ITEMS             PIC 9(7) VALUE 0.
    05  WS-BRK-DEBITS            PIC S9(13)V99 VALUE 0.
    05  WS-BRK-CREDITS           PIC S9(13)V99 VALUE 0.
    05  WS-BRK-ORIG              PIC S9(13)V99 VALUE 0.
    05  WS-GLS-ITEMS             PIC 9(7) VALUE 0.
    05  WS-GLS-DEBITS            PIC S9(13)V99 VALUE 0.
    05  WS-GLS-CREDITS           PIC S9(13)V99 VALUE 0.

01  WS-PRINT-WORK.
    05  WS-RPT-LINE              PIC X(132).
    05  WS-AMOUNT-ED             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-AMOUNT2-ED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-AMOUNT3-ED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-HASH-ED               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-HASH2-ED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-COUNT-ED              PIC ZZZZZZ9.
    05  WS-COUNT2-ED             PIC ZZZZZZ9.
    05  WS-SMALL-ED              PIC ZZZZ9.
    05  WS-NET-WORK              PIC S9(13)V99 VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1200-LOAD-PERIOD-STATUS
    PERFORM 1300-LOAD-ACKNOWLEDGMENTS
    PERFORM 2000-EXTRACT-PERIOD
    PERFORM 3000-SORT-EXTRACT
    PERFORM 4000-PRINT-TOTALS
    PERFORM 5000-PRINT-BATCHES
    PERFORM 6000-PRINT-TIE
    PERFORM 7000-CLOSE-PERIOD
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1890-READ-RUN-CONTROL
    DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-PERIOD
    DIVIDE WS-TODAY-PERIOD BY 100 GIVING WS-TODAY-YEAR
        REMAINDER WS-TODAY-MONTH
    PERFORM 1100-SET-PERIOD
    MOVE WS-LDG-BUS-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-LDG-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER
    OPEN OUTPUT WS-REPORT-FILE
    IF NOT WS-REPORT-OK
        DISPLAY "UNABLE TO OPEN WS-REPORT-FILE, STATUS: "
                WS-REPORT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "PERIOD CLOSE: " WS-PERIOD-LABEL UPON CONSOLE.

1100-SET-PERIOD.
*> PERDCTL names the close when it is anything but the month just
*> ended - a year-end, or a month being closed late. A period that
*> has not finished yet cannot be closed: its last day's work may
*> still be to come. The period is settled before the run starts, so
*> a close refused here goes on the ledger as a refusal.
    OPEN INPUT WS-PERDCTL-FILE
    IF WS-PERDCTL-OK
        READ WS-PERDCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PCT-CLOSE-TYPE = "Y"
                    SET CLOSE-YEAR TO TRUE
                END-IF
                IF PCT-PERIOD IS NUMERIC
                    MOVE PCT-PERIOD TO WS-CLOSE-PERIOD
                END-IF
                IF PCT-FORCE = "Y"
                    SET FORCE-CLOSE TO TRUE
                END-IF
        END-READ
        CLOSE WS-PERDCTL-FILE
    END-IF
    IF WS-CLOSE-PERIOD = 0
        IF CLOSE-YEAR
            COMPUTE WS-CLOSE-PERIOD = (WS-TODAY-YEAR - 1) * 100
        ELSE
            IF WS-TODAY-MONTH = 1
                COMPUTE WS-CLOSE-PERIOD
                    = (WS-TODAY-YEAR - 1) * 100 + 12
            ELSE
                COMPUTE WS-CLOSE-PERIOD = WS-TODAY-PERIOD - 1
            END-IF
        END-IF
    END-IF
    DIVIDE WS-CLOSE-PERIOD BY 100 GIVING WS-CLOSE-YEAR-NO
        REMAINDER WS-CLOSE-MONTH-NO
    MOVE SPACES TO WS-PERIOD-LABEL
    IF CLOSE-YEAR
        COMPUTE WS-CLOSE-PERIOD = WS-CLOSE-YEAR-NO * 100
        COMPUTE WS-RANGE-FROM = WS-CLOSE-PERIOD + 1
        COMPUTE WS-RANGE-TO = WS-CLOSE-PERIOD + 12
        STRING "YEAR " DELIMITED BY SIZE
               WS-CLOSE-YEAR-NO DELIMITED BY SIZE
            INTO WS-PERIOD-LABEL
        IF WS-CLOSE-YEAR-NO >= WS-TODAY-YEAR
            DISPLAY "YEAR " WS-CLOSE-YEAR-NO " HAS NOT ENDED - "
                    "NOTHING CLOSED" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "CLOSE YEAR HAS NOT ENDED" TO WS-LDG-REASON
            MOVE "R" TO WS-LDG-EVENT
            PERFORM 1950-WRITE-LEDGER-RECORD
            STOP RUN
        END-IF
    ELSE
        MOVE WS-CLOSE-PERIOD TO WS-RANGE-FROM
        MOVE WS-CLOSE-PERIOD TO WS-RANGE-TO
        STRING "MONTH " DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
            INTO WS-PERIOD-LABEL
        IF WS-CLOSE-MONTH-NO < 1 OR WS-CLOSE-MONTH-NO > 12
            DISPLAY "PERDCTL PERIOD INVALID: " WS-CLOSE-PERIOD
                    " - NOTHING CLOSED" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "PERDCTL PERIOD INVALID" TO WS-LDG-REASON
            MOVE "R" TO WS-LDG-EVENT
            PERFORM 1950-WRITE-LEDGER-RECORD
            STOP RUN
        END-IF
        IF WS-CLOSE-PERIOD >= WS-TODAY-PERIOD
            DISPLAY "MONTH " WS-CLOSE-PERIOD " HAS NOT ENDED - "
                    "NOTHING CLOSED" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "CLOSE MONTH HAS NOT ENDED" TO WS-LDG-REASON
            MOVE "R" TO WS-LDG-EVENT
            PERFORM 1950-WRITE-LEDGER-RECORD
            STOP RUN
        END-IF
    END-IF.

1200-LOAD-PERIOD-STATUS.
*> No PERDSTAT means no period has ever been closed.
    MOVE 0 TO WS-PDS-COUNT
    OPEN INPUT WS-PERDSTAT-FILE
    IF WS-PERDSTAT-OK
        PERFORM UNTIL WS-PERDSTAT-EOF
            READ WS-PERDSTAT-FILE
                AT END
                    SET WS-PERDSTAT-EOF TO TRUE
                NOT AT END
                    IF PDS-IS-CLOSED AND PDS-PERIOD IS NUMERIC
                        PERFORM 1210-STORE-PERIOD-STATUS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDSTAT-FILE
    END-IF
    MOVE WS-CLOSE-PERIOD TO WS-PDS-KEY
    PERFORM 1250-FIND-PERIOD-STATUS
    IF PDS-HIT
        SET ALREADY-CLOSED TO TRUE
        MOVE WS-PDS-CLOSED-DATE(WS-PDS-IDX) TO WS-ALREADY-CLOSED-DATE
        MOVE WS-PDS-COUNT-CLOSED(WS-PDS-IDX) TO WS-ALREADY-COUNT
        MOVE WS-PDS-HASH-CLOSED(WS-PDS-IDX) TO WS-ALREADY-HASH
    END-IF.

1210-STORE-PERIOD-STATUS.
    IF WS-PDS-COUNT < WS-PDS-TABLE-LIMIT
        ADD 1 TO WS-PDS-COUNT
        MOVE PDS-PERIOD TO WS-PDS-PERIOD(WS-PDS-COUNT)
        MOVE PDS-CLOSED-DATE TO WS-PDS-CLOSED-DATE(WS-PDS-COUNT)
        MOVE PDS-CLOSE-COUNT TO WS-PDS-COUNT-CLOSED(WS-PDS-COUNT)
        MOVE PDS-CLOSE-HASH TO WS-PDS-HASH-CLOSED(WS-PDS-COUNT)
    ELSE
        DISPLAY "PERDSTAT TABLE FULL AT 300 - PERIOD " PDS-PERIOD
                " NOT LOADED" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
    END-IF.

1250-FIND-PERIOD-STATUS.
    MOVE "N" TO WS-PDS-HIT
    PERFORM VARYING WS-PDS-IDX FROM 1 BY 1
            UNTIL WS-PDS-IDX > WS-PDS-COUNT OR PDS-HIT
        IF WS-PDS-PERIOD(WS-PDS-IDX) = WS-PDS-KEY
            SET PDS-HIT TO TRUE
        END-IF
    END-PERFORM
    IF PDS-HIT
        SUBTRACT 1 FROM WS-PDS-IDX
    END-IF.

1300-LOAD-ACKNOWLEDGMENTS.
*> Without GLACK no batch can show as acknowledged, and the close
*> will say so batch by batch.
    MOVE 0 TO WS-ACK-COUNT
    OPEN INPUT WS-GLACK-FILE
    IF WS-GLACK-OK
        PERFORM UNTIL WS-GLACK-EOF
            READ WS-GLACK-FILE
                AT END
                    SET WS-GLACK-EOF TO TRUE
                NOT AT END
                    PERFORM 1310-STORE-ACKNOWLEDGMENT
            END-READ
        END-PERFORM
        CLOSE WS-GLACK-FILE
    ELSE
        DISPLAY "GLACK NOT AVAILABLE, STATUS: " WS-GLACK-STATUS
                " - NO BATCH CAN SHOW AS ACKNOWLEDGED" UPON CONSOLE
    END-IF.

1310-STORE-ACKNOWLEDGMENT.
*> An acknowledgment cut before the cycle field answers for cycle 1.
    IF ACK-CYCLE-NO IS NUMERIC AND ACK-CYCLE-NO > 0
        MOVE ACK-CYCLE-NO TO WS-ACK-REC-CYCLE
    ELSE
        MOVE 1 TO WS-ACK-REC-CYCLE
    END-IF
    IF WS-ACK-COUNT < WS-ACK-TABLE-LIMIT
        ADD 1 TO WS-ACK-COUNT
        MOVE ACK-BATCH-DATE TO WS-ACK-DATE(WS-ACK-COUNT)
        MOVE WS-ACK-REC-CYCLE TO WS-ACK-CYCLE(WS-ACK-COUNT)
        MOVE ACK-STATUS TO WS-ACK-STATUS(WS-ACK-COUNT)
        MOVE ACK-POSTED-COUNT TO WS-ACK-POSTED-COUNT(WS-ACK-COUNT)
        MOVE ACK-POSTED-HASH TO WS-ACK-POSTED-HASH(WS-ACK-COUNT)
    ELSE
        DISPLAY "GLACK TABLE FULL AT 3000 - ACKNOWLEDGMENT FOR "
                ACK-BATCH-DATE " NOT LOADED" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
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
*> The period totals as PERDACC last rewrote them.
    MOVE 1 TO WS-LGN-COUNT
    MOVE "PERDTOT" TO WS-LGN-NAME(1)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    OPEN INPUT WS-PERDTOT-FILE
    IF WS-PERDTOT-OK
        PERFORM UNTIL WS-PERDTOT-EOF
            READ WS-PERDTOT-FILE
                AT END
                    SET WS-PERDTOT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(1)
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

2000-EXTRACT-PERIOD.
*> Totals records in the period go to the extract for sorting;
*> batch records build the batch table. Both sides are summed for
*> the tie.
    OPEN OUTPUT WS-EXTRACT-FILE
    IF NOT WS-EXTRACT-OK
        DISPLAY "UNABLE TO OPEN WS-EXTRACT-FILE, STATUS: "
                WS-EXTRACT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 12
        MOVE 0 TO WS-MON-ITEMS(WS-MON-IDX)
        MOVE 0 TO WS-MON-HASH(WS-MON-IDX)
    END-PERFORM
    OPEN INPUT WS-PERDTOT-FILE
    IF WS-PERDTOT-OK
        PERFORM UNTIL WS-PERDTOT-EOF
            READ WS-PERDTOT-FILE
                AT END
                    SET WS-PERDTOT-EOF TO TRUE
                NOT AT END
                    IF PDT-PERIOD >= WS-RANGE-FROM
                       AND PDT-PERIOD <= WS-RANGE-TO
                        EVALUATE TRUE
                            WHEN PDT-IS-TOTAL
                                PERFORM 2100-TAKE-TOTAL-RECORD
                            WHEN PDT-IS-BATCH
                                PERFORM 2200-TAKE-BATCH-RECORD
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDTOT-FILE
    ELSE
        DISPLAY "PERDTOT NOT AVAILABLE, STATUS: " WS-PERDTOT-STATUS
                " - PERIOD SHOWS NO ACTIVITY" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE WS-EXTRACT-FILE.

2100-TAKE-TOTAL-RECORD.
    WRITE WS-EXTRACT-RECORD FROM WS-PERDTOT-RECORD
    IF WS-EXTRACT-OK
        ADD 1 TO WS-EXTRACT-COUNT
    ELSE
        DISPLAY "UNABLE TO WRITE WS-EXTRACT-RECORD, STATUS: "
                WS-EXTRACT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
    COMPUTE WS-REC-HASH = PDT-DEBIT-TOTAL - PDT-CREDIT-TOTAL
    ADD PDT-COUNT TO WS-TOT-ITEMS
    ADD WS-REC-HASH TO WS-TOT-HASH
    ADD PDT-DEBIT-TOTAL TO WS-TOT-DEBITS
    ADD PDT-CREDIT-TOTAL TO WS-TOT-CREDITS
    DIVIDE PDT-PERIOD BY 100 GIVING WS-MON-YEAR
        REMAINDER WS-MON-IDX
    IF WS-MON-IDX >= 1 AND WS-MON-IDX <= 12
        ADD PDT-COUNT TO WS-MON-ITEMS(WS-MON-IDX)
        ADD WS-REC-HASH TO WS-MON-HASH(WS-MON-IDX)
    END-IF.

2200-TAKE-BATCH-RECORD.
*> A year-end sees one batch record per month a batch touched; they
*> fold into one line per batch.
    ADD PDT-PERIOD-COUNT TO WS-BAT-ITEMS-TOTAL
    ADD PDT-PERIOD-HASH TO WS-BAT-HASH-TOTAL
    MOVE "N" TO WS-BAT-HIT
    PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
            UNTIL WS-BAT-IDX > WS-BAT-COUNT OR BAT-HIT
        IF WS-BAT-DATE(WS-BAT-IDX) = PDT-BATCH-DATE
           AND WS-BAT-CYCLE(WS-BAT-IDX) = PDT-CYCLE-NO
            SET BAT-HIT TO TRUE
        END-IF
    END-PERFORM
    IF BAT-HIT
        SUBTRACT 1 FROM WS-BAT-IDX
    ELSE
        IF WS-BAT-COUNT < WS-BAT-TABLE-LIMIT
            ADD 1 TO WS-BAT-COUNT
            MOVE WS-BAT-COUNT TO WS-BAT-IDX
            MOVE PDT-BATCH-DATE TO WS-BAT-DATE(WS-BAT-IDX)
            MOVE PDT-CYCLE-NO TO WS-BAT-CYCLE(WS-BAT-IDX)
            MOVE 0 TO WS-BAT-ITEMS(WS-BAT-IDX)
            MOVE 0 TO WS-BAT-HASH(WS-BAT-IDX)
            MOVE PDT-BATCH-COUNT TO WS-BAT-SENT-COUNT(WS-BAT-IDX)
            MOVE PDT-BATCH-HASH TO WS-BAT-SENT-HASH(WS-BAT-IDX)
            SET BAT-HIT TO TRUE
        ELSE
            DISPLAY "BATCH TABLE FULL AT 2000 - BATCH "
                    PDT-BATCH-DATE " CYCLE " PDT-CYCLE-NO
                    " NOT LISTED" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            SET TOTALS-DO-NOT-TIE TO TRUE
        END-IF
    END-IF
    IF BAT-HIT
        ADD PDT-PERIOD-COUNT TO WS-BAT-ITEMS(WS-BAT-IDX)
        ADD PDT-PERIOD-HASH TO WS-BAT-HASH(WS-BAT-IDX)
    END-IF.

3000-SORT-EXTRACT.
*> GL account first - the order the ledger is reconciled in - then
*> type, branch source and currency. A year-end's twelve months of
*> daily records for one key sort together and print as one line.
    SORT WS-SORT-FILE
        ON ASCENDING KEY SRT-GL-ACCOUNT
                         SRT-TRAN-TYPE
                         SRT-SOURCE-ID
                         SRT-CURRENCY
        USING WS-EXTRACT-FILE
        GIVING WS-PERDWRK-FILE.

4000-PRINT-TOTALS.
    MOVE SPACES TO WS-RPT-LINE
    IF CLOSE-YEAR
        STRING "YEAR-END CLOSE REPORT   " DELIMITED BY SIZE
               WS-PERIOD-LABEL DELIMITED BY SIZE
               "   RUN: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
            INTO WS-RPT-LINE
    ELSE
        STRING "MONTH-END CLOSE REPORT   " DELIMITED BY SIZE
               WS-PERIOD-LABEL DELIMITED BY SIZE
               "   RUN: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
            INTO WS-RPT-LINE
    END-IF
    PERFORM 7900-WRITE-REPORT-LINE
    IF ALREADY-CLOSED
        MOVE SPACES TO WS-RPT-LINE
        STRING "*** REPRINT - PERIOD CLOSED ON " DELIMITED BY SIZE
               WS-ALREADY-CLOSED-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
            INTO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE "PERIOD TOTALS BY GL ACCOUNT, TYPE, SOURCE AND CURRENCY"
        TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE "GL ACCT" TO WS-RPT-LINE(1:7)
    MOVE "TYPE" TO WS-RPT-LINE(10:4)
    MOVE "SRC" TO WS-RPT-LINE(15:3)
    MOVE "CCY" TO WS-RPT-LINE(19:3)
    MOVE "ITEMS" TO WS-RPT-LINE(25:5)
    MOVE "BASE DEBITS" TO WS-RPT-LINE(42:11)
    MOVE "BASE CREDITS" TO WS-RPT-LINE(64:12)
    MOVE "BASE NET" TO WS-RPT-LINE(90:8)
    MOVE "ORIGINAL CCY" TO WS-RPT-LINE(109:12)
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE "N" TO WS-BRK-OPEN
    MOVE "N" TO WS-BRK-GL-OPEN
    OPEN INPUT WS-PERDWRK-FILE
    IF NOT WS-PERDWRK-OK
        DISPLAY "UNABLE TO OPEN WS-PERDWRK-FILE, STATUS: "
                WS-PERDWRK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL WS-PERDWRK-EOF
            READ WS-PERDWRK-FILE
                AT END
                    SET WS-PERDWRK-EOF TO TRUE
                NOT AT END
                    PERFORM 4100-TAKE-SORTED-RECORD
            END-READ
        END-PERFORM
        CLOSE WS-PERDWRK-FILE
        IF BRK-GROUP-OPEN
            PERFORM 4200-PRINT-KEY-LINE
        END-IF
        IF BRK-GL-OPEN
            PERFORM 4300-PRINT-GL-SUBTOTAL
        END-IF
    END-IF
    COMPUTE WS-TOT-NET = WS-TOT-DEBITS + WS-TOT-CREDITS
    MOVE WS-TOT-ITEMS TO WS-COUNT-ED
    MOVE WS-TOT-DEBITS TO WS-AMOUNT-ED
    MOVE WS-TOT-CREDITS TO WS-AMOUNT2-ED
    MOVE WS-TOT-NET TO WS-AMOUNT3-ED
    MOVE SPACES TO WS-RPT-LINE
    MOVE "PERIOD TOTAL" TO WS-RPT-LINE(1:12)
    MOVE WS-COUNT-ED TO WS-RPT-LINE(23:7)
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(31:22)
    MOVE WS-AMOUNT2-ED TO WS-RPT-LINE(54:22)
    MOVE WS-AMOUNT3-ED TO WS-RPT-LINE(76:22)
    PERFORM 7900-WRITE-REPORT-LINE.

4100-TAKE-SORTED-RECORD.
    IF BRK-GROUP-OPEN
        IF PWK-GL-ACCOUNT NOT = WS-BRK-GL-ACCOUNT
           OR PWK-TRAN-TYPE NOT = WS-BRK-TYPE
           OR PWK-SOURCE-ID NOT = WS-BRK-SOURCE
           OR PWK-CURRENCY NOT = WS-BRK-CURRENCY
            PERFORM 4200-PRINT-KEY-LINE
        END-IF
    END-IF
    IF BRK-GL-OPEN AND PWK-GL-ACCOUNT NOT = WS-BRK-GL-ACCOUNT
        PERFORM 4300-PRINT-GL-SUBTOTAL
    END-IF
    IF NOT BRK-GL-OPEN
        SET BRK-GL-OPEN TO TRUE
        MOVE 0 TO WS-GLS-ITEMS
        MOVE 0 TO WS-GLS-DEBITS
        MOVE 0 TO WS-GLS-CREDITS
    END-IF
    IF NOT BRK-GROUP-OPEN
        SET BRK-GROUP-OPEN TO TRUE
        MOVE PWK-GL-ACCOUNT TO WS-BRK-GL-ACCOUNT
        MOVE PWK-TRAN-TYPE TO WS-BRK-TYPE
        MOVE PWK-SOURCE-ID TO WS-BRK-SOURCE
        MOVE PWK-CURRENCY TO WS-BRK-CURRENCY
        MOVE 0 TO WS-BRK-ITEMS
        MOVE 0 TO WS-BRK-DEBITS
        MOVE 0 TO WS-BRK-CREDITS
        MOVE 0 TO WS-BRK-ORIG
    END-IF
    ADD PWK-COUNT TO WS-BRK-ITEMS
    ADD PWK-DEBIT-TOTAL TO WS-BRK-DEBITS
    ADD PWK-CREDIT-TOTAL TO WS-BRK-CREDITS
    ADD PWK-ORIG-TOTAL TO WS-BRK-ORIG.

4200-PRINT-KEY-LINE.
    COMPUTE WS-NET-WORK = WS-BRK-DEBITS + WS-BRK-CREDITS
    MOVE WS-BRK-ITEMS TO WS-COUNT-ED
    MOVE WS-BRK-DEBITS TO WS-AMOUNT-ED
    MOVE WS-BRK-CREDITS TO WS-AMOUNT2-ED
    MOVE WS-NET-WORK TO WS-AMOUNT3-ED
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-BRK-GL-ACCOUNT TO WS-RPT-LINE(1:8)
    MOVE WS-BRK-TYPE TO WS-RPT-LINE(10:4)
    MOVE WS-BRK-SOURCE TO WS-RPT-LINE(15:3)
    MOVE WS-BRK-CURRENCY TO WS-RPT-LINE(19:3)
    MOVE WS-COUNT-ED TO WS-RPT-LINE(23:7)
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(31:22)
    MOVE WS-AMOUNT2-ED TO WS-RPT-LINE(54:22)
    MOVE WS-AMOUNT3-ED TO WS-RPT-LINE(76:22)
    MOVE WS-BRK-ORIG TO WS-AMOUNT-ED
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(99:22)
    PERFORM 7900-WRITE-REPORT-LINE
    ADD WS-BRK-ITEMS TO WS-GLS-ITEMS
    ADD WS-BRK-DEBITS TO WS-GLS-DEBITS
    ADD WS-BRK-CREDITS TO WS-GLS-CREDITS
    MOVE "N" TO WS-BRK-OPEN.

4300-PRINT-GL-SUBTOTAL.
    COMPUTE WS-NET-WORK = WS-GLS-DEBITS + WS-GLS-CREDITS
    MOVE WS-GLS-ITEMS TO WS-COUNT-ED
    MOVE WS-GLS-DEBITS TO WS-AMOUNT-ED
    MOVE WS-GLS-CREDITS TO WS-AMOUNT2-ED
    MOVE WS-NET-WORK TO WS-AMOUNT3-ED
    MOVE SPACES TO WS-RPT-LINE
    MOVE "  ACCOUNT " TO WS-RPT-LINE(1:10)
    MOVE WS-BRK-GL-ACCOUNT TO WS-RPT-LINE(11:8)
    MOVE WS-COUNT-ED TO WS-RPT-LINE(23:7)
    MOVE WS-AMOUNT-ED TO WS-RPT-LINE(31:22)
    MOVE WS-AMOUNT2-ED TO WS-RPT-LINE(54:22)
    MOVE WS-AMOUNT3-ED TO WS-RPT-LINE(76:22)
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE "N" TO WS-BRK-GL-OPEN.

5000-PRINT-BATCHES.
*> Each batch that put items in the period, beside the answer the
*> GL gave for the whole batch. Anything but a clean acceptance of
*> the count and hash the batch carried holds the close.
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE "GLPOST BATCHES CONTRIBUTING TO THE PERIOD" TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE "BATCH" TO WS-RPT-LINE(1:5)
    MOVE "CY" TO WS-RPT-LINE(10:2)
    MOVE "IN PERIOD" TO WS-RPT-LINE(13:9)
    MOVE "PERIOD HASH" TO WS-RPT-LINE(33:11)
    MOVE "SENT" TO WS-RPT-LINE(46:4)
    MOVE "SENT HASH" TO WS-RPT-LINE(63:9)
    MOVE "ACK" TO WS-RPT-LINE(74:3)
    MOVE "POSTED" TO WS-RPT-LINE(78:6)
    MOVE "POSTED HASH" TO WS-RPT-LINE(96:11)
    MOVE "RESULT" TO WS-RPT-LINE(109:6)
    PERFORM 7900-WRITE-REPORT-LINE
    PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
            UNTIL WS-BAT-IDX > WS-BAT-COUNT
        PERFORM 5100-PRINT-ONE-BATCH
    END-PERFORM
    IF WS-BAT-COUNT = 0
        MOVE "  NO BATCHES PUT ITEMS IN THIS PERIOD" TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
    END-IF
    MOVE WS-BAT-BLOCKED-COUNT TO WS-SMALL-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "BATCHES NOT CLEANLY ACKNOWLEDGED: " DELIMITED BY SIZE
           WS-SMALL-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE.

5100-PRINT-ONE-BATCH.
    MOVE "N" TO WS-ACK-HIT
    PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
            UNTIL WS-ACK-IDX > WS-ACK-COUNT
        IF WS-ACK-DATE(WS-ACK-IDX) = WS-BAT-DATE(WS-BAT-IDX)
           AND WS-ACK-CYCLE(WS-ACK-IDX) = WS-BAT-CYCLE(WS-BAT-IDX)
            SET ACK-HIT TO TRUE
            MOVE WS-ACK-IDX TO WS-ACK-HIT-IDX
        END-IF
    END-PERFORM
    MOVE WS-BAT-ITEMS(WS-BAT-IDX) TO WS-COUNT-ED
    MOVE WS-BAT-HASH(WS-BAT-IDX) TO WS-HASH-ED
    MOVE WS-BAT-SENT-COUNT(WS-BAT-IDX) TO WS-SMALL-ED
    MOVE WS-BAT-SENT-HASH(WS-BAT-IDX) TO WS-HASH2-ED
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-BAT-DATE(WS-BAT-IDX) TO WS-RPT-LINE(1:8)
    MOVE WS-BAT-CYCLE(WS-BAT-IDX) TO WS-RPT-LINE(10:2)
    MOVE WS-COUNT-ED TO WS-RPT-LINE(13:7)
    MOVE WS-HASH-ED TO WS-RPT-LINE(23:21)
    MOVE WS-SMALL-ED TO WS-RPT-LINE(45:5)
    MOVE WS-HASH2-ED TO WS-RPT-LINE(51:21)
    IF ACK-HIT
        MOVE WS-ACK-STATUS(WS-ACK-HIT-IDX) TO WS-RPT-LINE(75:1)
        MOVE WS-ACK-POSTED-COUNT(WS-ACK-HIT-IDX) TO WS-SMALL-ED
        MOVE WS-SMALL-ED TO WS-RPT-LINE(79:5)
        MOVE WS-ACK-POSTED-HASH(WS-ACK-HIT-IDX) TO WS-HASH-ED
        MOVE WS-HASH-ED TO WS-RPT-LINE(86:21)
        EVALUATE TRUE
            WHEN WS-ACK-STATUS(WS-ACK-HIT-IDX) = "R"
                MOVE "REJECTED BY GL" TO WS-BAT-RESULT
            WHEN WS-ACK-STATUS(WS-ACK-HIT-IDX) NOT = "A"
                MOVE "ACK STATUS UNKNOWN" TO WS-BAT-RESULT
            WHEN WS-ACK-POSTED-COUNT(WS-ACK-HIT-IDX)
                     NOT = WS-BAT-SENT-COUNT(WS-BAT-IDX)
              OR WS-ACK-POSTED-HASH(WS-ACK-HIT-IDX)
                     NOT = WS-BAT-SENT-HASH(WS-BAT-IDX)
                MOVE "POSTED SHORT" TO WS-BAT-RESULT
            WHEN OTHER
                MOVE "ACKNOWLEDGED" TO WS-BAT-RESULT
        END-EVALUATE
    ELSE
        MOVE "NOT ACKNOWLEDGED" TO WS-BAT-RESULT
    END-IF
    IF WS-BAT-RESULT NOT = "ACKNOWLEDGED"
        ADD 1 TO WS-BAT-BLOCKED-COUNT
    END-IF
    MOVE WS-BAT-RESULT TO WS-RPT-LINE(109:20)
    PERFORM 7900-WRITE-REPORT-LINE.

6000-PRINT-TIE.
*> The totals must account for exactly what the batches say they
*> put in the period. At year-end every month must be closed, and
*> hold what it closed on; at a reprint the period must still hold
*> what it closed on.
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE "CLOSE TIE" TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE WS-TOT-ITEMS TO WS-COUNT-ED
    MOVE WS-TOT-HASH TO WS-HASH-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "PERIOD TOTALS      ITEMS: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "   HASH: " DELIMITED BY SIZE
           WS-HASH-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE WS-BAT-ITEMS-TOTAL TO WS-COUNT-ED
    MOVE WS-BAT-HASH-TOTAL TO WS-HASH-ED
    MOVE SPACES TO WS-RPT-LINE
    STRING "BATCHES            ITEMS: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "   HASH: " DELIMITED BY SIZE
           WS-HASH-ED DELIMITED BY SIZE
        INTO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    IF WS-TOT-ITEMS NOT = WS-BAT-ITEMS-TOTAL
       OR WS-TOT-HASH NOT = WS-BAT-HASH-TOTAL
        SET TOTALS-DO-NOT-TIE TO TRUE
        MOVE "*** PERIOD TOTALS DO NOT TIE TO THE GLPOST BATCHES ***"
            TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
        DISPLAY WS-RPT-LINE UPON CONSOLE
    END-IF
    IF CLOSE-YEAR
        PERFORM 6100-PRINT-MONTHS
    END-IF
    IF ALREADY-CLOSED
       AND (WS-TOT-ITEMS NOT = WS-ALREADY-COUNT
            OR WS-TOT-HASH NOT = WS-ALREADY-HASH)
        MOVE WS-ALREADY-COUNT TO WS-COUNT-ED
        MOVE WS-ALREADY-HASH TO WS-HASH-ED
        MOVE SPACES TO WS-RPT-LINE
        STRING "*** PERIOD HAS MOVED SINCE CLOSE - CLOSED ON ITEMS: "
                   DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "   HASH: " DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
            INTO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
        DISPLAY WS-RPT-LINE UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

6100-PRINT-MONTHS.
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE "MONTH" TO WS-RPT-LINE(1:5)
    MOVE "ITEMS" TO WS-RPT-LINE(10:5)
    MOVE "HASH" TO WS-RPT-LINE(33:4)
    MOVE "CLOSED ON" TO WS-RPT-LINE(40:9)
    MOVE "CLOSE ITEMS" TO WS-RPT-LINE(51:11)
    MOVE "CLOSE HASH" TO WS-RPT-LINE(75:10)
    PERFORM 7900-WRITE-REPORT-LINE
    PERFORM VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 12
        COMPUTE WS-PDS-KEY = WS-CLOSE-PERIOD + WS-MON-IDX
        PERFORM 1250-FIND-PERIOD-STATUS
        MOVE WS-MON-ITEMS(WS-MON-IDX) TO WS-COUNT-ED
        MOVE WS-MON-HASH(WS-MON-IDX) TO WS-HASH-ED
        MOVE SPACES TO WS-RPT-LINE
        MOVE WS-PDS-KEY TO WS-RPT-LINE(1:6)
        MOVE WS-COUNT-ED TO WS-RPT-LINE(8:7)
        MOVE WS-HASH-ED TO WS-RPT-LINE(16:21)
        IF PDS-HIT
            MOVE WS-PDS-CLOSED-DATE(WS-PDS-IDX) TO WS-RPT-LINE(40:8)
            MOVE WS-PDS-COUNT-CLOSED(WS-PDS-IDX) TO WS-COUNT2-ED
            MOVE WS-COUNT2-ED TO WS-RPT-LINE(55:7)
            MOVE WS-PDS-HASH-CLOSED(WS-PDS-IDX) TO WS-HASH2-ED
            MOVE WS-HASH2-ED TO WS-RPT-LINE(64:21)
            IF WS-MON-ITEMS(WS-MON-IDX)
                   NOT = WS-PDS-COUNT-CLOSED(WS-PDS-IDX)
               OR WS-MON-HASH(WS-MON-IDX)
                   NOT = WS-PDS-HASH-CLOSED(WS-PDS-IDX)
                ADD 1 TO WS-MON-MOVED-COUNT
                MOVE "MOVED SINCE CLOSE" TO WS-RPT-LINE(88:17)
            END-IF
        ELSE
            IF WS-MON-ITEMS(WS-MON-IDX) > 0
                ADD 1 TO WS-MON-OPEN-COUNT
                MOVE "NOT CLOSED" TO WS-RPT-LINE(40:10)
            ELSE
                MOVE "NO ACTIVITY" TO WS-RPT-LINE(40:11)
            END-IF
        END-IF
        PERFORM 7900-WRITE-REPORT-LINE
    END-PERFORM
    IF WS-MON-MOVED-COUNT > 0
        SET TOTALS-DO-NOT-TIE TO TRUE
        MOVE "*** MONTHS HAVE MOVED SINCE THEY CLOSED ***"
            TO WS-RPT-LINE
        PERFORM 7900-WRITE-REPORT-LINE
        DISPLAY WS-RPT-LINE UPON CONSOLE
    END-IF.

7000-CLOSE-PERIOD.
    MOVE SPACES TO WS-RPT-LINE
    PERFORM 7900-WRITE-REPORT-LINE
    EVALUATE TRUE
        WHEN ALREADY-CLOSED
            STRING "PERIOD ALREADY CLOSED ON " DELIMITED BY SIZE
                   WS-ALREADY-CLOSED-DATE DELIMITED BY SIZE
                   " - REPRINT ONLY" DELIMITED BY SIZE
                INTO WS-RPT-LINE
        WHEN TOTALS-DO-NOT-TIE
            MOVE "*** PERIOD NOT CLOSED - TOTALS DO NOT TIE ***"
                TO WS-RPT-LINE
            MOVE 16 TO RETURN-CODE
        WHEN WS-MON-OPEN-COUNT > 0
            MOVE "*** YEAR NOT CLOSED - MONTHS WITH ACTIVITY ARE "
                TO WS-RPT-LINE
            MOVE "STILL OPEN ***" TO WS-RPT-LINE(48:14)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN WS-BAT-BLOCKED-COUNT > 0 AND NOT FORCE-CLOSE
            MOVE "*** PERIOD NOT CLOSED - BATCHES NOT CLEANLY "
                TO WS-RPT-LINE
            MOVE "ACKNOWLEDGED - SET PCT-FORCE TO Y TO FORCE ***"
                TO WS-RPT-LINE(45:46)
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN RETURN-CODE >= 16
            MOVE "*** PERIOD NOT CLOSED - RUN ERRORS ***"
                TO WS-RPT-LINE
        WHEN OTHER
            PERFORM 7100-WRITE-PERIOD-STATUS
    END-EVALUATE
    PERFORM 7900-WRITE-REPORT-LINE
    DISPLAY WS-RPT-LINE UPON CONSOLE.

7100-WRITE-PERIOD-STATUS.
*> Appended as CANLLOG is - the file is created by the first close.
    OPEN EXTEND WS-PERDSTAT-FILE
    IF NOT WS-PERDSTAT-OK
        OPEN OUTPUT WS-PERDSTAT-FILE
    END-IF
    IF NOT WS-PERDSTAT-OK
        DISPLAY "UNABLE TO OPEN WS-PERDSTAT-FILE, STATUS: "
                WS-PERDSTAT-STATUS UPON CONSOLE
        MOVE "*** PERIOD NOT CLOSED - PERDSTAT COULD NOT BE WRITTEN"
            TO WS-RPT-LINE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-PERDSTAT-RECORD
        MOVE WS-CLOSE-PERIOD TO PDS-PERIOD
        MOVE WS-CLOSE-TYPE TO PDS-PERIOD-TYPE
        SET PDS-IS-CLOSED TO TRUE
        MOVE WS-TODAY-DATE TO PDS-CLOSED-DATE
        MOVE WS-TOT-ITEMS TO PDS-CLOSE-COUNT
        MOVE WS-TOT-HASH TO PDS-CLOSE-HASH
        MOVE WS-TOT-NET TO PDS-CLOSE-NET
        MOVE WS-BAT-COUNT TO PDS-BATCH-COUNT
        IF WS-BAT-BLOCKED-COUNT > 0
            SET PDS-WAS-FORCED TO TRUE
        ELSE
            MOVE "N" TO PDS-FORCED
        END-IF
        WRITE WS-PERDSTAT-RECORD
        IF WS-PERDSTAT-OK
            IF PDS-WAS-FORCED
                MOVE "PERIOD CLOSED - FORCED OVER BATCHES NOT CLEANLY "
                    TO WS-RPT-LINE
                MOVE "ACKNOWLEDGED" TO WS-RPT-LINE(49:12)
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                MOVE "PERIOD CLOSED" TO WS-RPT-LINE
            END-IF
        ELSE
            DISPLAY "UNABLE TO WRITE WS-PERDSTAT-RECORD, STATUS: "
                    WS-PERDSTAT-STATUS UPON CONSOLE
            MOVE "*** PERIOD NOT CLOSED - PERDSTAT COULD NOT BE WRITTEN"
                TO WS-RPT-LINE
            MOVE 16 TO RETURN-CODE
        END-IF
        CLOSE WS-PERDSTAT-FILE
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
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "PERDTOT" TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
