       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> ACCTPOST - End-of-day account balance posting.
*> Applies every entry on a merged-file generation (MERGFILE, or
*> MERGFnn for a later intraday cycle) to the account it names:
*> TRAN-BASE-AMOUNT, signed, is added to the account's running
*> ledger balance on the balance master (ACCTBAL), and the
*> available balance is refreshed as ledger plus the overdraft
*> limit agreed on ACCTMST. The first cycle of a business date
*> rolls each account's ledger into that date's opening balance;
*> every run appends the opening and closing position of every
*> account to the balance history (ACCTBHST). Any account the
*> day's postings left below zero, or drove below its agreed
*> overdraft limit at any point in the day, is listed on the
*> overdraft/NSF exception report (ODEXRPT) so the branch hears
*> it from us and not from the customer.
*> Run after DAILYTBL, once per merged generation, in cycle order.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-MERGED-FILE ASSIGN TO WS-MERGED-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MERGED-STATUS.

    SELECT WS-ACCTMST-FILE ASSIGN TO "ACCTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCTMST-STATUS.

    SELECT WS-BALANCE-FILE ASSIGN TO "ACCTBAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALANCE-STATUS.

    SELECT WS-BALHIST-FILE ASSIGN TO "ACCTBHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALHIST-STATUS.

    SELECT WS-EXCEPT-FILE ASSIGN TO "ODEXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-STATUS.

    SELECT WS-BUSCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUSCAL-STATUS.

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
*> Same override DAILYTBL honours: "Y" lets a planned run go ahead
*> on a run date the business-day calendar says is closed.
    05  CTL-BUSDAY-OVERRIDE     PIC X.
*> "Y" lets the run go ahead past a failed run-control check.
    05  CTL-LEDGER-OVERRIDE     PIC X.
    05  FILLER                  PIC X(61).

FD  WS-MERGED-FILE.
01  WS-MERGED-RECORD.
    COPY TRANENTR.

FD  WS-ACCTMST-FILE.
01  WS-ACCTMST-RECORD.
    05  ACM-ACCOUNT-NO          PIC X(10).
    05  ACM-STATUS              PIC X.
        88  ACM-IS-OPEN               VALUE "O".
        88  ACM-IS-CLOSED             VALUE "C".
        88  ACM-IS-FROZEN             VALUE "F".
    05  ACM-ACCOUNT-NAME        PIC X(30).
*> ACM-OD-LIMIT is the overdraft the account holder has agreed with
*> the branch, in base currency. Spaces (every record written
*> before the field existed) is no facility - a limit of zero.
    05  ACM-OD-LIMIT            PIC 9(9)V99.
    05  FILLER                  PIC X(28).

FD  WS-BALANCE-FILE.
01  WS-BALANCE-RECORD.
*> One record per account ever posted. ABL-BUSINESS-DATE is the
*> date ABL-OPEN-LEDGER opened and the DAY fields accumulate for;
*> ABL-LAST-POST-DATE/CYCLE name the last merged generation applied,
*> which is what stops the same generation being posted twice.
    05  ABL-ACCOUNT-NO          PIC X(10).
    05  ABL-LEDGER-BAL          PIC S9(11)V99.
    05  ABL-AVAILABLE-BAL       PIC S9(11)V99.
    05  ABL-OD-LIMIT            PIC 9(9)V99.
    05  ABL-BUSINESS-DATE       PIC 9(8).
    05  ABL-OPEN-LEDGER         PIC S9(11)V99.
    05  ABL-DAY-PAID-IN         PIC S9(11)V99.
    05  ABL-DAY-PAID-OUT        PIC S9(11)V99.
    05  ABL-DAY-LOW             PIC S9(11)V99.
    05  ABL-DAY-POST-COUNT      PIC 9(5).
    05  ABL-LAST-POST-DATE      PIC 9(8).
    05  ABL-LAST-POST-CYCLE     PIC 9(2).
    05  FILLER                  PIC X(8).

FD  WS-BALHIST-FILE.
01  WS-BALHIST-RECORD.
    COPY ACCTBHST.

FD  WS-EXCEPT-FILE.
01  WS-EXCEPT-RECORD            PIC X(120).

FD  WS-BUSCAL-FILE.
01  WS-BUSCAL-RECORD.
    COPY BUSCAL.

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS           PIC XX.
    88  WS-CONTROL-OK                 VALUE "00".

01  WS-MERGED-STATUS             PIC XX.
    88  WS-MERGED-OK                   VALUE "00".
    88  WS-MERGED-EOF                  VALUE "10".

01  WS-ACCTMST-STATUS            PIC XX.
    88  WS-ACCTMST-OK                  VALUE "00".
    88  WS-ACCTMST-EOF                 VALUE "10".

01  WS-BALANCE-STATUS            PIC XX.
    88  WS-BALANCE-OK                  VALUE "00".
    88  WS-BALANCE-EOF                 VALUE "10".

01  WS-BALHIST-STATUS            PIC XX.
    88  WS-BALHIST-OK                  VALUE "00".

01  WS-EXCEPT-STATUS             PIC XX.
    88  WS-EXCEPT-OK                   VALUE "00".

01  WS-BUSCAL-STATUS             PIC XX.
    88  WS-BUSCAL-OK                   VALUE "00".
    88  WS-BUSCAL-EOF                  VALUE "10".

01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

01  WS-CYCLE-WORK.
*> Same generation naming DAILYTBL writes: cycle 1 is the legacy
*> MERGFILE, later cycles MERGFnn.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
    05  WS-MERGED-NAME           PIC X(8) VALUE "MERGFILE".
    05  WS-RUN-POST-KEY          PIC 9(10) VALUE 0.
    05  WS-LAST-POST-KEY         PIC 9(10) VALUE 0.

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

01  WS-CALENDAR-TABLE.
*> The BUSCAL holidays and make-up working days, as DAILYTBL loads
*> them - only needed here to check the run date.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-DATE          PIC 9(8).
        10  WS-CAL-DAY-TYPE      PIC X.

01  WS-ACCOUNT-WORK.
    05  WS-ACCT-COUNT            PIC 9(4) VALUE 0.
    05  WS-ACCT-IDX              PIC 9(4) VALUE 0.
    05  WS-ACCT-TABLE-LIMIT      PIC 9(4) VALUE 2000.
    05  WS-ACCT-FOUND            PIC X VALUE "N".
        88  ACCT-FOUND                 VALUE "Y".
    05  WS-ACCTMST-LOADED        PIC X VALUE "N".
        88  ACCTMST-LOADED             VALUE "Y".

01  WS-ACCT-MASTER-TABLE.
*> Name and agreed limit for every account on ACCTMST, loaded once
*> the way DAILYTBL loads the master for its account edit.
    05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
        10  WS-ACCT-NUMBER       PIC X(10).
        10  WS-ACCT-NAME         PIC X(30).
        10  WS-ACCT-OD-LIMIT     PIC 9(9)V99.

01  WS-BALANCE-WORK.
    05  WS-BAL-COUNT             PIC 9(4) VALUE 0.
    05  WS-BAL-IDX               PIC 9(4) VALUE 0.
    05  WS-BAL-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-BAL-HIT               PIC X VALUE "N".
        88  BAL-SLOT-HIT               VALUE "Y".
    05  WS-BAL-TABLE-FULL        PIC X VALUE "N".
        88  BAL-TABLE-FULL             VALUE "Y".
    05  WS-BAL-SEARCH-ACCT       PIC X(10) VALUE SPACES.

01  WS-BALANCE-TABLE.
*> The whole balance master in storage for the run: a posting is a
*> table scan, and the master is written back in one pass at the
*> end, the way DAILYTBL rolls REFHIST forward.
    05  WS-BAL-ENTRY OCCURS 2000 TIMES.
        10  WS-BAL-ACCOUNT       PIC X(10).
        10  WS-BAL-LEDGER        PIC S9(11)V99.
        10  WS-BAL-AVAILABLE     PIC S9(11)V99.
        10  WS-BAL-OD-LIMIT      PIC 9(9)V99.
        10  WS-BAL-BUS-DATE      PIC 9(8).
        10  WS-BAL-OPEN-LEDGER   PIC S9(11)V99.
        10  WS-BAL-PAID-IN       PIC S9(11)V99.
        10  WS-BAL-PAID-OUT      PIC S9(11)V99.
        10  WS-BAL-DAY-LOW       PIC S9(11)V99.
        10  WS-BAL-POST-COUNT    PIC 9(5).
        10  WS-BAL-LAST-DATE     PIC 9(8).
        10  WS-BAL-LAST-CYCLE    PIC 9(2).

01  WS-POSTING-COUNTERS.
    05  WS-POSTED-COUNT          PIC 9(7) VALUE 0.
    05  WS-UNPOSTED-COUNT        PIC 9(7) VALUE 0.
    05  WS-BAD-AMOUNT-COUNT      PIC 9(7) VALUE 0.
    05  WS-POSTING-HELD          PIC X VALUE "N".
        88  POSTING-HELD               VALUE "Y".
    05  WS-NEW-ACCT-COUNT        PIC 9(5) VALUE 0.
    05  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
    05  WS-POSTED-TOTAL          PIC S9(13)V99 VALUE 0.
    05  WS-POSTED-COUNT-ED       PIC ZZZZZZ9.
    05  WS-UNPOSTED-COUNT-ED     PIC ZZZZZZ9.
    05  WS-BAD-AMOUNT-COUNT-ED   PIC ZZZZZZ9.
    05  WS-NEW-ACCT-COUNT-ED     PIC ZZZZ9.
    05  WS-EXCEPTION-COUNT-ED    PIC ZZZZ9.

01  WS-EXCEPTION-WORK.
    05  WS-EXC-LINE              PIC X(120).
    05  WS-EXC-STATE             PIC X(14) VALUE SPACES.
    05  WS-EXC-NAME              PIC X(30) VALUE SPACES.
    05  WS-EXC-FLOOR             PIC S9(11)V99 VALUE 0.
    05  WS-EXC-OPEN-ED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  WS-EXC-CLOSE-ED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  WS-EXC-LOW-ED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  WS-EXC-LIMIT-ED          PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-EXC-TOTAL-ED          PIC Z(3),ZZZ,ZZZ,ZZ9.99-.

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "ACCTPOST".
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
    PERFORM 1100-LOAD-ACCOUNT-MASTER
    PERFORM 1200-LOAD-BALANCES
    PERFORM 2000-POST-MERGED-FILE
    IF NOT POSTING-HELD
        PERFORM 4000-PRINT-EXCEPTIONS
        PERFORM 3000-WRITE-BALANCES
        PERFORM 3100-WRITE-BALANCE-HISTORY
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
    PERFORM 1050-LOAD-BUSINESS-CALENDAR
    PERFORM 1060-CHECK-RUN-DATE
    IF WS-RUN-CYCLE > 1
        MOVE SPACES TO WS-MERGED-NAME
        STRING "MERGF" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-MERGED-NAME
    END-IF
    COMPUTE WS-RUN-POST-KEY = WS-RUN-DATE * 100 + WS-RUN-CYCLE
    DISPLAY "POSTING " WS-MERGED-NAME " FOR BUSINESS DATE "
            WS-RUN-DATE " CYCLE " WS-RUN-CYCLE UPON CONSOLE
*> The generation posted is the one DAILYTBL wrote for this date and
*> cycle, so DAILYTBL must have ended cleanly for them.
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER.

1050-LOAD-BUSINESS-CALENDAR.
*> The calendar DAILYTBL captured the day against. A missing file
*> stops the run here as it does there: postings must not land on
*> a business date the capture run would have refused. Entries it
*> cannot use are reported the way DAILYTBL reports them.
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
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
                ELSE
                    DISPLAY "BUSCAL ENTRY IGNORED - BAD DATE OR DAY "
                            "TYPE: " CAL-DATE " " CAL-DAY-TYPE
                        UPON CONSOLE
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-BUSCAL-FILE.

1060-CHECK-RUN-DATE.
*> No posting on a closed business date unless the control record
*> carries the override DAILYTBL was run under.
    COMPUTE WS-CAL-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    PERFORM 1070-TEST-BUSINESS-DAY
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

1070-TEST-BUSINESS-DAY.
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

1100-LOAD-ACCOUNT-MASTER.
*> A missing master does not stop the posting - the money moved
*> whether or not the name file was mounted - but every account then
*> posts with no overdraft facility, which can only over-report.
    MOVE 0 TO WS-ACCT-COUNT
    OPEN INPUT WS-ACCTMST-FILE
    IF WS-ACCTMST-OK
        SET ACCTMST-LOADED TO TRUE
        PERFORM UNTIL WS-ACCTMST-EOF
            READ WS-ACCTMST-FILE
                AT END
                    SET WS-ACCTMST-EOF TO TRUE
                NOT AT END
                    IF WS-ACCT-COUNT < WS-ACCT-TABLE-LIMIT
                        ADD 1 TO WS-ACCT-COUNT
                        MOVE ACM-ACCOUNT-NO
                            TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
                        MOVE ACM-ACCOUNT-NAME
                            TO WS-ACCT-NAME(WS-ACCT-COUNT)
                        IF ACM-OD-LIMIT IS NUMERIC
                            MOVE ACM-OD-LIMIT
                                TO WS-ACCT-OD-LIMIT(WS-ACCT-COUNT)
                        ELSE
                            MOVE 0 TO WS-ACCT-OD-LIMIT(WS-ACCT-COUNT)
                        END-IF
                    ELSE
                        DISPLAY "ACCTMST ENTRY IGNORED - ACCOUNT "
                                "TABLE FULL AT 2000: " ACM-ACCOUNT-NO
                            UPON CONSOLE
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-ACCTMST-FILE
    ELSE
        DISPLAY "ACCTMST NOT AVAILABLE, STATUS: " WS-ACCTMST-STATUS
                " - NO OVERDRAFT LIMITS APPLIED THIS RUN"
            UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

1200-LOAD-BALANCES.
*> Pull the balance master into storage. A missing ACCTBAL is the
*> first posting run, not an error. A generation at or before the
*> last one any account was posted from has been applied already -
*> posting it again would double every balance, so stop instead.
*> The first cycle of a new business date rolls each account's
*> ledger into that date's opening balance.
    MOVE 0 TO WS-BAL-COUNT
    MOVE 0 TO WS-LAST-POST-KEY
    OPEN INPUT WS-BALANCE-FILE
    IF WS-BALANCE-OK
        PERFORM UNTIL WS-BALANCE-EOF
            READ WS-BALANCE-FILE
                AT END
                    SET WS-BALANCE-EOF TO TRUE
                NOT AT END
                    PERFORM 1210-STORE-BALANCE
            END-READ
        END-PERFORM
        CLOSE WS-BALANCE-FILE
    ELSE
        DISPLAY "ACCTBAL NOT FOUND, STATUS: " WS-BALANCE-STATUS
                " - STARTING A NEW BALANCE MASTER" UPON CONSOLE
    END-IF
    IF WS-LAST-POST-KEY >= WS-RUN-POST-KEY
        DISPLAY "*** " WS-MERGED-NAME " FOR " WS-RUN-DATE
                " CYCLE " WS-RUN-CYCLE " IS NOT LATER THAN THE "
                "LAST GENERATION POSTED - NOTHING POSTED ***"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1210-STORE-BALANCE.
    IF WS-BAL-COUNT < WS-BAL-TABLE-LIMIT
        ADD 1 TO WS-BAL-COUNT
        MOVE ABL-ACCOUNT-NO TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
        MOVE ABL-LEDGER-BAL TO WS-BAL-LEDGER(WS-BAL-COUNT)
        MOVE ABL-AVAILABLE-BAL TO WS-BAL-AVAILABLE(WS-BAL-COUNT)
        MOVE ABL-OD-LIMIT TO WS-BAL-OD-LIMIT(WS-BAL-COUNT)
        MOVE ABL-BUSINESS-DATE TO WS-BAL-BUS-DATE(WS-BAL-COUNT)
        MOVE ABL-OPEN-LEDGER TO WS-BAL-OPEN-LEDGER(WS-BAL-COUNT)
        MOVE ABL-DAY-PAID-IN TO WS-BAL-PAID-IN(WS-BAL-COUNT)
        MOVE ABL-DAY-PAID-OUT TO WS-BAL-PAID-OUT(WS-BAL-COUNT)
        MOVE ABL-DAY-LOW TO WS-BAL-DAY-LOW(WS-BAL-COUNT)
        MOVE ABL-DAY-POST-COUNT TO WS-BAL-POST-COUNT(WS-BAL-COUNT)
        MOVE ABL-LAST-POST-DATE TO WS-BAL-LAST-DATE(WS-BAL-COUNT)
        MOVE ABL-LAST-POST-CYCLE TO WS-BAL-LAST-CYCLE(WS-BAL-COUNT)
        IF ABL-LAST-POST-DATE * 100 + ABL-LAST-POST-CYCLE
                > WS-LAST-POST-KEY
            COMPUTE WS-LAST-POST-KEY
                = ABL-LAST-POST-DATE * 100 + ABL-LAST-POST-CYCLE
        END-IF
        MOVE WS-BAL-COUNT TO WS-BAL-IDX
        IF WS-BAL-BUS-DATE(WS-BAL-IDX) < WS-RUN-DATE
            PERFORM 1220-OPEN-BUSINESS-DAY
        END-IF
    ELSE
*> Dropping a balance would lose it for good when the master is
*> written back - refuse the run rather than do that.
        DISPLAY "*** BALANCE TABLE FULL AT 2000 - ACCOUNT "
                ABL-ACCOUNT-NO " CANNOT BE CARRIED - NOTHING "
                "POSTED ***" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1220-OPEN-BUSINESS-DAY.
*> Yesterday's close is today's opening; the day-to-date figures
*> start again from nothing.
    MOVE WS-RUN-DATE TO WS-BAL-BUS-DATE(WS-BAL-IDX)
    MOVE WS-BAL-LEDGER(WS-BAL-IDX) TO WS-BAL-OPEN-LEDGER(WS-BAL-IDX)
    MOVE WS-BAL-LEDGER(WS-BAL-IDX) TO WS-BAL-DAY-LOW(WS-BAL-IDX)
    MOVE 0 TO WS-BAL-PAID-IN(WS-BAL-IDX)
    MOVE 0 TO WS-BAL-PAID-OUT(WS-BAL-IDX)
    MOVE 0 TO WS-BAL-POST-COUNT(WS-BAL-IDX).

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
*> The merged generation as mounted, counted before it is posted.
    MOVE 1 TO WS-LGN-COUNT
    MOVE WS-MERGED-NAME TO WS-LGN-NAME(1)
    MOVE 0 TO WS-LGN-ACTUAL(1)
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

2000-POST-MERGED-FILE.
*> Every merged record posts, in merged-file order, so the running
*> balance - and the day's low point the NSF test is made against -
*> follows the order the day was captured in. A netted reversal
*> arrives carrying the negated base amount of its original, so the
*> pair nets to nothing here with no special-casing.
    OPEN INPUT WS-MERGED-FILE
    IF NOT WS-MERGED-OK
        DISPLAY "UNABLE TO OPEN WS-MERGED-FILE " WS-MERGED-NAME
                ", STATUS: " WS-MERGED-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-MERGED-EOF
        READ WS-MERGED-FILE
            AT END
                SET WS-MERGED-EOF TO TRUE
            NOT AT END
                PERFORM 2100-POST-ONE-ENTRY
        END-READ
    END-PERFORM
    CLOSE WS-MERGED-FILE
*> Every account carries this generation as its last one posted,
*> touched or not, so the rerun guard in 1200 holds for all of them.
    PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
            UNTIL WS-BAL-IDX > WS-BAL-COUNT
        MOVE WS-RUN-DATE TO WS-BAL-LAST-DATE(WS-BAL-IDX)
        MOVE WS-RUN-CYCLE TO WS-BAL-LAST-CYCLE(WS-BAL-IDX)
        PERFORM 2300-REFRESH-AVAILABLE
    END-PERFORM
    MOVE WS-POSTED-COUNT TO WS-POSTED-COUNT-ED
    MOVE WS-NEW-ACCT-COUNT TO WS-NEW-ACCT-COUNT-ED
    DISPLAY "ENTRIES POSTED: " WS-POSTED-COUNT-ED
            "  NEW ACCOUNTS OPENED ON ACCTBAL: " WS-NEW-ACCT-COUNT-ED
        UPON CONSOLE
    IF WS-UNPOSTED-COUNT > 0
        MOVE WS-UNPOSTED-COUNT TO WS-UNPOSTED-COUNT-ED
        DISPLAY "*** ENTRIES NOT POSTED (BALANCE TABLE FULL): "
                WS-UNPOSTED-COUNT-ED " ***" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
    IF WS-BAD-AMOUNT-COUNT > 0
        MOVE WS-BAD-AMOUNT-COUNT TO WS-BAD-AMOUNT-COUNT-ED
        DISPLAY "*** ENTRIES NOT POSTED (BASE AMOUNT NOT NUMERIC): "
                WS-BAD-AMOUNT-COUNT-ED " ***" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF
*> A part-posted generation must not reach ACCTBAL: its stamp would
*> hold off the corrected rerun at 1200 and the skipped entries could
*> never post. Nothing is written, and the rerun posts it in full.
    IF WS-UNPOSTED-COUNT > 0 OR WS-BAD-AMOUNT-COUNT > 0
        SET POSTING-HELD TO TRUE
        DISPLAY "*** " WS-MERGED-NAME " FOR " WS-RUN-DATE
                " CYCLE " WS-RUN-CYCLE " NOT POSTED IN FULL - "
                "ACCTBAL AND ACCTBHST NOT REWRITTEN - NOTHING "
                "POSTED ***" UPON CONSOLE
    END-IF.

2100-POST-ONE-ENTRY.
    MOVE TRAN-ACCOUNT-NO OF WS-MERGED-RECORD TO WS-BAL-SEARCH-ACCT
    PERFORM 2200-FIND-BALANCE-SLOT
    IF BAL-SLOT-HIT
        IF TRAN-BASE-AMOUNT OF WS-MERGED-RECORD IS NUMERIC
            ADD TRAN-BASE-AMOUNT OF WS-MERGED-RECORD
                TO WS-BAL-LEDGER(WS-BAL-IDX)
            ADD TRAN-BASE-AMOUNT OF WS-MERGED-RECORD
                TO WS-POSTED-TOTAL
            IF TRAN-BASE-AMOUNT OF WS-MERGED-RECORD >= 0
                ADD TRAN-BASE-AMOUNT OF WS-MERGED-RECORD
                    TO WS-BAL-PAID-IN(WS-BAL-IDX)
            ELSE
                ADD TRAN-BASE-AMOUNT OF WS-MERGED-RECORD
                    TO WS-BAL-PAID-OUT(WS-BAL-IDX)
            END-IF
            IF WS-BAL-LEDGER(WS-BAL-IDX) < WS-BAL-DAY-LOW(WS-BAL-IDX)
                MOVE WS-BAL-LEDGER(WS-BAL-IDX)
                    TO WS-BAL-DAY-LOW(WS-BAL-IDX)
            END-IF
            ADD 1 TO WS-BAL-POST-COUNT(WS-BAL-IDX)
            ADD 1 TO WS-POSTED-COUNT
        ELSE
            DISPLAY "BASE AMOUNT NOT NUMERIC - REF: "
                    TRAN-REF-ID OF WS-MERGED-RECORD UPON CONSOLE
            ADD 1 TO WS-BAD-AMOUNT-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-UNPOSTED-COUNT
    END-IF.

2200-FIND-BALANCE-SLOT.
*> Find (or open) the balance for WS-BAL-SEARCH-ACCT. BAL-SLOT-HIT
*> ends up meaning "WS-BAL-IDX points at a valid slot", found or
*> freshly opened, the same contract HISTREBL's bucket finder keeps.
*> An account first seen today opens at zero with today as its
*> business date.
    MOVE "N" TO WS-BAL-HIT
    PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
            UNTIL WS-BAL-IDX > WS-BAL-COUNT OR BAL-SLOT-HIT
        IF WS-BAL-ACCOUNT(WS-BAL-IDX) = WS-BAL-SEARCH-ACCT
            SET BAL-SLOT-HIT TO TRUE
        END-IF
    END-PERFORM
    IF BAL-SLOT-HIT
*> The find loop leaves WS-BAL-IDX one past the matching slot.
        SUBTRACT 1 FROM WS-BAL-IDX
    ELSE
        IF WS-BAL-COUNT = WS-BAL-TABLE-LIMIT
            IF NOT BAL-TABLE-FULL
                SET BAL-TABLE-FULL TO TRUE
                DISPLAY "BALANCE TABLE FULL AT 2000 - POSTINGS TO "
                        "NEW ACCOUNTS CANNOT BE APPLIED"
                    UPON CONSOLE
            END-IF
        ELSE
            ADD 1 TO WS-BAL-COUNT
            ADD 1 TO WS-NEW-ACCT-COUNT
            MOVE WS-BAL-COUNT TO WS-BAL-IDX
            MOVE WS-BAL-SEARCH-ACCT TO WS-BAL-ACCOUNT(WS-BAL-IDX)
            MOVE 0 TO WS-BAL-LEDGER(WS-BAL-IDX)
            MOVE 0 TO WS-BAL-AVAILABLE(WS-BAL-IDX)
            MOVE 0 TO WS-BAL-OD-LIMIT(WS-BAL-IDX)
            MOVE 0 TO WS-BAL-LAST-DATE(WS-BAL-IDX)
            MOVE 0 TO WS-BAL-LAST-CYCLE(WS-BAL-IDX)
            PERFORM 1220-OPEN-BUSINESS-DAY
            SET BAL-SLOT-HIT TO TRUE
        END-IF
    END-IF.

2300-REFRESH-AVAILABLE.
*> The agreed limit comes from ACCTMST every run - the master is the
*> authority, the copy on ACCTBAL is only what the last run used.
*> Available is what the holder can still draw: ledger plus limit.
    MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO WS-BAL-SEARCH-ACCT
    PERFORM 2310-FIND-MASTER-ACCOUNT
    IF ACCT-FOUND
        MOVE WS-ACCT-OD-LIMIT(WS-ACCT-IDX)
            TO WS-BAL-OD-LIMIT(WS-BAL-IDX)
    ELSE
        IF ACCTMST-LOADED
            MOVE 0 TO WS-BAL-OD-LIMIT(WS-BAL-IDX)
        END-IF
    END-IF
    COMPUTE WS-BAL-AVAILABLE(WS-BAL-IDX)
        = WS-BAL-LEDGER(WS-BAL-IDX) + WS-BAL-OD-LIMIT(WS-BAL-IDX).

2310-FIND-MASTER-ACCOUNT.
    MOVE "N" TO WS-ACCT-FOUND
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR ACCT-FOUND
        IF WS-ACCT-NUMBER(WS-ACCT-IDX) = WS-BAL-SEARCH-ACCT
            SET ACCT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ACCT-FOUND
        SUBTRACT 1 FROM WS-ACCT-IDX
    END-IF.

3000-WRITE-BALANCES.
*> Roll the balance master forward in one pass. A write failure
*> here leaves ACCTBAL short of the accounts not yet written, so it
*> is flagged at 16 for the morning - the history appended below
*> still carries every closing figure to rebuild it from.
    OPEN OUTPUT WS-BALANCE-FILE
    IF NOT WS-BALANCE-OK
        DISPLAY "UNABLE TO OPEN WS-BALANCE-FILE, STATUS: "
                WS-BALANCE-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                UNTIL WS-BAL-IDX > WS-BAL-COUNT
            MOVE SPACES TO WS-BALANCE-RECORD
            MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO ABL-ACCOUNT-NO
            MOVE WS-BAL-LEDGER(WS-BAL-IDX) TO ABL-LEDGER-BAL
            MOVE WS-BAL-AVAILABLE(WS-BAL-IDX) TO ABL-AVAILABLE-BAL
            MOVE WS-BAL-OD-LIMIT(WS-BAL-IDX) TO ABL-OD-LIMIT
            MOVE WS-BAL-BUS-DATE(WS-BAL-IDX) TO ABL-BUSINESS-DATE
            MOVE WS-BAL-OPEN-LEDGER(WS-BAL-IDX) TO ABL-OPEN-LEDGER
            MOVE WS-BAL-PAID-IN(WS-BAL-IDX) TO ABL-DAY-PAID-IN
            MOVE WS-BAL-PAID-OUT(WS-BAL-IDX) TO ABL-DAY-PAID-OUT
            MOVE WS-BAL-DAY-LOW(WS-BAL-IDX) TO ABL-DAY-LOW
            MOVE WS-BAL-POST-COUNT(WS-BAL-IDX) TO ABL-DAY-POST-COUNT
            MOVE WS-BAL-LAST-DATE(WS-BAL-IDX) TO ABL-LAST-POST-DATE
            MOVE WS-BAL-LAST-CYCLE(WS-BAL-IDX) TO ABL-LAST-POST-CYCLE
            WRITE WS-BALANCE-RECORD
            IF NOT WS-BALANCE-OK
                DISPLAY "UNABLE TO WRITE WS-BALANCE-RECORD, STATUS: "
                        WS-BALANCE-STATUS UPON CONSOLE
                MOVE 16 TO RETURN-CODE
            END-IF
        END-PERFORM
        CLOSE WS-BALANCE-FILE
    END-IF.

3100-WRITE-BALANCE-HISTORY.
*> One history record per account per run, appended: the first of a
*> date carries its opening, the last its close.
    OPEN EXTEND WS-BALHIST-FILE
    IF NOT WS-BALHIST-OK
        OPEN OUTPUT WS-BALHIST-FILE
    END-IF
    IF NOT WS-BALHIST-OK
        DISPLAY "UNABLE TO OPEN WS-BALHIST-FILE, STATUS: "
                WS-BALHIST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                UNTIL WS-BAL-IDX > WS-BAL-COUNT
            MOVE SPACES TO WS-BALHIST-RECORD
            MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO ABH-ACCOUNT-NO
            MOVE WS-RUN-DATE TO ABH-BUSINESS-DATE
            MOVE WS-RUN-CYCLE TO ABH-CYCLE-NO
            MOVE WS-BAL-OPEN-LEDGER(WS-BAL-IDX) TO ABH-OPEN-LEDGER
            MOVE WS-BAL-PAID-IN(WS-BAL-IDX) TO ABH-DAY-PAID-IN
            MOVE WS-BAL-PAID-OUT(WS-BAL-IDX) TO ABH-DAY-PAID-OUT
            MOVE WS-BAL-LEDGER(WS-BAL-IDX) TO ABH-CLOSE-LEDGER
            MOVE WS-BAL-AVAILABLE(WS-BAL-IDX) TO ABH-CLOSE-AVAILABLE
            MOVE WS-BAL-OD-LIMIT(WS-BAL-IDX) TO ABH-OD-LIMIT
            MOVE WS-BAL-POST-COUNT(WS-BAL-IDX) TO ABH-DAY-POST-COUNT
            WRITE WS-BALHIST-RECORD
            IF NOT WS-BALHIST-OK
                DISPLAY "UNABLE TO WRITE WS-BALHIST-RECORD, STATUS: "
                        WS-BALHIST-STATUS UPON CONSOLE
                MOVE 16 TO RETURN-CODE
            END-IF
        END-PERFORM
        CLOSE WS-BALHIST-FILE
    END-IF.

4000-PRINT-EXCEPTIONS.
*> Every account with postings on the business date that either
*> closed below zero or fell below its agreed overdraft floor at any
*> point in the day. The listing is the day-to-date position, so a
*> later cycle restates the morning's exceptions with the
*> afternoon's postings applied.
    OPEN OUTPUT WS-EXCEPT-FILE
    IF NOT WS-EXCEPT-OK
        DISPLAY "UNABLE TO OPEN WS-EXCEPT-FILE, STATUS: "
                WS-EXCEPT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-EXC-LINE
        STRING "OVERDRAFT / NSF EXCEPTION REPORT   BUSINESS DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   CYCLE: " DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-EXC-LINE
        PERFORM 4900-WRITE-EXCEPTION-LINE
        MOVE SPACES TO WS-EXC-LINE
        PERFORM 4900-WRITE-EXCEPTION-LINE
        MOVE SPACES TO WS-EXC-LINE
        MOVE "ACCOUNT" TO WS-EXC-LINE(1:7)
        MOVE "NAME" TO WS-EXC-LINE(12:4)
        MOVE "OPENING" TO WS-EXC-LINE(53:7)
        MOVE "CLOSING" TO WS-EXC-LINE(71:7)
        MOVE "DAY LOW" TO WS-EXC-LINE(89:7)
        MOVE "STATE" TO WS-EXC-LINE(98:5)
        PERFORM 4900-WRITE-EXCEPTION-LINE
        PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                UNTIL WS-BAL-IDX > WS-BAL-COUNT
            IF WS-BAL-POST-COUNT(WS-BAL-IDX) > 0
                PERFORM 4100-CHECK-ONE-ACCOUNT
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-EXC-LINE
        PERFORM 4900-WRITE-EXCEPTION-LINE
        IF WS-EXCEPTION-COUNT = 0
            MOVE "  (NO ACCOUNTS OVERDRAWN OR OVER LIMIT)"
                TO WS-EXC-LINE
            PERFORM 4900-WRITE-EXCEPTION-LINE
        END-IF
        MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-ED
        MOVE WS-POSTED-COUNT TO WS-POSTED-COUNT-ED
        MOVE WS-POSTED-TOTAL TO WS-EXC-TOTAL-ED
        MOVE SPACES TO WS-EXC-LINE
        STRING "ACCOUNTS LISTED: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT-ED DELIMITED BY SIZE
               "   ENTRIES POSTED THIS RUN: " DELIMITED BY SIZE
               WS-POSTED-COUNT-ED DELIMITED BY SIZE
               "   NET BASE AMOUNT: " DELIMITED BY SIZE
               WS-EXC-TOTAL-ED DELIMITED BY SIZE
            INTO WS-EXC-LINE
        PERFORM 4900-WRITE-EXCEPTION-LINE
        CLOSE WS-EXCEPT-FILE
        DISPLAY "OVERDRAFT/NSF EXCEPTIONS LISTED: "
                WS-EXCEPTION-COUNT-ED UPON CONSOLE
    END-IF.

4100-CHECK-ONE-ACCOUNT.
*> The floor is the negative of the agreed limit. Over the floor at
*> the close is OVER LIMIT; below zero but inside the facility is
*> OVERDRAWN; back inside by the close but through the floor at
*> some point in the day is an intraday NSF the branch still needs
*> to see, since a debit was paid against funds that were not there.
    PERFORM 2300-REFRESH-AVAILABLE
    COMPUTE WS-EXC-FLOOR = 0 - WS-BAL-OD-LIMIT(WS-BAL-IDX)
    MOVE SPACES TO WS-EXC-STATE
    EVALUATE TRUE
        WHEN WS-BAL-LEDGER(WS-BAL-IDX) < WS-EXC-FLOOR
            MOVE "OVER LIMIT" TO WS-EXC-STATE
        WHEN WS-BAL-LEDGER(WS-BAL-IDX) < 0
            MOVE "OVERDRAWN" TO WS-EXC-STATE
        WHEN WS-BAL-DAY-LOW(WS-BAL-IDX) < WS-EXC-FLOOR
            MOVE "NSF INTRADAY" TO WS-EXC-STATE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-EXC-STATE NOT = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
        IF ACCT-FOUND
            MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO WS-EXC-NAME
        ELSE
            MOVE "(NOT ON ACCTMST)" TO WS-EXC-NAME
        END-IF
        MOVE WS-BAL-OPEN-LEDGER(WS-BAL-IDX) TO WS-EXC-OPEN-ED
        MOVE WS-BAL-LEDGER(WS-BAL-IDX) TO WS-EXC-CLOSE-ED
        MOVE WS-BAL-DAY-LOW(WS-BAL-IDX) TO WS-EXC-LOW-ED
        MOVE WS-BAL-OD-LIMIT(WS-BAL-IDX) TO WS-EXC-LIMIT-ED
        MOVE SPACES TO WS-EXC-LINE
        MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO WS-EXC-LINE(1:10)
        MOVE WS-EXC-NAME TO WS-EXC-LINE(12:30)
        MOVE WS-EXC-OPEN-ED TO WS-EXC-LINE(43:17)
        MOVE WS-EXC-CLOSE-ED TO WS-EXC-LINE(61:17)
        MOVE WS-EXC-LOW-ED TO WS-EXC-LINE(79:17)
        MOVE WS-EXC-STATE TO WS-EXC-LINE(98:14)
        PERFORM 4900-WRITE-EXCEPTION-LINE
        MOVE SPACES TO WS-EXC-LINE
        STRING "           AGREED OVERDRAFT LIMIT: " DELIMITED BY SIZE
               WS-EXC-LIMIT-ED DELIMITED BY SIZE
            INTO WS-EXC-LINE
        PERFORM 4900-WRITE-EXCEPTION-LINE
    END-IF.

4900-WRITE-EXCEPTION-LINE.
    WRITE WS-EXCEPT-RECORD FROM WS-EXC-LINE
    IF NOT WS-EXCEPT-OK
        DISPLAY "UNABLE TO WRITE WS-EXCEPT-RECORD, STATUS: "
                WS-EXCEPT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE WS-MERGED-NAME TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "ACCTMST" TO WS-LDG-FILE-NAME
    MOVE WS-ACCT-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    IF NOT POSTING-HELD
        MOVE "O" TO WS-LDG-FILE-ROLE
        MOVE "ACCTBAL" TO WS-LDG-FILE-NAME
        MOVE WS-BAL-COUNT TO WS-LDG-FILE-RECORDS
        PERFORM 1960-ADD-LEDGER-COUNT
    END-IF
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
