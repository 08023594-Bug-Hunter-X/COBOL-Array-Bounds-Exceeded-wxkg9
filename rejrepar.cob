*> as the PENDWH warehouse), so a reject stays workable until it
*> is resubmitted or written off even though DAILYTBL rewrites
*> REJFILE every run.
*> Operators sign on against the operator master (OPERMST). A
*> correction or write-off valued over the operator's role limit
*> does not take effect: it is parked on the approval queue
*> (APPRQUE) for a second operator to decide in APPRWRK, and the
*> decision is applied at the start of the next pass.
*> A reject dated in an accounting period PERDCLS has closed
*> (PERDSTAT) cannot be resubmitted - DAILYTBL would only reject it
*> again. It stays pending until its date is corrected into an
*> open period, or it is written off.
*> The reject file worked is the one DAILYTBL wrote for the CTLFILE
*> business date and cycle - REJFILE, or REJFnn for a later
*> intraday cycle - and the pass runs only once GLACKWRK has ended
*> cleanly for the same date and cycle.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. REJREPAR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-REJECT-FILE ASSIGN TO WS-REJECT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORRPT-STATUS.

    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-GLADJ-FILE ASSIGN TO "GLADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WOREG-STATUS.

    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

    SELECT WS-APPRQUE-FILE ASSIGN TO "APPRQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRQUE-STATUS.

    SELECT WS-APPRNEW-FILE ASSIGN TO "APPRNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRNEW-STATUS.

    SELECT WS-PERDSTAT-FILE ASSIGN TO "PERDSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDSTAT-STATUS.

    SELECT WS-REJHIST-FILE ASSIGN TO "REJHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RJH-KEY
        FILE STATUS IS WS-REJHIST-STATUS.

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
    05  DSP-REPAIR-DATE         PIC 9(8).
    05  DSP-OPERATOR-ID         PIC X(3).

FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-GLADJ-FILE.
01  WS-GLADJ-RECORD             PIC X(80).
FD  WS-WOREG-FILE.
01  WS-WOREG-RECORD             PIC X(100).

FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

FD  WS-APPRQUE-FILE.
01  WS-APPRQUE-RECORD.
    COPY APPRQUE.

FD  WS-APPRNEW-FILE.
01  WS-APPRNEW-RECORD           PIC X(280).

FD  WS-PERDSTAT-FILE.
01  WS-PERDSTAT-RECORD.
    COPY PERDSTAT.

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

FD  WS-REJHIST-FILE.
01  WS-REJHIST-RECORD.
*> One record per disposition ever taken, keyed so the same ref can
    05  RJH-OPERATOR-ID         PIC X(3).

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-REJECT-STATUS             PIC XX.
    88  WS-REJECT-OK                   VALUE "00".
    88  WS-REJECT-EOF                  VALUE "10".
    05  CURR-REASON-CODE         PIC X(4).
        88  LOGGING-FAILURE-REJECT     VALUES "AUDT" "CKPT" "MRGE".

01  WS-ORIGINAL-REJECT.
*> The reject as it came off the file, before any correction - the
*> approval queue's before image, and what a declined correction
*> goes back to.
    05  ORIG-REJ-DATE            PIC 9(8).
    05  ORIG-SEQUENCE-NO         PIC 9(5).
    05  ORIG-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.
    05  ORIG-REASON-CODE         PIC X(4).

01  WS-REPAIR-DATE               PIC 9(8) VALUE 0.

01  WS-CYCLE-WORK.
*> Same generation naming DAILYTBL writes: cycle 1 is the legacy
*> REJFILE, later cycles REJFnn.
    05  WS-RUN-DATE              PIC 9(8) VALUE 0.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
    05  WS-REJECT-NAME           PIC X(8) VALUE "REJFILE".
    05  WS-PENDOUT-COUNT         PIC 9(7) VALUE 0.

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "REJREPAR".
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

01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-GLADJ-STATUS              PIC XX.
    88  WS-GLADJ-OK                    VALUE "00".

01  WS-OPERATOR-ID               PIC X(3) VALUE SPACES.

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-APPRQUE-STATUS            PIC XX.
    88  WS-APPRQUE-OK                  VALUE "00".
    88  WS-APPRQUE-EOF                 VALUE "10".

01  WS-APPRNEW-STATUS            PIC XX.
    88  WS-APPRNEW-OK                  VALUE "00".
    88  WS-APPRNEW-EOF                 VALUE "10".

01  WS-PERDSTAT-STATUS           PIC XX.
    88  WS-PERDSTAT-OK                 VALUE "00".
    88  WS-PERDSTAT-EOF                VALUE "10".

01  WS-CLOSED-PERIOD-WORK.
*> Accounting periods closed on PERDSTAT - months as YYYYMM, whole
*> years as YYYY00 - the same list DAILYTBL's edit refuses.
    05  WS-CLS-COUNT             PIC 9(3) VALUE 0.
    05  WS-CLS-IDX               PIC 9(3) VALUE 0.
    05  WS-CLS-TABLE-LIMIT       PIC 9(3) VALUE 300.
    05  WS-CLS-DATE-PERIOD       PIC 9(6) VALUE 0.
    05  WS-CLS-YEAR-KEY          PIC 9(6) VALUE 0.
    05  WS-CLS-HIT               PIC X VALUE "N".
        88  CLS-PERIOD-CLOSED          VALUE "Y".
    05  WS-CLS-PERIOD OCCURS 300 TIMES
                                 PIC 9(6).

01  WS-SIGNON-WORK.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-ROLE-COUNT            PIC 9(3) VALUE 0.
    05  WS-ROLE-IDX              PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-SESSION-OPERATOR      PIC X(3) VALUE SPACES.

01  WS-OPERATOR-TABLE.
*> Operators and roles from OPERMST. Only the limits this program
*> enforces are kept - corrections and write-offs.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-ROLE          PIC X(4).
        10  WS-OPR-STATUS        PIC X.
    05  WS-ROLE-ENTRY OCCURS 20 TIMES.
        10  WS-ROLE-CODE         PIC X(4).
        10  WS-ROLE-REPAIR-LIMIT PIC 9(9)V99.
        10  WS-ROLE-WOFF-LIMIT   PIC 9(9)V99.

01  WS-APPROVAL-WORK.
    05  WS-PARK-SW               PIC X VALUE "N".
        88  PARK-FOR-APPROVAL          VALUE "Y".
    05  WS-APPLYING-SW           PIC X VALUE "N".
        88  APPLYING-APPROVED          VALUE "Y".
    05  WS-PARK-ACTION           PIC X(4) VALUE SPACES.
    05  WS-ACTION-AMOUNT         PIC 9(9)V99 VALUE 0.
    05  WS-ACTION-LIMIT          PIC 9(9)V99 VALUE 0.
    05  WS-APPR-TIME             PIC 9(8) VALUE 0.
    05  WS-APPR-SEQ              PIC 9(3) VALUE 0.
    05  WS-APPR-APPLIED-COUNT    PIC 9(5) VALUE 0.
    05  WS-APPR-APPLIED-ED       PIC ZZZZ9.
    05  WS-APPRNEW-WRITE-SW      PIC X VALUE "N".
        88  APPRNEW-WRITE-FAILED       VALUE "Y".

01  WS-REJHIST-SWITCHES.
    05  WS-REJHIST-AVAIL         PIC X VALUE "N".
        88  REJHIST-AVAILABLE          VALUE "Y".

01  WS-GL-WORK.
    05  WS-GL-IDX                PIC 9(3) VALUE 0.
    05  WS-GL-ACCOUNT-HIT        PIC X VALUE "N".
        88  GL-ACCOUNT-HIT             VALUE "Y".
    05  WS-GL-SUSPENSE-ACCOUNT   PIC X(8) VALUE "99999999".

01  WS-TYPE-WORK.
    05  WS-TYP-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYP-IDX               PIC 9(3) VALUE 0.
    05  WS-TYP-FOUND             PIC X VALUE "N".
        88  TYP-FOUND                  VALUE "Y".
    05  WS-TYPEMST-LOADED        PIC X VALUE "N".
        88  TYPEMST-LOADED             VALUE "Y".

01  WS-TYPE-TABLE.
*> Same transaction-type master DAILYTBL edits and posts through,
*> loaded the same way, so a written-off DEP lands in the ledger
*> exactly where a posted DEP would have - an unmapped type takes
*> the same suspense road, never a private one - and a type repair
*> is held to the same list of live codes the edit will apply.
    05  WS-TYP-ENTRY OCCURS 200 TIMES.
        10  WS-TYP-CODE          PIC X(4).
        10  WS-TYP-GL-ACCOUNT    PIC X(8).
        10  WS-TYP-STATUS        PIC X.
            88  TYP-IS-ACTIVE          VALUE "A".

01  WS-GLADJ-WORK.
    05  WS-GLADJ-OPEN            PIC X VALUE "N".
    05  WS-RESUB-COUNT           PIC 9(5) VALUE 0.
    05  WS-WRITEOFF-COUNT        PIC 9(5) VALUE 0.
    05  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
    05  WS-PARKED-COUNT          PIC 9(5) VALUE 0.
    05  WS-PARKED-COUNT-ED       PIC ZZZZ9.
    05  WS-REJECTS-READ-ED       PIC ZZZZ9.
    05  WS-RESUB-COUNT-ED        PIC ZZZZ9.
    05  WS-WRITEOFF-COUNT-ED     PIC ZZZZ9.

1000-INITIALIZE.
    ACCEPT WS-REPAIR-DATE FROM DATE YYYYMMDD
    PERFORM 1050-CHECK-RUN-CONTROL
    PERFORM 1400-LOAD-OPERATOR-MASTER
    PERFORM 1500-LOAD-CLOSED-PERIODS
    OPEN INPUT WS-REJECT-FILE
    IF NOT WS-REJECT-OK
        DISPLAY "UNABLE TO OPEN WS-REJECT-FILE, STATUS: "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-CORR-FILE
    IF WS-CORR-OK
        SET BATCH-MODE TO TRUE
    IF NOT BATCH-MODE
*> Every disposition must be attributable - blank initials would
*> leave DSP-OPERATOR-ID and the lifecycle master saying nobody
*> decided anything - and the initials must be an active operator
*> on OPERMST, whose role sets what the session may do unaided.
*> Three tries, then the pass stops before a single output file
*> has been opened, so nothing carried forward is lost.
        MOVE "N" TO WS-OPR-FOUND
        MOVE 0 TO WS-SIGNON-TRIES
        PERFORM UNTIL OPR-FOUND OR WS-SIGNON-TRIES = 3
            DISPLAY "ENTER OPERATOR INITIALS (3 CHARACTERS): "
                UPON CONSOLE
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM CONSOLE
            ADD 1 TO WS-SIGNON-TRIES
            PERFORM 1410-FIND-OPERATOR
            IF NOT OPR-FOUND
                DISPLAY "OPERATOR " WS-OPERATOR-ID
                        " NOT ACTIVE ON OPERMST" UPON CONSOLE
            END-IF
        END-PERFORM
        IF NOT OPR-FOUND
            DISPLAY "SIGN-ON REFUSED AFTER THREE ATTEMPTS - "
                    "REPAIR PASS NOT RUN" UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
*> Appended, not replaced: DISPMNT's dispute credits and reversals
*> wait here too, and DAILYTBL empties the file once it has
*> captured them.
    OPEN EXTEND WS-RESUB-FILE
    IF NOT WS-RESUB-OK
        OPEN OUTPUT WS-RESUB-FILE
    END-IF
    IF NOT WS-RESUB-OK
        DISPLAY "UNABLE TO OPEN WS-RESUB-FILE, STATUS: "
                WS-RESUB-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-DISP-FILE
    IF NOT WS-DISP-OK
        DISPLAY "UNABLE TO OPEN WS-DISP-FILE, STATUS: "
                WS-DISP-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
*> No carried-forward pendings is the normal first-pass case, so a
*> missing REJPEND is not an error.
    OPEN INPUT WS-PENDIN-FILE
    IF WS-PENDIN-OK
        SET PENDIN-FILE-OPEN TO TRUE
    END-IF
    OPEN OUTPUT WS-PENDOUT-FILE
    IF NOT WS-PENDOUT-OK
        DISPLAY "UNABLE TO OPEN WS-PENDOUT-FILE, STATUS: "
                WS-PENDOUT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-LOAD-TYPE-MASTER
    PERFORM 1300-OPEN-REJECT-HISTORY
    OPEN OUTPUT WS-WOREG-FILE
    IF NOT WS-WOREG-OK
    MOVE SPACES TO WS-WOREG-LINE
    PERFORM 2950-WRITE-WOREG-LINE.

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
*> The reject file and the carried-forward pendings as mounted,
*> counted before either is read. No REJPEND counts as empty.
    MOVE 2 TO WS-LGN-COUNT
    MOVE WS-REJECT-NAME TO WS-LGN-NAME(1)
    MOVE "REJPEND" TO WS-LGN-NAME(2)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    MOVE 0 TO WS-LGN-ACTUAL(2)
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
    END-IF
    OPEN INPUT WS-PENDIN-FILE
    IF WS-PENDIN-OK
        PERFORM UNTIL WS-PENDIN-EOF
            READ WS-PENDIN-FILE
                AT END
                    SET WS-PENDIN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(2)
            END-READ
        END-PERFORM
        CLOSE WS-PENDIN-FILE
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

1050-CHECK-RUN-CONTROL.
*> Before anyone is asked to sign on: the reject file is the one
*> for the CTLFILE date and cycle, GLACKWRK must have ended cleanly
*> for them, and REJPEND must be the REJPENDO the last pass wrote.
    MOVE WS-REPAIR-DATE TO WS-RUN-DATE
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
    DISPLAY "REPAIRING " WS-REJECT-NAME " FOR BUSINESS DATE "
            WS-RUN-DATE " CYCLE " WS-RUN-CYCLE UPON CONSOLE
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER.

1200-LOAD-TYPE-MASTER.
*> A missing master is the suspense road for every write-off, same
*> as it is for DAILYTBL's extract - flagged, not fatal - and type
*> repairs then go through unchecked for the edit to judge.
    MOVE 0 TO WS-TYP-COUNT
    OPEN INPUT WS-TYPEMST-FILE
    IF WS-TYPEMST-OK
        SET TYPEMST-LOADED TO TRUE
        PERFORM UNTIL WS-TYPEMST-EOF
            READ WS-TYPEMST-FILE
                AT END
                    SET WS-TYPEMST-EOF TO TRUE
                NOT AT END
                    IF WS-TYP-COUNT < 200
                        ADD 1 TO WS-TYP-COUNT
                        MOVE TYM-TRAN-TYPE
                            TO WS-TYP-CODE(WS-TYP-COUNT)
                        MOVE TYM-GL-ACCOUNT
                            TO WS-TYP-GL-ACCOUNT(WS-TYP-COUNT)
                        MOVE TYM-STATUS
                            TO WS-TYP-STATUS(WS-TYP-COUNT)
                    ELSE
                        DISPLAY "TYPEMST ENTRY IGNORED - TYPE TABLE "
                                "FULL AT 200: " TYM-TRAN-TYPE
                            UPON CONSOLE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-TYPEMST-FILE
    ELSE
        DISPLAY "TYPEMST NOT AVAILABLE, STATUS: " WS-TYPEMST-STATUS
                " - WRITE-OFF POSTINGS GO TO SUSPENSE"
            UPON CONSOLE
    END-IF.

1210-CHECK-NEW-TYPE.
*> A corrected TRAN-TYPE is held to the live codes on the master: a
*> type the edit is certain to reject again is refused here, while
*> the operator is still looking at the entry, rather than coming
*> back tomorrow as the same TYPE reject. Nothing else about the
*> repair is re-edited - DAILYTBL stays the authority on the rest.
    MOVE "N" TO WS-TYP-FOUND
    IF NOT TYPEMST-LOADED
        SET TYP-FOUND TO TRUE
    END-IF
    PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
            UNTIL WS-TYP-IDX > WS-TYP-COUNT OR TYP-FOUND
        IF WS-TYP-CODE(WS-TYP-IDX) = WS-FIELD-TEXT(1:4)
           AND TYP-IS-ACTIVE(WS-TYP-IDX)
            SET TYP-FOUND TO TRUE
        END-IF
    END-PERFORM.

1400-LOAD-OPERATOR-MASTER.
*> No operator master, no way to say who may do what - the pass
*> stops before anything is opened for output.
    MOVE 0 TO WS-OPR-COUNT
    MOVE 0 TO WS-ROLE-COUNT
    OPEN INPUT WS-OPERMST-FILE
    IF NOT WS-OPERMST-OK
        DISPLAY "UNABLE TO OPEN WS-OPERMST-FILE, STATUS: "
                WS-OPERMST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-OPERMST-EOF
        READ WS-OPERMST-FILE
            AT END
                SET WS-OPERMST-EOF TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN OPM-IS-ROLE
                        IF OPM-REPAIR-LIMIT IS NOT NUMERIC
                           OR OPM-WRITEOFF-LIMIT IS NOT NUMERIC
                            DISPLAY "OPERMST ROLE IGNORED - LIMIT NOT "
                                    "NUMERIC: " OPM-ROLE-CODE
                                UPON CONSOLE
                        ELSE
                            IF WS-ROLE-COUNT < 20
                                ADD 1 TO WS-ROLE-COUNT
                                MOVE OPM-ROLE-CODE
                                    TO WS-ROLE-CODE(WS-ROLE-COUNT)
                                MOVE OPM-REPAIR-LIMIT
                                    TO WS-ROLE-REPAIR-LIMIT
                                       (WS-ROLE-COUNT)
                                MOVE OPM-WRITEOFF-LIMIT
                                    TO WS-ROLE-WOFF-LIMIT
                                       (WS-ROLE-COUNT)
                            ELSE
                                DISPLAY "OPERMST ROLE IGNORED - ROLE "
                                        "TABLE FULL AT 20: "
                                        OPM-ROLE-CODE UPON CONSOLE
                            END-IF
                        END-IF
                    WHEN OPM-IS-OPERATOR
                        IF WS-OPR-COUNT < 200
                            ADD 1 TO WS-OPR-COUNT
                            MOVE OPM-OPERATOR-ID
                                TO WS-OPR-ID(WS-OPR-COUNT)
                            MOVE OPM-OPERATOR-ROLE
                                TO WS-OPR-ROLE(WS-OPR-COUNT)
                            MOVE OPM-OPERATOR-STATUS
                                TO WS-OPR-STATUS(WS-OPR-COUNT)
                        ELSE
                            DISPLAY "OPERMST OPERATOR IGNORED - TABLE "
                                    "FULL AT 200: " OPM-OPERATOR-ID
                                UPON CONSOLE
                        END-IF
                    WHEN OTHER
                        DISPLAY "OPERMST RECORD IGNORED - TYPE NOT "
                                "R OR O" UPON CONSOLE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE WS-OPERMST-FILE.

1410-FIND-OPERATOR.
*> WS-OPERATOR-ID is good only if active on OPERMST under a role
*> that is itself on file - the role is where the limits live.
*> Leaves WS-ROLE-IDX on the operator's role.
    MOVE "N" TO WS-OPR-FOUND
    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
            UNTIL WS-OPR-IDX > WS-OPR-COUNT OR OPR-FOUND
        IF WS-OPR-ID(WS-OPR-IDX) = WS-OPERATOR-ID
           AND WS-OPERATOR-ID NOT = SPACES
           AND WS-OPR-STATUS(WS-OPR-IDX) = "A"
            SET OPR-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF OPR-FOUND
        SUBTRACT 1 FROM WS-OPR-IDX
        MOVE "N" TO WS-OPR-FOUND
        PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                UNTIL WS-ROLE-IDX > WS-ROLE-COUNT OR OPR-FOUND
            IF WS-ROLE-CODE(WS-ROLE-IDX) = WS-OPR-ROLE(WS-OPR-IDX)
                SET OPR-FOUND TO TRUE
            END-IF
        END-PERFORM
        IF OPR-FOUND
            SUBTRACT 1 FROM WS-ROLE-IDX
        END-IF
    END-IF.

1500-LOAD-CLOSED-PERIODS.
*> No PERDSTAT just means no period has been closed yet. A closed
*> period that cannot be held would let a repair resubmit into it,
*> so a full table refuses the pass - before any output is opened,
*> so nothing carried forward is lost.
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
                            DISPLAY "CLOSED PERIOD TABLE FULL AT 300 "
                                    "- PERIOD " PDS-PERIOD
                                    " CANNOT BE HELD - REPAIR PASS "
                                    "NOT RUN" UPON CONSOLE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-PERDSTAT-FILE
    END-IF.

1300-OPEN-REJECT-HISTORY.
*> The lifecycle master answers "what happened to reject seq 00042
*> from last Tuesday" without digging through old disposition
    CLOSE WS-CORR-FILE.

2000-REVIEW-REJECTS.
*> Oldest debt first: the approval decisions taken since the prior
*> pass, the rejects carried forward from it, then the latest
*> run's reject file.
    PERFORM 2050-APPLY-APPROVED-REQUESTS
    IF PENDIN-FILE-OPEN
        PERFORM UNTIL WS-PENDIN-EOF
            READ WS-PENDIN-FILE
                    SET WS-PENDIN-EOF TO TRUE
                NOT AT END
                    MOVE WS-PENDIN-RECORD TO WS-CURRENT-REJECT
                    MOVE WS-CURRENT-REJECT TO WS-ORIGINAL-REJECT
                    ADD 1 TO WS-REJECTS-READ
                    IF BATCH-MODE
                        PERFORM 2700-BATCH-ONE-REJECT
                SET WS-REJECT-EOF TO TRUE
            NOT AT END
                MOVE WS-REJECT-RECORD TO WS-CURRENT-REJECT
                MOVE WS-CURRENT-REJECT TO WS-ORIGINAL-REJECT
                ADD 1 TO WS-REJECTS-READ
                IF BATCH-MODE
                    PERFORM 2700-BATCH-ONE-REJECT
        END-READ
    END-PERFORM.

2050-APPLY-APPROVED-REQUESTS.
*> APPRWRK's decisions on corrections and write-offs parked by
*> earlier passes. An approved one takes effect now, under the
*> maker's initials, exactly as it would have had it been inside
*> the maker's limit; a declined one goes back to the pending
*> rejects as it stood before the maker touched it. The queue
*> turns around through APPRNEW with each one stamped applied -
*> the close-scan-rewrite PENDINQ uses on the warehouse. No queue
*> yet is a shop where nothing has ever been parked. An APPRNEW that
*> could not be written in full is never copied back - the queue is
*> left as it was and the run ends at RC 16.
    MOVE WS-OPERATOR-ID TO WS-SESSION-OPERATOR
    MOVE 0 TO WS-APPR-APPLIED-COUNT
    OPEN INPUT WS-APPRQUE-FILE
    IF WS-APPRQUE-OK
        OPEN OUTPUT WS-APPRNEW-FILE
        IF NOT WS-APPRNEW-OK
            DISPLAY "UNABLE TO OPEN WS-APPRNEW-FILE, STATUS: "
                    WS-APPRNEW-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-APPRQUE-EOF
            READ WS-APPRQUE-FILE
                AT END
                    SET WS-APPRQUE-EOF TO TRUE
                NOT AT END
                    IF (APR-IS-CORRECTION OR APR-IS-WRITE-OFF)
                       AND (APR-IS-APPROVED OR APR-IS-DECLINED)
                       AND APR-APPLIED-DATE = 0
                        PERFORM 2060-APPLY-ONE-REQUEST
                    END-IF
                    WRITE WS-APPRNEW-RECORD FROM WS-APPRQUE-RECORD
                    IF NOT WS-APPRNEW-OK
                        DISPLAY "UNABLE TO WRITE WS-APPRNEW-RECORD, "
                                "STATUS: " WS-APPRNEW-STATUS
                            UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                        SET APPRNEW-WRITE-FAILED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-APPRQUE-FILE
        CLOSE WS-APPRNEW-FILE
        IF APPRNEW-WRITE-FAILED
            DISPLAY "APPRQUE NOT REWRITTEN - DECISIONS APPLIED THIS "
                    "RUN ARE NOT STAMPED ON THE QUEUE" UPON CONSOLE
        ELSE
            IF WS-APPR-APPLIED-COUNT > 0
                PERFORM 2070-REWRITE-APPROVAL-QUEUE
            END-IF
        END-IF
        MOVE WS-APPR-APPLIED-COUNT TO WS-APPR-APPLIED-ED
        DISPLAY "APPROVAL DECISIONS APPLIED: " WS-APPR-APPLIED-ED
            UPON CONSOLE
    END-IF
    MOVE WS-SESSION-OPERATOR TO WS-OPERATOR-ID.

2060-APPLY-ONE-REQUEST.
    SET APPLYING-APPROVED TO TRUE
    MOVE APR-MAKER-ID TO WS-OPERATOR-ID
    IF APR-IS-APPROVED
        MOVE APR-AFTER-IMAGE TO WS-CURRENT-REJECT
        IF APR-IS-WRITE-OFF
            MOVE "W" TO WS-DISPOSITION-REPLY
        ELSE
            MOVE "R" TO WS-DISPOSITION-REPLY
        END-IF
    ELSE
        MOVE APR-BEFORE-IMAGE TO WS-CURRENT-REJECT
        MOVE "P" TO WS-DISPOSITION-REPLY
    END-IF
    MOVE WS-CURRENT-REJECT TO WS-ORIGINAL-REJECT
    ADD 1 TO WS-REJECTS-READ
    PERFORM 2600-APPLY-DISPOSITION
    MOVE "N" TO WS-APPLYING-SW
    MOVE WS-REPAIR-DATE TO APR-APPLIED-DATE
    ADD 1 TO WS-APPR-APPLIED-COUNT.

2070-REWRITE-APPROVAL-QUEUE.
    OPEN INPUT WS-APPRNEW-FILE
    IF NOT WS-APPRNEW-OK
        DISPLAY "UNABLE TO OPEN WS-APPRNEW-FILE, STATUS: "
                WS-APPRNEW-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS UPON CONSOLE
        CLOSE WS-APPRNEW-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-APPRNEW-EOF
        READ WS-APPRNEW-FILE
            AT END
                SET WS-APPRNEW-EOF TO TRUE
            NOT AT END
                WRITE WS-APPRQUE-RECORD FROM WS-APPRNEW-RECORD
                IF NOT WS-APPRQUE-OK
                    DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, "
                            "STATUS: " WS-APPRQUE-STATUS
                        UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-APPRNEW-FILE
    CLOSE WS-APPRQUE-FILE.

2100-REVIEW-ONE-REJECT.
*> Show the operator everything the reject record carries, then take
*> a disposition. R resubmits the entry as it stands, C corrects one
*> files - the console dialogue and the batch correction pass both
*> land here, so the resubmission file, the disposition file, and
*> the REJPENDO carry-forward behave identically in both modes.
*> A correction or write-off over the operator's limit is parked
*> for approval instead - it is neither resubmitted nor carried
*> forward until APPRWRK has decided it.
*> A resubmission dated in a closed period is held back first,
*> approved or not: the period was signed off after the approval.
    IF REPLY-RESUBMIT OR REPLY-CORRECT
        PERFORM 2605-CHECK-CLOSED-PERIOD
    END-IF
    MOVE "N" TO WS-PARK-SW
    IF NOT APPLYING-APPROVED
        PERFORM 2610-CHECK-AUTHORITY
    END-IF
    IF PARK-FOR-APPROVAL
        PERFORM 2620-PARK-FOR-APPROVAL
    END-IF
    EVALUATE TRUE
        WHEN PARK-FOR-APPROVAL
            MOVE "APPR " TO DSP-DISPOSITION
            ADD 1 TO WS-PARKED-COUNT
        WHEN REPLY-RESUBMIT
        WHEN REPLY-CORRECT
            PERFORM 2300-WRITE-RESUBMISSION
    END-EVALUATE
    PERFORM 2400-WRITE-DISPOSITION.

2605-CHECK-CLOSED-PERIOD.
*> The entry as it would go back in - so a date corrected into an
*> open month resubmits. An unreadable date is DAILYTBL's to refuse.
    MOVE "N" TO WS-CLS-HIT
    IF TRAN-DATE OF CURR-ENTRY IS NUMERIC
        DIVIDE TRAN-DATE OF CURR-ENTRY BY 100
            GIVING WS-CLS-DATE-PERIOD
        DIVIDE WS-CLS-DATE-PERIOD BY 100 GIVING WS-CLS-YEAR-KEY
        MULTIPLY 100 BY WS-CLS-YEAR-KEY
        PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   OR CLS-PERIOD-CLOSED
            IF WS-CLS-PERIOD(WS-CLS-IDX) = WS-CLS-DATE-PERIOD
               OR WS-CLS-PERIOD(WS-CLS-IDX) = WS-CLS-YEAR-KEY
                SET CLS-PERIOD-CLOSED TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF CLS-PERIOD-CLOSED
        MOVE "P" TO WS-DISPOSITION-REPLY
        MOVE "TRAN-DATE IN A CLOSED PERIOD - LEFT PENDING"
            TO WS-CORRPT-MSG
        IF BATCH-MODE
            PERFORM 2810-WRITE-CORRPT-DETAIL
        ELSE
            DISPLAY WS-CORRPT-MSG UPON CONSOLE
        END-IF
    END-IF.

2610-CHECK-AUTHORITY.
*> A correction is a resubmission whose entry no longer matches
*> the reject as read; a plain resubmission changes nothing and
*> DAILYTBL's edit judges it again, so it needs no limit. The
*> correction is valued at the larger of the amount before and
*> after, so shrinking an amount is no way round the limit; a
*> write-off at the amount 2650 would post. An amount that cannot
*> be valued at all is never inside anybody's limit.
    MOVE SPACES TO WS-PARK-ACTION
    IF (REPLY-RESUBMIT OR REPLY-CORRECT)
       AND WS-CURRENT-REJECT NOT = WS-ORIGINAL-REJECT
        MOVE "CORR" TO WS-PARK-ACTION
    END-IF
    IF REPLY-WRITEOFF
        MOVE "WOFF" TO WS-PARK-ACTION
    END-IF
    IF WS-PARK-ACTION NOT = SPACES
        PERFORM 1410-FIND-OPERATOR
        IF NOT OPR-FOUND
*> Only a batch correction can get here unsigned - its initials
*> are whatever the preparer put on the record.
            MOVE "P" TO WS-DISPOSITION-REPLY
            MOVE "OPERATOR NOT ACTIVE ON OPERMST - LEFT PENDING"
                TO WS-CORRPT-MSG
            IF BATCH-MODE
                PERFORM 2810-WRITE-CORRPT-DETAIL
            ELSE
                DISPLAY WS-CORRPT-MSG UPON CONSOLE
            END-IF
        ELSE
            MOVE 0 TO WS-ACTION-AMOUNT
            IF WS-PARK-ACTION = "CORR"
                IF TRAN-AMOUNT OF CURR-ENTRY IS NUMERIC
                    COMPUTE WS-ACTION-AMOUNT
                        = FUNCTION ABS(TRAN-AMOUNT OF CURR-ENTRY)
                END-IF
                IF TRAN-AMOUNT OF ORIG-ENTRY IS NUMERIC
                    IF FUNCTION ABS(TRAN-AMOUNT OF ORIG-ENTRY)
                            > WS-ACTION-AMOUNT
                        COMPUTE WS-ACTION-AMOUNT
                            = FUNCTION ABS(TRAN-AMOUNT OF ORIG-ENTRY)
                    END-IF
                ELSE
                    MOVE 999999999.99 TO WS-ACTION-AMOUNT
                END-IF
                MOVE WS-ROLE-REPAIR-LIMIT(WS-ROLE-IDX)
                    TO WS-ACTION-LIMIT
            ELSE
                EVALUATE TRUE
                    WHEN TRAN-BASE-AMOUNT OF CURR-ENTRY IS NUMERIC
                        COMPUTE WS-ACTION-AMOUNT = FUNCTION ABS
                            (TRAN-BASE-AMOUNT OF CURR-ENTRY)
                    WHEN TRAN-AMOUNT OF CURR-ENTRY IS NUMERIC
                        COMPUTE WS-ACTION-AMOUNT = FUNCTION ABS
                            (TRAN-AMOUNT OF CURR-ENTRY)
                    WHEN OTHER
                        MOVE 999999999.99 TO WS-ACTION-AMOUNT
                END-EVALUATE
                MOVE WS-ROLE-WOFF-LIMIT(WS-ROLE-IDX)
                    TO WS-ACTION-LIMIT
            END-IF
            IF WS-ACTION-AMOUNT > WS-ACTION-LIMIT
                SET PARK-FOR-APPROVAL TO TRUE
            END-IF
        END-IF
    END-IF.

2620-PARK-FOR-APPROVAL.
*> Append the request - the queue is append-only between APPRWRK
*> sessions, opened and closed per request the way CANLLOG is. If
*> it cannot be written the reject stays pending rather than going
*> anywhere unapproved.
    OPEN EXTEND WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        OPEN OUTPUT WS-APPRQUE-FILE
    END-IF
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS " - REJECT LEFT PENDING"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "N" TO WS-PARK-SW
        MOVE "P" TO WS-DISPOSITION-REPLY
    ELSE
        MOVE SPACES TO WS-APPRQUE-RECORD
        MOVE WS-REPAIR-DATE TO APR-REQUEST-DATE
        ACCEPT WS-APPR-TIME FROM TIME
        MOVE WS-APPR-TIME TO APR-REQUEST-TIME
        ADD 1 TO WS-APPR-SEQ
        MOVE WS-APPR-SEQ TO APR-REQUEST-SEQ
        MOVE WS-PARK-ACTION TO APR-ACTION
        MOVE WS-OPERATOR-ID TO APR-MAKER-ID
        MOVE WS-ACTION-AMOUNT TO APR-AMOUNT
        MOVE TRAN-REF-ID OF CURR-ENTRY TO APR-REF-ID
        SET APR-IS-PENDING TO TRUE
        MOVE 0 TO APR-DECISION-DATE
        MOVE 0 TO APR-APPLIED-DATE
        MOVE WS-ORIGINAL-REJECT TO APR-BEFORE-IMAGE
        MOVE WS-CURRENT-REJECT TO APR-AFTER-IMAGE
        WRITE WS-APPRQUE-RECORD
        IF NOT WS-APPRQUE-OK
            DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, STATUS: "
                    WS-APPRQUE-STATUS " - REJECT LEFT PENDING"
                UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            MOVE "N" TO WS-PARK-SW
            MOVE "P" TO WS-DISPOSITION-REPLY
        ELSE
            IF NOT BATCH-MODE
                DISPLAY "OVER YOUR " WS-PARK-ACTION " LIMIT - PARKED "
                        "FOR APPROVAL BY A SECOND OPERATOR"
                    UPON CONSOLE
            END-IF
        END-IF
        CLOSE WS-APPRQUE-FILE
    END-IF.

2700-BATCH-ONE-REJECT.
*> The batch twin of 2100: find this reject's prepared correction
*> by reject date + sequence + ref, apply its field fix and
2750-APPLY-CORRECTION-FIELD.
*> Same one-field repair the console path offers, fed from the
*> correction record instead of ACCEPTs, with the same conversions
*> and the same refusal to store a non-numeric amount or date or a
*> type that is not live on the type master. The corrected value is
*> otherwise not re-edited here - DAILYTBL's edit
*> stage stays the single authority, and a repair that is still bad
*> simply rejects again tomorrow.
    MOVE WS-COR-NEW-VALUE(WS-CORR-IDX) TO WS-FIELD-TEXT
    MOVE WS-COR-AMOUNT-SIGN(WS-CORR-IDX) TO WS-AMOUNT-SIGN-REPLY
    EVALUATE WS-COR-FIELD(WS-CORR-IDX)
        WHEN "T"
            PERFORM 1210-CHECK-NEW-TYPE
            IF TYP-FOUND
                MOVE WS-FIELD-TEXT(1:4) TO TRAN-TYPE OF CURR-ENTRY
            ELSE
                MOVE "TYPE NOT ACTIVE ON TYPEMST - FIELD LEFT AS WAS"
                    TO WS-CORRPT-MSG
                PERFORM 2810-WRITE-CORRPT-DETAIL
            END-IF
        WHEN "A"
            IF WS-FIELD-TEXT(1:11) IS NUMERIC
                IF AMOUNT-IS-CREDIT

2200-CORRECT-FIELD.
*> One field per pass is all a repair should need - the reason code
*> already names the field that failed. Beyond refusing a type that
*> is not live on the type master, the corrected value is not
*> re-edited here; DAILYTBL's edit stage is the single authority on
*> what is acceptable.
    DISPLAY "CORRECT WHICH FIELD - T)YPE A)MOUNT D)ATE R)EF "
        WHEN FIELD-IS-TYPE
            DISPLAY "ENTER NEW TYPE (4 CHARACTERS): " UPON CONSOLE
            ACCEPT WS-FIELD-TEXT FROM CONSOLE
            PERFORM 1210-CHECK-NEW-TYPE
            IF TYP-FOUND
                MOVE WS-FIELD-TEXT(1:4) TO TRAN-TYPE OF CURR-ENTRY
            ELSE
                DISPLAY "TYPE NOT ACTIVE ON TYPEMST - FIELD LEFT AS WAS"
                    UPON CONSOLE
            END-IF
        WHEN FIELD-IS-AMOUNT
            DISPLAY "ENTER NEW AMOUNT (11 DIGITS, 9(9)V99): "
                UPON CONSOLE
2650-POST-WRITE-OFF.
*> A write-off is money that never reached the ledger - this is
*> where it finally does. One GL adjustment detail through the same
*> type-master/suspense discipline as 8620-WRITE-GL-DETAIL in DAILYTBL,
*> and one line plus a reason/branch bucket on the write-off
*> register. Base-currency amount where the entry has one (a
*> reject can predate conversion, or have failed before the rate
    END-IF
    MOVE "N" TO WS-GL-ACCOUNT-HIT
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-TYP-COUNT OR GL-ACCOUNT-HIT
        IF WS-TYP-CODE(WS-GL-IDX) = TRAN-TYPE OF CURR-ENTRY
           AND WS-TYP-GL-ACCOUNT(WS-GL-IDX) NOT = SPACES
            SET GL-ACCOUNT-HIT TO TRUE
            MOVE WS-TYP-GL-ACCOUNT(WS-GL-IDX) TO ADJ-DTL-ACCOUNT
        END-IF
    END-PERFORM
    IF NOT GL-ACCOUNT-HIT
           "  BY: " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
        INTO WS-WOREG-LINE
    IF APPLYING-APPROVED
        MOVE "  APPROVED: " TO WS-WOREG-LINE(78:12)
        MOVE APR-CHECKER-ID TO WS-WOREG-LINE(90:3)
    END-IF
    PERFORM 2950-WRITE-WOREG-LINE.

2660-OPEN-ADJUSTMENT-BATCH.
*> DAILYTBL rewrites REJFILE every run, so a pending reject only
*> survives by riding the carry-forward file to the next pass.
    WRITE WS-PENDOUT-RECORD FROM WS-CURRENT-REJECT
    IF WS-PENDOUT-OK
        ADD 1 TO WS-PENDOUT-COUNT
    ELSE
        DISPLAY "UNABLE TO WRITE WS-PENDOUT-RECORD, STATUS: "
                WS-PENDOUT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    MOVE WS-RESUB-COUNT TO WS-RESUB-COUNT-ED
    MOVE WS-WRITEOFF-COUNT TO WS-WRITEOFF-COUNT-ED
    MOVE WS-PENDING-COUNT TO WS-PENDING-COUNT-ED
    MOVE WS-PARKED-COUNT TO WS-PARKED-COUNT-ED
    DISPLAY "REJECTS REVIEWED: " WS-REJECTS-READ-ED
            "  RESUBMITTED: " WS-RESUB-COUNT-ED
            "  WRITTEN OFF: " WS-WRITEOFF-COUNT-ED
            "  PENDING: " WS-PENDING-COUNT-ED
            "  AWAITING APPROVAL: " WS-PARKED-COUNT-ED
        UPON CONSOLE
    CLOSE WS-REJECT-FILE
    CLOSE WS-RESUB-FILE
    IF PENDIN-FILE-OPEN
        CLOSE WS-PENDIN-FILE
    END-IF
    CLOSE WS-PENDOUT-FILE
*> REJPENDO goes on the ledger as REJPEND, the name the next pass
*> reads it by once the scheduler has renamed it.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE WS-REJECT-NAME TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "REJPEND" TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(2) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE "REJPEND" TO WS-LDG-FILE-NAME
    MOVE WS-PENDOUT-COUNT TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9200-WRITE-REGISTER-TOTALS.
*> The register's second half: write-off value by reason code and
    PERFORM 2800-WRITE-CORRPT-LINE
    DISPLAY WS-CORRPT-LINE UPON CONSOLE
    CLOSE WS-CORRPT-FILE.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
