*> was never acknowledged, was rejected, or posted short - instead
*> of nobody on this side knowing until month-end. Then works the
*> suspense items: lists every detail the extract posted to the
*> 99999999 suspense account, re-maps each through the
*> transaction-type master (the normal cure - accounting fills in
*> the type's GL account through TYPEMNT, this program picks the
*> fix up), lets the operator key an account for anything still
*> unmapped, and cuts a correcting GLPOST-format batch (GLCORR)
*> that backs each item out of suspense and posts it where it
*> belongs, under the same count-and-hash trailer discipline.
*> A keyed account needs an operator signed on against OPERMST;
*> one worth more than the operator's assign limit is parked on
*> the approval queue (APPRQUE) instead, and once approved in
*> APPRWRK it goes out on the next run's correcting batch.
*> The batch worked is the one DAILYTBL cut for the CTLFILE business
*> date and cycle - GLPOST, or GLPSTnn for a later intraday cycle.
*> Run each morning after the GL returns its acknowledgments.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-GLPOST-FILE ASSIGN TO WS-GLPOST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLPOST-STATUS.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLACK-STATUS.

    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-GLCORR-FILE ASSIGN TO "GLCORR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLCORR-STATUS.

    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

    SELECT WS-APPRQUE-FILE ASSIGN TO "APPRQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRQUE-STATUS.

    SELECT WS-APPRNEW-FILE ASSIGN TO "APPRNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRNEW-STATUS.

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

FD  WS-GLPOST-FILE.
01  WS-GLPOST-RECORD            PIC X(80).

    05  ACK-CYCLE-NO            PIC 9(2).
    05  FILLER                  PIC X(49).

FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-GLCORR-FILE.
01  WS-GLCORR-RECORD            PIC X(80).

FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

FD  WS-APPRQUE-FILE.
01  WS-APPRQUE-RECORD.
    COPY APPRQUE.

FD  WS-APPRNEW-FILE.
01  WS-APPRNEW-RECORD           PIC X(280).

FD  WS-RUNLEDG-FILE.
01  WS-RUNLEDG-RECORD.
    COPY RUNLEDG.

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS            PIC XX.
    88  WS-CONTROL-OK                  VALUE "00".

01  WS-GLPOST-STATUS             PIC XX.
    88  WS-GLPOST-OK                   VALUE "00".
    88  WS-GLPOST-EOF                  VALUE "10".
    88  WS-GLACK-OK                    VALUE "00".
    88  WS-GLACK-EOF                   VALUE "10".

01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-GLCORR-STATUS             PIC XX.
    88  WS-GLCORR-OK                   VALUE "00".

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-APPRQUE-STATUS            PIC XX.
    88  WS-APPRQUE-OK                  VALUE "00".
    88  WS-APPRQUE-EOF                 VALUE "10".

01  WS-APPRNEW-STATUS            PIC XX.
    88  WS-APPRNEW-OK                  VALUE "00".
    88  WS-APPRNEW-EOF                 VALUE "10".

01  WS-CYCLE-WORK.
*> Same generation naming DAILYTBL writes: cycle 1 is the legacy
*> GLPOST, later cycles GLPSTnn.
    05  WS-RUN-DATE              PIC 9(8) VALUE 0.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.
    05  WS-GLPOST-NAME           PIC X(8) VALUE "GLPOST".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "GLACKWRK".
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

01  WS-GLP-VIEW.
*> The extract batch record views, same shapes 8600-GL-EXTRACT
*> writes - the record type byte says which view applies.
    05  WS-ACK-REC-CYCLE         PIC 9(2) VALUE 1.

01  WS-GL-WORK.
    05  WS-GL-IDX                PIC 9(3) VALUE 0.
    05  WS-GL-ACCOUNT-HIT        PIC X VALUE "N".
        88  GL-ACCOUNT-HIT             VALUE "Y".
    05  WS-GL-SUSPENSE-ACCOUNT   PIC X(8) VALUE "99999999".
    05  WS-TYP-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYP-DESCRIPTION       PIC X(30) VALUE SPACES.

01  WS-TYPE-TABLE.
*> Type code, description and GL account from the transaction-type
*> master - the same accounts DAILYTBL's extract posts through.
    05  WS-TYP-ENTRY OCCURS 200 TIMES.
        10  WS-TYP-CODE          PIC X(4).
        10  WS-TYP-DESC          PIC X(30).
        10  WS-TYP-GL-ACCOUNT    PIC X(8).

01  WS-SUSPENSE-WORK.
    05  WS-SUSP-COUNT            PIC 9(3) VALUE 0.
        88  SUSP-TABLE-FULL            VALUE "Y".
    05  WS-SUSP-RESOLVED-COUNT   PIC 9(3) VALUE 0.
    05  WS-SUSP-LEFT-COUNT       PIC 9(3) VALUE 0.
    05  WS-SUSP-PARKED-COUNT     PIC 9(3) VALUE 0.
    05  WS-SUSP-COUNT-ED         PIC ZZ9.
    05  WS-SUSP-RESOLVED-ED      PIC ZZ9.
    05  WS-SUSP-LEFT-ED          PIC ZZ9.
    05  WS-SUSP-PARKED-ED        PIC ZZ9.
    05  WS-ASSIGN-REPLY          PIC X(8) VALUE SPACES.

01  WS-SUSPENSE-TABLE.
        10  WS-SUSP-ORIG-AMOUNT  PIC S9(9)V99.
        10  WS-SUSP-NEW-ACCOUNT  PIC X(8).

01  WS-SIGNON-WORK.
*> Nobody is asked to sign on unless an item actually needs a keyed
*> account - a morning where the type master cures everything runs
*> unattended, as it always has.
    05  WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
    05  WS-SIGNON-STATE          PIC X VALUE SPACE.
        88  SIGNON-NOT-TRIED           VALUE SPACE.
        88  OPERATOR-SIGNED-ON         VALUE "Y".
        88  SIGNON-REFUSED             VALUE "N".
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-ROLE-COUNT            PIC 9(3) VALUE 0.
    05  WS-ROLE-IDX              PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-ASSIGN-LIMIT          PIC 9(9)V99 VALUE 0.
    05  WS-ASSIGN-VALUE          PIC 9(9)V99 VALUE 0.

01  WS-OPERATOR-TABLE.
*> Operators and roles from OPERMST - only the assign limit is this
*> program's business.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-ROLE          PIC X(4).
        10  WS-OPR-STATUS        PIC X.
    05  WS-ROLE-ENTRY OCCURS 20 TIMES.
        10  WS-ROLE-CODE         PIC X(4).
        10  WS-ROLE-ASSIGN-LIMIT PIC 9(9)V99.

01  WS-APPROVAL-WORK.
    05  WS-APPR-TIME             PIC 9(8) VALUE 0.
    05  WS-APPR-SEQ              PIC 9(3) VALUE 0.
    05  WS-APPR-APPLIED-COUNT    PIC 9(5) VALUE 0.
    05  WS-APPR-APPLIED-ED       PIC ZZZZ9.
    05  WS-APPRNEW-WRITE-SW      PIC X VALUE "N".
        88  APPRNEW-WRITE-FAILED       VALUE "Y".
    05  WS-QUEUED-COUNT          PIC 9(3) VALUE 0.
    05  WS-QUEUED-IDX            PIC 9(3) VALUE 0.
    05  WS-QUEUED-HIT            PIC X VALUE "N".
        88  QUEUED-HIT                 VALUE "Y".
    05  WS-QUEUED-REF OCCURS 500 TIMES
                                 PIC X(20).

01  WS-CORR-WORK.
    05  WS-CORR-OPEN             PIC X VALUE "N".
        88  CORR-FILE-OPEN             VALUE "Y".
    PERFORM 1000-INITIALIZE
    PERFORM 2000-READ-EXTRACT-BATCH
    PERFORM 3000-CHECK-ACKNOWLEDGMENT
    PERFORM 3500-APPLY-APPROVED-ASSIGNMENTS
    PERFORM 4000-WORK-SUSPENSE-ITEMS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE TO WS-RUN-DATE
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
        MOVE SPACES TO WS-GLPOST-NAME
        STRING "GLPST" DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
            INTO WS-GLPOST-NAME
    END-IF
    DISPLAY "WORKING " WS-GLPOST-NAME " FOR BUSINESS DATE "
            WS-RUN-DATE " CYCLE " WS-RUN-CYCLE UPON CONSOLE
*> The batch is the one DAILYTBL cut for this date and cycle, so
*> DAILYTBL must have ended cleanly for them.
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
*> The extract batch as mounted, counted before it is read.
    MOVE 1 TO WS-LGN-COUNT
    MOVE WS-GLPOST-NAME TO WS-LGN-NAME(1)
    MOVE 0 TO WS-LGN-ACTUAL(1)
    OPEN INPUT WS-GLPOST-FILE
    IF WS-GLPOST-OK
        PERFORM UNTIL WS-GLPOST-EOF
            READ WS-GLPOST-FILE
                AT END
                    SET WS-GLPOST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LGN-ACTUAL(1)
            END-READ
        END-PERFORM
        CLOSE WS-GLPOST-FILE
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

2000-READ-EXTRACT-BATCH.
*> Re-walk the extract batch itself: the header names the batch the
            SET SUSP-TABLE-FULL TO TRUE
            DISPLAY "SUSPENSE TABLE FULL AT 500 - REMAINING "
                    "ITEMS WAIT FOR THE NEXT PASS" UPON CONSOLE
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

        DISPLAY "*** GLACK NOT AVAILABLE, STATUS: " WS-GLACK-STATUS
                " - BATCH " WS-BATCH-DATE " CYCLE " WS-BATCH-CYCLE
                " NEVER ACKNOWLEDGED ***" UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM UNTIL WS-GLACK-EOF
            READ WS-GLACK-FILE
                DISPLAY "*** NO ACKNOWLEDGMENT FOR BATCH "
                        WS-BATCH-DATE " CYCLE " WS-BATCH-CYCLE
                        " - GL NEVER ANSWERED ***" UPON CONSOLE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN ACK-HIT-REJECTED
                DISPLAY "*** BATCH " WS-BATCH-DATE " CYCLE "
                        WS-BATCH-CYCLE " REJECTED BY THE GL - "
                        "RESUBMIT AFTER REVIEW ***" UPON CONSOLE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN ACK-HIT-ACCEPTED
                IF WS-ACK-HIT-COUNT NOT = WS-BATCH-COUNT
                   OR WS-ACK-HIT-HASH NOT = WS-BATCH-HASH
                    DISPLAY "*** BATCH " WS-BATCH-DATE " ACCEPTED "
                            "BUT POSTED COUNT/HASH DO NOT TIE TO "
                            "OUR TRAILER ***" UPON CONSOLE
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                ELSE
                    DISPLAY "BATCH " WS-BATCH-DATE " CYCLE "
                            WS-BATCH-CYCLE " ACKNOWLEDGED CLEAN"
                DISPLAY "*** BATCH " WS-BATCH-DATE " ACK STATUS "
                        "UNRECOGNIZED: " WS-ACK-HIT-STATUS " ***"
                    UPON CONSOLE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-EVALUATE
    END-IF.

3500-APPLY-APPROVED-ASSIGNMENTS.
*> Manual assignments APPRWRK has approved since the last run go
*> out first on this run's correcting batch, each from the
*> suspense item as it was parked. Every assignment still pending
*> or already carried out is noted, so the same suspense item seen
*> again on a re-run is not keyed a second time. The queue turns
*> around through APPRNEW with each one applied stamped, and is
*> left as it was when APPRNEW could not be written in full.
    MOVE 0 TO WS-APPR-APPLIED-COUNT
    MOVE 0 TO WS-QUEUED-COUNT
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
                    IF APR-IS-GL-ASSIGN
                        IF APR-IS-APPROVED AND APR-APPLIED-DATE = 0
                            PERFORM 3510-WRITE-APPROVED-PAIR
                            MOVE WS-TODAY-DATE TO APR-APPLIED-DATE
                            ADD 1 TO WS-APPR-APPLIED-COUNT
                        END-IF
                        IF (APR-IS-PENDING OR APR-IS-APPROVED)
                           AND WS-QUEUED-COUNT < 500
                            ADD 1 TO WS-QUEUED-COUNT
                            MOVE APR-REF-ID
                                TO WS-QUEUED-REF(WS-QUEUED-COUNT)
                        END-IF
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
            DISPLAY "APPRQUE NOT REWRITTEN - ASSIGNMENTS MOVED OUT "
                    "THIS RUN ARE NOT STAMPED ON THE QUEUE"
                UPON CONSOLE
        END-IF
        IF WS-APPR-APPLIED-COUNT > 0 AND NOT APPRNEW-WRITE-FAILED
            PERFORM 3520-REWRITE-APPROVAL-QUEUE
            MOVE WS-APPR-APPLIED-COUNT TO WS-APPR-APPLIED-ED
            DISPLAY "APPROVED ACCOUNT ASSIGNMENTS MOVED OUT: "
                    WS-APPR-APPLIED-ED UPON CONSOLE
        END-IF
    END-IF.

3510-WRITE-APPROVED-PAIR.
*> The same backing-out pair 4300 writes, from the parked item.
    IF NOT CORR-FILE-OPEN
        PERFORM 4400-OPEN-CORRECTION-BATCH
    END-IF
    MOVE WS-GL-SUSPENSE-ACCOUNT TO COR-DTL-ACCOUNT
    MOVE APR-GL-TYPE TO COR-DTL-TRAN-TYPE
    COMPUTE COR-DTL-AMOUNT = 0 - APR-GL-AMOUNT
    MOVE APR-GL-DATE TO COR-DTL-DATE
    MOVE APR-GL-REF-ID TO COR-DTL-REF-ID
    MOVE APR-GL-CURRENCY TO COR-DTL-CURRENCY
    COMPUTE COR-DTL-ORIG-AMOUNT = 0 - APR-GL-ORIG-AMOUNT
    PERFORM 4350-WRITE-CORRECTION-DETAIL
    MOVE APR-GL-NEW-ACCOUNT TO COR-DTL-ACCOUNT
    MOVE APR-GL-AMOUNT TO COR-DTL-AMOUNT
    MOVE APR-GL-ORIG-AMOUNT TO COR-DTL-ORIG-AMOUNT
    PERFORM 4350-WRITE-CORRECTION-DETAIL
    DISPLAY "  APPROVED BY " APR-CHECKER-ID ": " APR-GL-REF-ID
            " TO ACCOUNT " APR-GL-NEW-ACCOUNT UPON CONSOLE.

3520-REWRITE-APPROVAL-QUEUE.
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

4000-WORK-SUSPENSE-ITEMS.
    IF WS-SUSP-COUNT = 0
        DISPLAY "NO SUSPENSE ITEMS IN BATCH " WS-BATCH-DATE
        MOVE WS-SUSP-COUNT TO WS-SUSP-COUNT-ED
        DISPLAY "SUSPENSE ITEMS IN BATCH " WS-BATCH-DATE ": "
                WS-SUSP-COUNT-ED UPON CONSOLE
        PERFORM 4100-LOAD-TYPE-MASTER
        PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
            PERFORM 4200-RESOLVE-ONE-ITEM
        END-PERFORM
        MOVE WS-SUSP-RESOLVED-COUNT TO WS-SUSP-RESOLVED-ED
        MOVE WS-SUSP-LEFT-COUNT TO WS-SUSP-LEFT-ED
        MOVE WS-SUSP-PARKED-COUNT TO WS-SUSP-PARKED-ED
        DISPLAY "SUSPENSE WORKOUT - MOVED OUT: "
                WS-SUSP-RESOLVED-ED
                "  LEFT IN SUSPENSE: " WS-SUSP-LEFT-ED
                "  AWAITING APPROVAL: " WS-SUSP-PARKED-ED
            UPON CONSOLE
    END-IF
*> Approved assignments may have opened the batch even on a
*> morning with no suspense of its own.
    IF CORR-FILE-OPEN
        PERFORM 4500-CLOSE-CORRECTION-BATCH
    END-IF.

4100-LOAD-TYPE-MASTER.
*> Same master DAILYTBL's 8620 maps through: a missing master just
*> means every item needs the operator, which is exactly the state
*> that put the items in suspense to begin with.
    MOVE 0 TO WS-TYP-COUNT
    OPEN INPUT WS-TYPEMST-FILE
    IF WS-TYPEMST-OK
        PERFORM UNTIL WS-TYPEMST-EOF
            READ WS-TYPEMST-FILE
                AT END
                    SET WS-TYPEMST-EOF TO TRUE
                NOT AT END
                    IF WS-TYP-COUNT < 200
                        ADD 1 TO WS-TYP-COUNT
                        MOVE TYM-TRAN-TYPE
                            TO WS-TYP-CODE(WS-TYP-COUNT)
                        MOVE TYM-DESCRIPTION
                            TO WS-TYP-DESC(WS-TYP-COUNT)
                        MOVE TYM-GL-ACCOUNT
                            TO WS-TYP-GL-ACCOUNT(WS-TYP-COUNT)
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
                " - EVERY ITEM NEEDS AN OPERATOR ACCOUNT"
            UPON CONSOLE
    END-IF.

4200-RESOLVE-ONE-ITEM.
*> List the item, then settle its account: the type master's GL
*> account is tried first (the usual fix), and only a type still
*> without one asks
*> the operator. A blank reply leaves the item in suspense for the
*> next pass - nothing is ever forced out.
    MOVE WS-SUSP-AMOUNT(WS-SUSP-IDX) TO WS-AMOUNT-ED
        INTO WS-WORK-LINE
    DISPLAY WS-WORK-LINE UPON CONSOLE
    MOVE "N" TO WS-GL-ACCOUNT-HIT
    MOVE "(TYPE NOT ON TYPEMST)" TO WS-TYP-DESCRIPTION
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-TYP-COUNT OR GL-ACCOUNT-HIT
        IF WS-TYP-CODE(WS-GL-IDX) = WS-SUSP-TYPE(WS-SUSP-IDX)
            MOVE WS-TYP-DESC(WS-GL-IDX) TO WS-TYP-DESCRIPTION
            IF WS-TYP-GL-ACCOUNT(WS-GL-IDX) NOT = SPACES
                SET GL-ACCOUNT-HIT TO TRUE
                MOVE WS-TYP-GL-ACCOUNT(WS-GL-IDX)
                    TO WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX)
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "  TYPE DESCRIPTION: " WS-TYP-DESCRIPTION UPON CONSOLE
    IF GL-ACCOUNT-HIT
       AND WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX)
            = WS-GL-SUSPENSE-ACCOUNT
*> A master entry pointing a type AT suspense is not a fix.
        MOVE "N" TO WS-GL-ACCOUNT-HIT
        MOVE SPACES TO WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX)
    END-IF
*> An item with an assignment awaiting approval, or one already
*> moved under approval, is left to the queue whatever the master
*> now says - moving it again would post it twice.
    PERFORM 4250-CHECK-QUEUED
    EVALUATE TRUE
        WHEN QUEUED-HIT
            MOVE "N" TO WS-GL-ACCOUNT-HIT
            DISPLAY "  ASSIGNMENT ALREADY ON THE APPROVAL QUEUE"
                UPON CONSOLE
        WHEN GL-ACCOUNT-HIT
            DISPLAY "  MAPPED TO ACCOUNT: "
                    WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX) UPON CONSOLE
        WHEN OTHER
            IF SIGNON-NOT-TRIED
                PERFORM 4210-SIGN-ON
            END-IF
            IF OPERATOR-SIGNED-ON
                PERFORM 4220-KEY-ACCOUNT
            END-IF
    END-EVALUATE
    EVALUATE TRUE
        WHEN GL-ACCOUNT-HIT
            ADD 1 TO WS-SUSP-RESOLVED-COUNT
            PERFORM 4300-WRITE-CORRECTION-PAIR
        WHEN QUEUED-HIT
            ADD 1 TO WS-SUSP-PARKED-COUNT
        WHEN OTHER
            ADD 1 TO WS-SUSP-LEFT-COUNT
            DISPLAY "  LEFT IN SUSPENSE" UPON CONSOLE
    END-EVALUATE.

4210-SIGN-ON.
*> Only an active operator on OPERMST may key an account, three
*> tries. No master or no good initials leaves every unmapped item
*> in suspense for the run - the automatic cures still go out.
    SET SIGNON-REFUSED TO TRUE
    PERFORM 4230-LOAD-OPERATOR-MASTER
    IF WS-OPERMST-OK OR WS-OPERMST-EOF
        MOVE 0 TO WS-SIGNON-TRIES
        PERFORM UNTIL OPERATOR-SIGNED-ON OR WS-SIGNON-TRIES = 3
            DISPLAY "ENTER OPERATOR INITIALS TO ASSIGN ACCOUNTS: "
                UPON CONSOLE
            MOVE SPACES TO WS-OPERATOR-ID
            ACCEPT WS-OPERATOR-ID FROM CONSOLE
            ADD 1 TO WS-SIGNON-TRIES
            PERFORM 4240-FIND-OPERATOR
            IF OPR-FOUND
                SET OPERATOR-SIGNED-ON TO TRUE
                MOVE WS-ROLE-ASSIGN-LIMIT(WS-ROLE-IDX)
                    TO WS-ASSIGN-LIMIT
            ELSE
                DISPLAY "OPERATOR " WS-OPERATOR-ID
                        " NOT ACTIVE ON OPERMST" UPON CONSOLE
            END-IF
        END-PERFORM
    END-IF
    IF SIGNON-REFUSED
        DISPLAY "NO AUTHORIZED OPERATOR - UNMAPPED ITEMS STAY IN "
                "SUSPENSE THIS RUN" UPON CONSOLE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

4220-KEY-ACCOUNT.
*> An account keyed for an item worth more than the operator's
*> assign limit is parked for a second operator rather than moved.
    DISPLAY "  TYPE STILL UNMAPPED - ENTER ACCOUNT "
            "(BLANK TO LEAVE IN SUSPENSE): " UPON CONSOLE
    MOVE SPACES TO WS-ASSIGN-REPLY
    ACCEPT WS-ASSIGN-REPLY FROM CONSOLE
    IF WS-ASSIGN-REPLY NOT = SPACES
       AND WS-ASSIGN-REPLY NOT = WS-GL-SUSPENSE-ACCOUNT
        MOVE WS-ASSIGN-REPLY
            TO WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX)
        COMPUTE WS-ASSIGN-VALUE
            = FUNCTION ABS(WS-SUSP-AMOUNT(WS-SUSP-IDX))
        IF WS-ASSIGN-VALUE > WS-ASSIGN-LIMIT
            PERFORM 4260-PARK-ASSIGNMENT
        ELSE
            SET GL-ACCOUNT-HIT TO TRUE
        END-IF
    END-IF.

4230-LOAD-OPERATOR-MASTER.
    MOVE 0 TO WS-OPR-COUNT
    MOVE 0 TO WS-ROLE-COUNT
    OPEN INPUT WS-OPERMST-FILE
    IF NOT WS-OPERMST-OK
        DISPLAY "OPERMST NOT AVAILABLE, STATUS: " WS-OPERMST-STATUS
            UPON CONSOLE
    ELSE
        PERFORM UNTIL WS-OPERMST-EOF
            READ WS-OPERMST-FILE
                AT END
                    SET WS-OPERMST-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN OPM-IS-ROLE
                            IF OPM-ASSIGN-LIMIT IS NUMERIC
                               AND WS-ROLE-COUNT < 20
                                ADD 1 TO WS-ROLE-COUNT
                                MOVE OPM-ROLE-CODE
                                    TO WS-ROLE-CODE(WS-ROLE-COUNT)
                                MOVE OPM-ASSIGN-LIMIT
                                    TO WS-ROLE-ASSIGN-LIMIT
                                       (WS-ROLE-COUNT)
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
                            END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE WS-OPERMST-FILE
        SET WS-OPERMST-OK TO TRUE
    END-IF.

4240-FIND-OPERATOR.
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

4250-CHECK-QUEUED.
    MOVE "N" TO WS-QUEUED-HIT
    PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
            UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT OR QUEUED-HIT
        IF WS-QUEUED-REF(WS-QUEUED-IDX) = WS-SUSP-REF-ID(WS-SUSP-IDX)
            SET QUEUED-HIT TO TRUE
        END-IF
    END-PERFORM.

4260-PARK-ASSIGNMENT.
*> Append the request to the approval queue, opened and closed per
*> request; the item stays in suspense until it is decided.
    OPEN EXTEND WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        OPEN OUTPUT WS-APPRQUE-FILE
    END-IF
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-APPRQUE-RECORD
        MOVE WS-TODAY-DATE TO APR-REQUEST-DATE
        ACCEPT WS-APPR-TIME FROM TIME
        MOVE WS-APPR-TIME TO APR-REQUEST-TIME
        ADD 1 TO WS-APPR-SEQ
        MOVE WS-APPR-SEQ TO APR-REQUEST-SEQ
        SET APR-IS-GL-ASSIGN TO TRUE
        MOVE WS-OPERATOR-ID TO APR-MAKER-ID
        MOVE WS-ASSIGN-VALUE TO APR-AMOUNT
        MOVE WS-SUSP-REF-ID(WS-SUSP-IDX) TO APR-REF-ID
        SET APR-IS-PENDING TO TRUE
        MOVE 0 TO APR-DECISION-DATE
        MOVE 0 TO APR-APPLIED-DATE
        MOVE WS-SUSP-TYPE(WS-SUSP-IDX) TO APR-GL-TYPE
        MOVE WS-SUSP-AMOUNT(WS-SUSP-IDX) TO APR-GL-AMOUNT
        MOVE WS-SUSP-DATE(WS-SUSP-IDX) TO APR-GL-DATE
        MOVE WS-SUSP-REF-ID(WS-SUSP-IDX) TO APR-GL-REF-ID
        MOVE WS-SUSP-CURRENCY(WS-SUSP-IDX) TO APR-GL-CURRENCY
        MOVE WS-SUSP-ORIG-AMOUNT(WS-SUSP-IDX) TO APR-GL-ORIG-AMOUNT
        MOVE WS-SUSP-NEW-ACCOUNT(WS-SUSP-IDX) TO APR-GL-NEW-ACCOUNT
        WRITE WS-APPRQUE-RECORD
        IF NOT WS-APPRQUE-OK
            DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, STATUS: "
                    WS-APPRQUE-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        ELSE
            SET QUEUED-HIT TO TRUE
            IF WS-QUEUED-COUNT < 500
                ADD 1 TO WS-QUEUED-COUNT
                MOVE WS-SUSP-REF-ID(WS-SUSP-IDX)
                    TO WS-QUEUED-REF(WS-QUEUED-COUNT)
            END-IF
            DISPLAY "  OVER YOUR ASSIGN LIMIT - PARKED FOR APPROVAL "
                    "BY A SECOND OPERATOR" UPON CONSOLE
        END-IF
        CLOSE WS-APPRQUE-FILE
    END-IF.

4300-WRITE-CORRECTION-PAIR.
            WS-COUNT-ED UPON CONSOLE.

9000-TERMINATE.
*> GLCORR is header, details and trailer when it was cut at all.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE WS-GLPOST-NAME TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    IF CORR-FILE-OPEN
        MOVE "O" TO WS-LDG-FILE-ROLE
        MOVE "GLCORR" TO WS-LDG-FILE-NAME
        COMPUTE WS-LDG-FILE-RECORDS = WS-CORR-DETAIL-COUNT + 2
        PERFORM 1960-ADD-LEDGER-COUNT
    END-IF
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
