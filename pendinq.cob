*> warehouse PENDWH that 2070-HOLD-POST-DATED in DAILYTBL feeds:
*> list what is held by value date or by source id, show an aging
*> view flagging anything held longer than an operator-set number
*> of business days (BUSCAL), and let an authorized operator
*> cancel a hold so it never releases - a customer withdrawing a
*> post-dated instruction. Every cancellation is logged to CANLLOG
*> with the date and operator, so the morning reconciliation can still
*> balance DAILYTBL's held count against releases PLUS
*> cancellations.
*> Initials are checked against the operator master (OPERMST). A
*> hold valued over the operator's cancel limit is not cancelled
*> but parked on the approval queue (APPRQUE); once a second
*> operator approves it in APPRWRK, the next PENDINQ session
*> cancels it and logs the approver alongside the maker.
*> A session runs for the CTLFILE business date and cycle, once
*> REJREPAR has ended cleanly for them, and only against the PENDWH
*> generation the last step to write it recorded.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. PENDINQ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-PENDING-FILE ASSIGN TO "PENDWH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CANCEL-STATUS.

    SELECT WS-BUSCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUSCAL-STATUS.

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

FD  WS-PENDING-FILE.
01  WS-PENDING-RECORD.
    COPY TRANENTR.
    05  CNL-OPERATOR-ID         PIC X(3).
    05  CNL-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.
    05  CNL-APPROVED-BY         PIC X(3).

FD  WS-BUSCAL-FILE.
01  WS-BUSCAL-RECORD.
    COPY BUSCAL.

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

01  WS-PENDING-STATUS            PIC XX.
    88  WS-PENDING-OK                  VALUE "00".
    88  WS-PENDING-EOF                 VALUE "10".
01  WS-CANCEL-STATUS             PIC XX.
    88  WS-CANCEL-OK                   VALUE "00".

01  WS-BUSCAL-STATUS             PIC XX.
    88  WS-BUSCAL-OK                   VALUE "00".
    88  WS-BUSCAL-EOF                  VALUE "10".

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-APPRQUE-STATUS            PIC XX.
    88  WS-APPRQUE-OK                  VALUE "00".
    88  WS-APPRQUE-EOF                 VALUE "10".

01  WS-APPRNEW-STATUS            PIC XX.
    88  WS-APPRNEW-OK                  VALUE "00".
    88  WS-APPRNEW-EOF                 VALUE "10".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "PENDINQ".
    05  WS-LDG-BUS-DATE          PIC 9(8) VALUE 0.
    05  WS-LDG-CYCLE             PIC 9(2) VALUE 1.
    05  WS-LDG-PREREQ-ID         PIC X(8) VALUE "REJREPAR".
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

01  WS-CYCLE-WORK.
    05  WS-RUN-DATE              PIC 9(8) VALUE 0.
    05  WS-RUN-CYCLE             PIC 9(2) VALUE 1.

01  WS-INQUIRY-WORK.
    05  WS-MODE-REPLY            PIC X VALUE SPACE.
        88  MODE-BY-DATE               VALUES "D" "d".
    05  WS-OVERAGE-COUNT         PIC 9(5) VALUE 0.
    05  WS-OVERAGE-COUNT-ED      PIC ZZZZ9.

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
*> DAILYTBL loads them, so a hold ages on the days it could have
*> released.
    05  WS-CAL-ENTRY OCCURS 500 TIMES.
        10  WS-CAL-DATE          PIC 9(8).
        10  WS-CAL-DAY-TYPE      PIC X.

01  WS-CANCEL-WORK.
*> A cancel has to be attributable: the operator's initials are
*> taken once at the top of the session and ride every CANLLOG
    05  WS-CONFIRM-REPLY         PIC X VALUE SPACE.
        88  CANCEL-CONFIRMED           VALUES "Y" "y".
    05  WS-KEPT-COUNT            PIC 9(5) VALUE 0.
    05  WS-PENDWRK-WRITE-SW      PIC X VALUE "N".
        88  PENDWRK-WRITE-FAILED       VALUE "Y".
    05  WS-APPROVED-BY           PIC X(3) VALUE SPACES.
    05  WS-HELD-ENTRY            PIC X(80) VALUE SPACES.
    05  WS-HELD-VALUE            PIC 9(9)V99 VALUE 0.

01  WS-OPERATOR-TABLE.
*> Operators and roles from OPERMST - only the cancel limit is
*> this program's business.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-ROLE-COUNT            PIC 9(3) VALUE 0.
    05  WS-ROLE-IDX              PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-OPERMST-SW            PIC X VALUE "N".
        88  OPERMST-LOADED             VALUE "Y".
    05  WS-CANCEL-LIMIT          PIC 9(9)V99 VALUE 0.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-ROLE          PIC X(4).
        10  WS-OPR-STATUS        PIC X.
    05  WS-ROLE-ENTRY OCCURS 20 TIMES.
        10  WS-ROLE-CODE         PIC X(4).
        10  WS-ROLE-CANCEL-LIMIT PIC 9(9)V99.

01  WS-APPROVAL-WORK.
    05  WS-SESSION-OPERATOR      PIC X(3) VALUE SPACES.
    05  WS-APPR-TIME             PIC 9(8) VALUE 0.
    05  WS-APPR-SEQ              PIC 9(3) VALUE 0.
    05  WS-APPR-APPLIED-COUNT    PIC 9(5) VALUE 0.
    05  WS-APPR-APPLIED-ED       PIC ZZZZ9.
    05  WS-APPRNEW-WRITE-SW      PIC X VALUE "N".
        88  APPRNEW-WRITE-FAILED       VALUE "Y".

01  WS-DISPLAY-WORK.
    05  WS-INQ-LINE              PIC X(100).
        STOP RUN
    END-IF
    CLOSE WS-PENDING-FILE
    PERFORM 1050-CHECK-RUN-CONTROL
    PERFORM 1100-LOAD-BUSINESS-CALENDAR
    PERFORM 1200-LOAD-OPERATOR-MASTER
    IF OPERMST-LOADED
        PERFORM 1300-APPLY-APPROVED-CANCELS
    END-IF
    DISPLAY "ENTER OPERATOR INITIALS (BLANK FOR INQUIRY ONLY): "
        UPON CONSOLE
    MOVE SPACES TO WS-OPERATOR-ID
    ACCEPT WS-OPERATOR-ID FROM CONSOLE
*> Initials that are not an active operator on OPERMST get the
*> inquiry modes and nothing more.
    IF WS-OPERATOR-ID NOT = SPACES
        PERFORM 1210-FIND-OPERATOR
        IF OPR-FOUND
            SET OPERATOR-AUTHORIZED TO TRUE
            MOVE WS-ROLE-CANCEL-LIMIT(WS-ROLE-IDX)
                TO WS-CANCEL-LIMIT
        ELSE
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                    " NOT ACTIVE ON OPERMST - INQUIRY ONLY"
                UPON CONSOLE
        END-IF
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

1940-COUNT-WAREHOUSE.
*> Holds on PENDWH as it stands, into WS-LDG-FILE-RECORDS.
    MOVE 0 TO WS-LDG-FILE-RECORDS
    OPEN INPUT WS-PENDING-FILE
    IF WS-PENDING-OK
        PERFORM UNTIL WS-PENDING-EOF
            READ WS-PENDING-FILE
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LDG-FILE-RECORDS
            END-READ
        END-PERFORM
        CLOSE WS-PENDING-FILE
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
*> Before anyone is asked to sign on: REJREPAR must have ended
*> cleanly for the CTLFILE date and cycle, and PENDWH must be the
*> generation DAILYTBL (or the last session here) recorded.
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
    MOVE WS-RUN-DATE TO WS-LDG-BUS-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-CYCLE
    MOVE WS-RUN-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-RUN-CYCLE TO WS-LDG-PREREQ-CYCLE
    MOVE 1 TO WS-LGN-COUNT
    MOVE "PENDWH" TO WS-LGN-NAME(1)
    PERFORM 1940-COUNT-WAREHOUSE
    MOVE WS-LDG-FILE-RECORDS TO WS-LGN-ACTUAL(1)
    PERFORM 1900-CHECK-RUN-LEDGER.

1100-LOAD-BUSINESS-CALENDAR.
*> An inquiry can live without the calendar: ages then count every
*> weekday, which overstates them only across a holiday.
    MOVE 0 TO WS-CAL-COUNT
    OPEN INPUT WS-BUSCAL-FILE
    IF NOT WS-BUSCAL-OK
        DISPLAY "BUSCAL NOT AVAILABLE, STATUS: " WS-BUSCAL-STATUS
                " - AGING ON WEEKDAYS ONLY" UPON CONSOLE
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

1200-LOAD-OPERATOR-MASTER.
*> Without the operator master nobody can be shown to hold a cancel
*> limit, so the session runs inquiry only - the listings do not
*> need it.
    MOVE 0 TO WS-OPR-COUNT
    MOVE 0 TO WS-ROLE-COUNT
    OPEN INPUT WS-OPERMST-FILE
    IF NOT WS-OPERMST-OK
        DISPLAY "OPERMST NOT AVAILABLE, STATUS: " WS-OPERMST-STATUS
                " - INQUIRY ONLY" UPON CONSOLE
    ELSE
        SET OPERMST-LOADED TO TRUE
        PERFORM UNTIL WS-OPERMST-EOF
            READ WS-OPERMST-FILE
                AT END
                    SET WS-OPERMST-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN OPM-IS-ROLE
                            IF OPM-CANCEL-LIMIT IS NUMERIC
                               AND WS-ROLE-COUNT < 20
                                ADD 1 TO WS-ROLE-COUNT
                                MOVE OPM-ROLE-CODE
                                    TO WS-ROLE-CODE(WS-ROLE-COUNT)
                                MOVE OPM-CANCEL-LIMIT
                                    TO WS-ROLE-CANCEL-LIMIT
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
    END-IF.

1210-FIND-OPERATOR.
*> Active on OPERMST under a role that is itself on file - leaves
*> WS-ROLE-IDX on the role.
    MOVE "N" TO WS-OPR-FOUND
    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
            UNTIL WS-OPR-IDX > WS-OPR-COUNT OR OPR-FOUND
        IF WS-OPR-ID(WS-OPR-IDX) = WS-OPERATOR-ID
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

1300-APPLY-APPROVED-CANCELS.
*> Cancellations APPRWRK has approved since the last session are
*> carried out first, under the maker's initials with the checker
*> logged as approver. A hold that released in the meantime cannot
*> be cancelled any more - that is said, and the request is still
*> stamped applied so it is not tried every session; one the
*> warehouse could not be rewritten for stays unstamped. The queue
*> turns around through APPRNEW like the warehouse does through
*> PENDWRK, and is left as it was when APPRNEW could not be written
*> in full.
    MOVE 0 TO WS-APPR-APPLIED-COUNT
    MOVE WS-OPERATOR-ID TO WS-SESSION-OPERATOR
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
                    IF APR-IS-CANCEL AND APR-IS-APPROVED
                       AND APR-APPLIED-DATE = 0
                        MOVE APR-MAKER-ID TO WS-OPERATOR-ID
                        MOVE APR-CHECKER-ID TO WS-APPROVED-BY
                        MOVE APR-REF-ID TO WS-REF-REPLY
                        PERFORM 2410-APPLY-CANCEL
                        IF NOT CANCEL-FOUND
                            DISPLAY "APPROVED CANCEL NOT APPLIED - "
                                    "HOLD NO LONGER IN WAREHOUSE: "
                                    WS-REF-REPLY UPON CONSOLE
                            IF RETURN-CODE < 8
                                MOVE 8 TO RETURN-CODE
                            END-IF
                        END-IF
                        IF NOT PENDWRK-WRITE-FAILED
                            MOVE WS-TODAY-DATE TO APR-APPLIED-DATE
                            ADD 1 TO WS-APPR-APPLIED-COUNT
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
            DISPLAY "APPRQUE NOT REWRITTEN - CANCELS APPLIED THIS "
                    "SESSION ARE NOT STAMPED ON THE QUEUE" UPON CONSOLE
        END-IF
        IF WS-APPR-APPLIED-COUNT > 0 AND NOT APPRNEW-WRITE-FAILED
            PERFORM 1310-REWRITE-APPROVAL-QUEUE
            MOVE WS-APPR-APPLIED-COUNT TO WS-APPR-APPLIED-ED
            DISPLAY "APPROVED CANCELS APPLIED: " WS-APPR-APPLIED-ED
                UPON CONSOLE
        END-IF
    END-IF
    MOVE WS-SESSION-OPERATOR TO WS-OPERATOR-ID
    MOVE SPACES TO WS-APPROVED-BY.

1310-REWRITE-APPROVAL-QUEUE.
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

2000-INQUIRY-LOOP.
    PERFORM UNTIL MODE-QUIT
        DISPLAY "INQUIRE BY D)ATE RANGE, S)OURCE ID, A)GING, "
*> it has sat here, not because its business day is far away.
*> Entries held before the hold date existed carry zero there and
*> are flagged unconditionally, since their age cannot be proven.
*> Age is in business days - the runs the hold has sat through -
*> so a Friday hold is one day old on Monday, not three.
    DISPLAY "FLAG HOLDS OLDER THAN HOW MANY BUSINESS DAYS: "
        UPON CONSOLE
    MOVE 0 TO WS-AGE-THRESHOLD
    ACCEPT WS-AGE-THRESHOLD FROM CONSOLE
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
       AND TRAN-HOLD-DATE OF WS-PENDING-RECORD > 0
        COMPUTE WS-HOLD-INT = FUNCTION INTEGER-OF-DATE
            (TRAN-HOLD-DATE OF WS-PENDING-RECORD)
        PERFORM 2320-COUNT-BUSINESS-DAYS
        MOVE WS-AGE-DAYS TO WS-AGE-DAYS-ED
        PERFORM 2900-DISPLAY-HELD-ENTRY
        IF WS-AGE-DAYS > WS-AGE-THRESHOLD
            ADD 1 TO WS-OVERAGE-COUNT
            DISPLAY "  *** HELD " WS-AGE-DAYS-ED " BUSINESS DAYS ***"
                UPON CONSOLE
        ELSE
            DISPLAY "  HELD " WS-AGE-DAYS-ED " BUSINESS DAYS"
                UPON CONSOLE
        END-IF
    ELSE
        PERFORM 2900-DISPLAY-HELD-ENTRY
            UPON CONSOLE
    END-IF.

2320-COUNT-BUSINESS-DAYS.
*> Business days after the hold date, up to and including today.
    MOVE 0 TO WS-AGE-DAYS
    MOVE WS-HOLD-INT TO WS-CAL-TEST-INT
    PERFORM UNTIL WS-CAL-TEST-INT >= WS-TODAY-INT
        ADD 1 TO WS-CAL-TEST-INT
        PERFORM 2330-TEST-BUSINESS-DAY
        IF CAL-BUSINESS-DAY
            ADD 1 TO WS-AGE-DAYS
        END-IF
    END-PERFORM.

2330-TEST-BUSINESS-DAY.
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

2400-CANCEL-HOLD.
*> Pull exactly one hold out of the warehouse so it never releases:
*> the kept records turn around through PENDWRK and rewrite PENDWH,
*> the same close-scan-rewrite the DAILYTBL restart trims use, and
*> the cancelled entry goes to CANLLOG in full so the morning
*> reconciliation and any later dispute have the record. One ref at
*> a time, confirmed before anything is rewritten. A hold worth
*> more than the operator's cancel limit is parked for approval
*> instead and stays in the warehouse until it is decided.
    IF NOT OPERATOR-AUTHORIZED
        DISPLAY "NO AUTHORIZED OPERATOR ON THIS SESSION - "
                "CANCEL NOT ALLOWED" UPON CONSOLE
    ELSE
        DISPLAY "ENTER REFERENCE ID OF HOLD TO CANCEL: "
            UPON CONSOLE
        MOVE SPACES TO WS-REF-REPLY
        ACCEPT WS-REF-REPLY FROM CONSOLE
        PERFORM 2405-FIND-HOLD
        IF NOT CANCEL-FOUND
            DISPLAY "NO HOLD FOUND FOR REF: " WS-REF-REPLY
                    " - WAREHOUSE UNCHANGED" UPON CONSOLE
        ELSE
            DISPLAY "CONFIRM CANCEL OF " WS-REF-REPLY " - Y/N: "
                UPON CONSOLE
            MOVE SPACE TO WS-CONFIRM-REPLY
            ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
            IF CANCEL-CONFIRMED
                IF WS-HELD-VALUE > WS-CANCEL-LIMIT
                    PERFORM 2440-PARK-CANCEL
                ELSE
                    PERFORM 2410-APPLY-CANCEL
                END-IF
            ELSE
                DISPLAY "CANCEL ABANDONED - WAREHOUSE UNCHANGED"
                    UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2405-FIND-HOLD.
*> The hold the operator named, and what it is worth against the
*> cancel limit - the base-currency value where there is one, as
*> the approval limits are set in base currency.
    MOVE "N" TO WS-CANCEL-FOUND
    MOVE SPACES TO WS-HELD-ENTRY
    MOVE 0 TO WS-HELD-VALUE
    OPEN INPUT WS-PENDING-FILE
    PERFORM UNTIL WS-PENDING-EOF OR CANCEL-FOUND
        READ WS-PENDING-FILE
            AT END
                SET WS-PENDING-EOF TO TRUE
            NOT AT END
                IF TRAN-REF-ID OF WS-PENDING-RECORD = WS-REF-REPLY
                    SET CANCEL-FOUND TO TRUE
                    MOVE WS-PENDING-RECORD TO WS-HELD-ENTRY
                    EVALUATE TRUE
                        WHEN TRAN-BASE-AMOUNT OF WS-PENDING-RECORD
                                IS NUMERIC
                            COMPUTE WS-HELD-VALUE = FUNCTION ABS
                                (TRAN-BASE-AMOUNT OF WS-PENDING-RECORD)
                        WHEN TRAN-AMOUNT OF WS-PENDING-RECORD
                                IS NUMERIC
                            COMPUTE WS-HELD-VALUE = FUNCTION ABS
                                (TRAN-AMOUNT OF WS-PENDING-RECORD)
                        WHEN OTHER
                            MOVE 999999999.99 TO WS-HELD-VALUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-PENDING-FILE.

2410-APPLY-CANCEL.
    MOVE "N" TO WS-CANCEL-FOUND
    MOVE "N" TO WS-PENDWRK-WRITE-SW
    MOVE 0 TO WS-KEPT-COUNT
    OPEN INPUT WS-PENDING-FILE
    IF NOT WS-PENDING-OK
        DISPLAY "UNABLE TO OPEN WS-PENDING-FILE, STATUS: "
                WS-PENDING-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-PENDWRK-FILE
    IF NOT WS-PENDWRK-OK
        DISPLAY "UNABLE TO OPEN WS-PENDWRK-FILE, STATUS: "
                WS-PENDWRK-STATUS UPON CONSOLE
        CLOSE WS-PENDING-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PENDING-EOF
        READ WS-PENDING-FILE
            AT END
                                "RECORD, STATUS: "
                                WS-PENDWRK-STATUS UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                        SET PENDWRK-WRITE-FAILED TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-PENDING-FILE
    CLOSE WS-PENDWRK-FILE
*> A PENDWRK that could not be written in full is never copied back -
*> the warehouse is left as it was, hold and all.
    EVALUATE TRUE
        WHEN NOT CANCEL-FOUND
            DISPLAY "NO HOLD FOUND FOR REF: " WS-REF-REPLY
                    " - WAREHOUSE UNCHANGED" UPON CONSOLE
        WHEN PENDWRK-WRITE-FAILED
            DISPLAY "WAREHOUSE NOT REWRITTEN - HOLD NOT CANCELLED: "
                    WS-REF-REPLY UPON CONSOLE
        WHEN OTHER
            PERFORM 2430-REWRITE-WAREHOUSE
            DISPLAY "HOLD CANCELLED AND LOGGED: " WS-REF-REPLY
                UPON CONSOLE
    END-EVALUATE.

2420-WRITE-CANCEL-LOG.
*> The log is append-only across sessions - every cancellation ever
        MOVE WS-TODAY-DATE TO CNL-CANCEL-DATE
        MOVE WS-OPERATOR-ID TO CNL-OPERATOR-ID
        MOVE WS-PENDING-RECORD TO CNL-ENTRY
        MOVE WS-APPROVED-BY TO CNL-APPROVED-BY
        WRITE WS-CANCEL-RECORD
        IF NOT WS-CANCEL-OK
            DISPLAY "UNABLE TO WRITE WS-CANCEL-RECORD, STATUS: "
    END-IF.

2430-REWRITE-WAREHOUSE.
    OPEN INPUT WS-PENDWRK-FILE
    IF NOT WS-PENDWRK-OK
        DISPLAY "UNABLE TO OPEN WS-PENDWRK-FILE, STATUS: "
                WS-PENDWRK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-PENDING-FILE
    IF NOT WS-PENDING-OK
        DISPLAY "UNABLE TO OPEN WS-PENDING-FILE, STATUS: "
                WS-PENDING-STATUS UPON CONSOLE
        CLOSE WS-PENDWRK-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-PENDWRK-EOF
        READ WS-PENDWRK-FILE
            AT END
    CLOSE WS-PENDWRK-FILE
    CLOSE WS-PENDING-FILE.

2440-PARK-CANCEL.
*> Append the request to the approval queue, opened and closed per
*> request the way CANLLOG is. The hold itself is untouched.
    OPEN EXTEND WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        OPEN OUTPUT WS-APPRQUE-FILE
    END-IF
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS " - HOLD NOT CANCELLED"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-APPRQUE-RECORD
        MOVE WS-TODAY-DATE TO APR-REQUEST-DATE
        ACCEPT WS-APPR-TIME FROM TIME
        MOVE WS-APPR-TIME TO APR-REQUEST-TIME
        ADD 1 TO WS-APPR-SEQ
        MOVE WS-APPR-SEQ TO APR-REQUEST-SEQ
        SET APR-IS-CANCEL TO TRUE
        MOVE WS-OPERATOR-ID TO APR-MAKER-ID
        MOVE WS-HELD-VALUE TO APR-AMOUNT
        MOVE WS-REF-REPLY TO APR-REF-ID
        SET APR-IS-PENDING TO TRUE
        MOVE 0 TO APR-DECISION-DATE
        MOVE 0 TO APR-APPLIED-DATE
        MOVE WS-HELD-ENTRY TO APR-BEFORE-IMAGE
        WRITE WS-APPRQUE-RECORD
        IF NOT WS-APPRQUE-OK
            DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, STATUS: "
                    WS-APPRQUE-STATUS " - HOLD NOT CANCELLED"
                UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        ELSE
            DISPLAY "OVER YOUR CANCEL LIMIT - " WS-REF-REPLY
                    " PARKED FOR APPROVAL BY A SECOND OPERATOR"
                UPON CONSOLE
        END-IF
        CLOSE WS-APPRQUE-FILE
    END-IF.

2900-DISPLAY-HELD-ENTRY.
    MOVE TRAN-AMOUNT OF WS-PENDING-RECORD TO WS-INQ-AMOUNT-ED
    MOVE SPACES TO WS-INQ-LINE
    DISPLAY WS-INQ-LINE UPON CONSOLE.

9000-TERMINATE.
*> PENDWH as the session leaves it - fewer holds if any were
*> cancelled - is the generation the next reader must find.
    MOVE "I" TO WS-LDG-FILE-ROLE
    MOVE "PENDWH" TO WS-LDG-FILE-NAME
    MOVE WS-LGN-ACTUAL(1) TO WS-LDG-FILE-RECORDS
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 1940-COUNT-WAREHOUSE
    MOVE "O" TO WS-LDG-FILE-ROLE
    MOVE "PENDWH" TO WS-LDG-FILE-NAME
    PERFORM 1960-ADD-LEDGER-COUNT
    PERFORM 9900-RECORD-LEDGER-END.

9900-RECORD-LEDGER-END.
*> The end record, written last of all: a run that abends before
*> here leaves only its start record, and the steps after it will
*> not start.
    MOVE "E" TO WS-LDG-EVENT
    PERFORM 1950-WRITE-LEDGER-RECORD.
