       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> STMTRUN - Month-end customer account statements.
*> The branch return file tells a branch what became of its feed;
*> this tells the account holder what became of their account.
*> Reads the history master HISTMST along its capture-date key for
*> the statement period, sorts the period's postings by account and
*> date through the SORTWK turnaround DAILYTBL's account activity
*> section uses, and writes one statement per TRAN-ACCOUNT-NO to
*> STMTFILE: the account name from ACCTMST, the opening balance from
*> the balance history ACCTPOST keeps (ACCTBHST), every posting in
*> date order with its original-currency and base amounts, matched
*> reversals shown netted against the posting they back out, and the
*> closing balance. A control page (STMTCPG) ties the postings put
*> on statements back to the master's record count for the period.
*> A period reaching back before the HISTARCH cutoff on HISTBNDY is
*> flagged on the control page and no statements are printed - a
*> statement missing its archived postings would be wrong, not
*> short. The period comes from STMTCTL; without one, the previous
*> calendar month. Run after the last DAILYTBL and ACCTPOST runs of
*> the month; the run-control ledger (RUNLEDG) stops it until
*> ACCTPOST has ended cleanly for the CTLFILE business date and
*> cycle, or when the master does not hold the count its last
*> writer recorded.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. STMTRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-STMTCTL-FILE ASSIGN TO "STMTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMTCTL-STATUS.

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

    SELECT WS-ACCTMST-FILE ASSIGN TO "ACCTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCTMST-STATUS.

    SELECT WS-BALHIST-FILE ASSIGN TO "ACCTBHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALHIST-STATUS.

    SELECT WS-EXTRACT-FILE ASSIGN TO "STMTEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO "SORTWK".

    SELECT WS-STMTWRK-FILE ASSIGN TO "STMTWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMTWRK-STATUS.

    SELECT WS-STMT-FILE ASSIGN TO "STMTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-STATUS.

    SELECT WS-CTLPAGE-FILE ASSIGN TO "STMTCPG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTLPAGE-STATUS.

    SELECT WS-CONTROL-FILE ASSIGN TO "CTLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT WS-RUNLEDG-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLEDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-STMTCTL-FILE.
01  WS-STMTCTL-RECORD.
    05  STC-PERIOD-START        PIC 9(8).
    05  STC-PERIOD-END          PIC 9(8).
    05  FILLER                  PIC X(64).

FD  WS-HISTORY-FILE.
01  WS-HISTORY-RECORD.
    05  HIST-REF-ID             PIC X(20).
    05  HIST-CAPTURE-DATE       PIC 9(8).
    05  HIST-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

FD  WS-BOUNDARY-FILE.
01  WS-BOUNDARY-RECORD.
    05  BND-ARCHIVE-CUTOFF      PIC 9(8).

FD  WS-ACCTMST-FILE.
01  WS-ACCTMST-RECORD.
    05  ACM-ACCOUNT-NO          PIC X(10).
    05  ACM-STATUS              PIC X.
        88  ACM-IS-OPEN               VALUE "O".
        88  ACM-IS-CLOSED             VALUE "C".
        88  ACM-IS-FROZEN             VALUE "F".
    05  ACM-ACCOUNT-NAME        PIC X(30).
    05  FILLER                  PIC X(39).

FD  WS-BALHIST-FILE.
01  WS-BALHIST-RECORD.
    COPY ACCTBHST.

FD  WS-EXTRACT-FILE.
01  WS-EXTRACT-RECORD.
    05  STX-CAPTURE-DATE        PIC 9(8).
    05  STX-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  SRT-CAPTURE-DATE        PIC 9(8).
    05  SRT-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

FD  WS-STMTWRK-FILE.
01  WS-STMTWRK-RECORD.
    05  STW-CAPTURE-DATE        PIC 9(8).
    05  STW-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

FD  WS-STMT-FILE.
01  WS-STMT-RECORD              PIC X(100).

FD  WS-CTLPAGE-FILE.
01  WS-CTLPAGE-RECORD           PIC X(100).

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
01  WS-STMTCTL-STATUS            PIC XX.
    88  WS-STMTCTL-OK                  VALUE "00".

01  WS-HISTORY-STATUS            PIC XX.
    88  WS-HISTORY-OK                  VALUE "00".
    88  WS-HISTORY-EOF                 VALUES "10" "46".

01  WS-BOUNDARY-STATUS           PIC XX.
    88  WS-BOUNDARY-OK                 VALUE "00".

01  WS-ACCTMST-STATUS            PIC XX.
    88  WS-ACCTMST-OK                  VALUE "00".
    88  WS-ACCTMST-EOF                 VALUE "10".

01  WS-BALHIST-STATUS            PIC XX.
    88  WS-BALHIST-OK                  VALUE "00".
    88  WS-BALHIST-EOF                 VALUE "10".

01  WS-EXTRACT-STATUS            PIC XX.
    88  WS-EXTRACT-OK                  VALUE "00".

01  WS-STMTWRK-STATUS            PIC XX.
    88  WS-STMTWRK-OK                  VALUE "00".
    88  WS-STMTWRK-EOF                 VALUE "10".

01  WS-STMT-STATUS               PIC XX.
    88  WS-STMT-OK                     VALUE "00".

01  WS-CTLPAGE-STATUS            PIC XX.
    88  WS-CTLPAGE-OK                  VALUE "00".

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
    05  WS-LDG-PROGRAM-ID        PIC X(8) VALUE "STMTRUN".
    05  WS-LDG-BUS-DATE          PIC 9(8) VALUE 0.
    05  WS-LDG-CYCLE             PIC 9(2) VALUE 1.
    05  WS-LDG-PREREQ-ID         PIC X(8) VALUE "ACCTPOST".
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
    05  WS-PERIOD-START          PIC 9(8) VALUE 0.
    05  WS-PERIOD-END            PIC 9(8) VALUE 0.
    05  WS-PERIOD-WORK-DATE      PIC 9(8) VALUE 0.
    05  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-WORK-DATE.
        10  WS-PERIOD-YEAR       PIC 9(4).
        10  WS-PERIOD-MONTH      PIC 9(2).
        10  WS-PERIOD-DAY        PIC 9(2).
    05  WS-PERIOD-INT            PIC 9(9) VALUE 0.
    05  WS-PERIOD-ARCHIVED       PIC X VALUE "N".
        88  PERIOD-ARCHIVED            VALUE "Y".

01  WS-ARCHIVE-BOUNDARY.
*> Zero means HISTARCH has never purged and the master is whole.
    05  WS-ARCHIVE-CUTOFF        PIC 9(8) VALUE 0.

01  WS-ACCOUNT-WORK.
    05  WS-ACT-COUNT             PIC 9(4) VALUE 0.
    05  WS-ACT-IDX               PIC 9(4) VALUE 0.
    05  WS-ACT-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-ACT-FOUND             PIC X VALUE "N".
        88  ACT-FOUND                  VALUE "Y".
    05  WS-ACT-KEY               PIC X(10) VALUE SPACES.
    05  WS-ACCTMST-LOADED        PIC X VALUE "N".
        88  ACCTMST-LOADED             VALUE "Y".
    05  WS-BALHIST-LOADED        PIC X VALUE "N".
        88  BALHIST-LOADED             VALUE "Y".

01  WS-ACCOUNT-TABLE.
*> Name from ACCTMST, and from ACCTBHST the ledger as it closed on
*> the last business date before the period (the opening balance)
*> and on the last one inside it (the check on the closing figure).
*> An account whose balance history starts inside the period opens
*> at the first in-period record's opening ledger instead.
    05  WS-ACT-ENTRY OCCURS 2000 TIMES.
        10  WS-ACT-ACCOUNT       PIC X(10).
        10  WS-ACT-NAME          PIC X(30).
        10  WS-ACT-PRIOR-DATE    PIC 9(8).
        10  WS-ACT-PRIOR-CLOSE   PIC S9(11)V99.
        10  WS-ACT-FIRST-DATE    PIC 9(8).
        10  WS-ACT-FIRST-OPEN    PIC S9(11)V99.
        10  WS-ACT-LAST-DATE     PIC 9(8).
        10  WS-ACT-LAST-CLOSE    PIC S9(11)V99.

01  WS-CONTROL-COUNTS.
    05  WS-HIST-PERIOD-COUNT     PIC 9(7) VALUE 0.
    05  WS-NO-ACCOUNT-COUNT      PIC 9(7) VALUE 0.
    05  WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.
    05  WS-STMT-POSTING-COUNT    PIC 9(7) VALUE 0.
    05  WS-NETTED-COUNT          PIC 9(7) VALUE 0.
    05  WS-STMT-COUNT            PIC 9(7) VALUE 0.
    05  WS-NOT-ON-MASTER-COUNT   PIC 9(7) VALUE 0.
    05  WS-BAL-DIFFER-COUNT      PIC 9(7) VALUE 0.
    05  WS-TIE-DIFFERENCE        PIC S9(7) VALUE 0.
    05  WS-STMT-NET-TOTAL        PIC S9(13)V99 VALUE 0.

01  WS-STATEMENT-WORK.
    05  WS-STMT-OPEN-GROUP       PIC X VALUE "N".
        88  STMT-GROUP-OPEN            VALUE "Y".
    05  WS-STMT-ACCOUNT          PIC X(10) VALUE SPACES.
    05  WS-STMT-OPENING          PIC S9(11)V99 VALUE 0.
    05  WS-STMT-PAID-IN          PIC S9(11)V99 VALUE 0.
    05  WS-STMT-PAID-OUT         PIC S9(11)V99 VALUE 0.
    05  WS-STMT-CLOSING          PIC S9(11)V99 VALUE 0.
    05  WS-STMT-LINES            PIC 9(5) VALUE 0.
    05  WS-STMT-BALHIST-CLOSE    PIC S9(11)V99 VALUE 0.
    05  WS-STMT-HAS-BALHIST      PIC X VALUE "N".
        88  STMT-HAS-BALHIST           VALUE "Y".
    05  WS-REVERSAL-AMOUNT       PIC S9(9)V99 VALUE 0.
    05  WS-REVERSAL-BASE         PIC S9(9)V99 VALUE 0.

01  WS-PRINT-WORK.
    05  WS-STMT-LINE             PIC X(100).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-BASE-ED               PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-BALANCE-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-TOTAL-ED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  WS-COUNT-ED              PIC ZZZZZZ9.
    05  WS-DIFF-ED               PIC ZZZZZZ9-.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF PERIOD-ARCHIVED
        DISPLAY "*** STATEMENT PERIOD " WS-PERIOD-START " TO "
                WS-PERIOD-END " REACHES ARCHIVED HISTORY (CUTOFF "
                WS-ARCHIVE-CUTOFF ") - NO STATEMENTS PRINTED ***"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 1300-LOAD-ACCOUNT-MASTER
        PERFORM 1400-LOAD-BALANCE-HISTORY
        PERFORM 2000-EXTRACT-PERIOD
        PERFORM 3000-SORT-EXTRACT
        PERFORM 4000-PRINT-STATEMENTS
    END-IF
    PERFORM 5000-PRINT-CONTROL-PAGE
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1890-READ-RUN-CONTROL
    PERFORM 1100-SET-PERIOD
    MOVE WS-LDG-BUS-DATE TO WS-LDG-PREREQ-DATE
    MOVE WS-LDG-CYCLE TO WS-LDG-PREREQ-CYCLE
    PERFORM 1930-COUNT-GENERATIONS
    PERFORM 1900-CHECK-RUN-LEDGER
    PERFORM 1200-READ-BOUNDARY
    OPEN OUTPUT WS-CTLPAGE-FILE
    IF NOT WS-CTLPAGE-OK
        DISPLAY "UNABLE TO OPEN WS-CTLPAGE-FILE, STATUS: "
                WS-CTLPAGE-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-STMT-FILE
    IF NOT WS-STMT-OK
        DISPLAY "UNABLE TO OPEN WS-STMT-FILE, STATUS: "
                WS-STMT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "STATEMENT PERIOD " WS-PERIOD-START " TO "
            WS-PERIOD-END UPON CONSOLE.

1100-SET-PERIOD.
*> STMTCTL names the period when it is anything but the calendar
*> month just ended (a reprint, a closing account); no control
*> record, or a zero start, means that month. The period is settled
*> before the run starts, so a bad one goes on the ledger as a
*> refusal.
    OPEN INPUT WS-STMTCTL-FILE
    IF WS-STMTCTL-OK
        READ WS-STMTCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF STC-PERIOD-START IS NUMERIC
                   AND STC-PERIOD-END IS NUMERIC
                    MOVE STC-PERIOD-START TO WS-PERIOD-START
                    MOVE STC-PERIOD-END TO WS-PERIOD-END
                END-IF
        END-READ
        CLOSE WS-STMTCTL-FILE
    END-IF
    IF WS-PERIOD-START = 0
        MOVE WS-TODAY-DATE TO WS-PERIOD-WORK-DATE
        MOVE 1 TO WS-PERIOD-DAY
        COMPUTE WS-PERIOD-INT
            = FUNCTION INTEGER-OF-DATE(WS-PERIOD-WORK-DATE) - 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-INT) TO WS-PERIOD-END
        MOVE WS-PERIOD-END TO WS-PERIOD-WORK-DATE
        MOVE 1 TO WS-PERIOD-DAY
        MOVE WS-PERIOD-WORK-DATE TO WS-PERIOD-START
    END-IF
    IF WS-PERIOD-END < WS-PERIOD-START
        DISPLAY "STMTCTL PERIOD INVALID: " WS-PERIOD-START " TO "
                WS-PERIOD-END " - NO STATEMENTS PRINTED"
            UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        MOVE "STMTCTL PERIOD INVALID" TO WS-LDG-REASON
        MOVE "R" TO WS-LDG-EVENT
        PERFORM 1950-WRITE-LEDGER-RECORD
        STOP RUN
    END-IF.

1200-READ-BOUNDARY.
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
    IF WS-ARCHIVE-CUTOFF > WS-PERIOD-START
        SET PERIOD-ARCHIVED TO TRUE
    END-IF.

1300-LOAD-ACCOUNT-MASTER.
*> A missing ACCTMST is not fatal - statements still print, headed
*> with the account number alone.
    OPEN INPUT WS-ACCTMST-FILE
    IF WS-ACCTMST-OK
        SET ACCTMST-LOADED TO TRUE
        PERFORM UNTIL WS-ACCTMST-EOF
            READ WS-ACCTMST-FILE
                AT END
                    SET WS-ACCTMST-EOF TO TRUE
                NOT AT END
                    IF WS-ACT-COUNT < WS-ACT-TABLE-LIMIT
                        ADD 1 TO WS-ACT-COUNT
                        PERFORM 1310-CLEAR-ACCOUNT-ENTRY
                        MOVE ACM-ACCOUNT-NO
                            TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
                        MOVE ACM-ACCOUNT-NAME
                            TO WS-ACT-NAME(WS-ACT-COUNT)
                    ELSE
                        DISPLAY "ACCTMST ENTRY IGNORED - ACCOUNT "
                                "TABLE FULL AT 2000: " ACM-ACCOUNT-NO
                            UPON CONSOLE
                        MOVE 8 TO RETURN-CODE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-ACCTMST-FILE
    ELSE
        DISPLAY "ACCTMST NOT AVAILABLE, STATUS: " WS-ACCTMST-STATUS
                " - STATEMENTS PRINT WITHOUT ACCOUNT NAMES"
            UPON CONSOLE
        MOVE 8 TO RETURN-CODE
    END-IF.

1310-CLEAR-ACCOUNT-ENTRY.
    MOVE SPACES TO WS-ACT-NAME(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-PRIOR-DATE(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-PRIOR-CLOSE(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-FIRST-DATE(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-FIRST-OPEN(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-LAST-DATE(WS-ACT-COUNT)
    MOVE 0 TO WS-ACT-LAST-CLOSE(WS-ACT-COUNT).

1400-LOAD-BALANCE-HISTORY.
*> ACCTBHST is appended in run order, so for any account the later
*> of two records on one business date is the later cycle - ">="
*> on the date keeps the day's last close and "<" keeps its first
*> opening. An account on the history but not ACCTMST gets an
*> entry of its own so its statement still opens correctly.
    OPEN INPUT WS-BALHIST-FILE
    IF WS-BALHIST-OK
        SET BALHIST-LOADED TO TRUE
        PERFORM UNTIL WS-BALHIST-EOF
            READ WS-BALHIST-FILE
                AT END
                    SET WS-BALHIST-EOF TO TRUE
                NOT AT END
                    IF ABH-BUSINESS-DATE <= WS-PERIOD-END
                        PERFORM 1410-APPLY-BALANCE-HISTORY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-BALHIST-FILE
    ELSE
        DISPLAY "ACCTBHST NOT AVAILABLE, STATUS: " WS-BALHIST-STATUS
                " - OPENING BALANCES TAKEN AS ZERO" UPON CONSOLE
        MOVE 8 TO RETURN-CODE
    END-IF.

1410-APPLY-BALANCE-HISTORY.
    MOVE ABH-ACCOUNT-NO TO WS-ACT-KEY
    PERFORM 1500-FIND-ACCOUNT
    IF NOT ACT-FOUND
        IF WS-ACT-COUNT < WS-ACT-TABLE-LIMIT
            ADD 1 TO WS-ACT-COUNT
            PERFORM 1310-CLEAR-ACCOUNT-ENTRY
            MOVE ABH-ACCOUNT-NO TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
            MOVE WS-ACT-COUNT TO WS-ACT-IDX
            SET ACT-FOUND TO TRUE
        END-IF
    END-IF
    IF ACT-FOUND
        IF ABH-BUSINESS-DATE < WS-PERIOD-START
            IF ABH-BUSINESS-DATE >= WS-ACT-PRIOR-DATE(WS-ACT-IDX)
                MOVE ABH-BUSINESS-DATE
                    TO WS-ACT-PRIOR-DATE(WS-ACT-IDX)
                MOVE ABH-CLOSE-LEDGER
                    TO WS-ACT-PRIOR-CLOSE(WS-ACT-IDX)
            END-IF
        ELSE
            IF WS-ACT-FIRST-DATE(WS-ACT-IDX) = 0
               OR ABH-BUSINESS-DATE < WS-ACT-FIRST-DATE(WS-ACT-IDX)
                MOVE ABH-BUSINESS-DATE
                    TO WS-ACT-FIRST-DATE(WS-ACT-IDX)
                MOVE ABH-OPEN-LEDGER
                    TO WS-ACT-FIRST-OPEN(WS-ACT-IDX)
            END-IF
            IF ABH-BUSINESS-DATE >= WS-ACT-LAST-DATE(WS-ACT-IDX)
                MOVE ABH-BUSINESS-DATE
                    TO WS-ACT-LAST-DATE(WS-ACT-IDX)
                MOVE ABH-CLOSE-LEDGER
                    TO WS-ACT-LAST-CLOSE(WS-ACT-IDX)
            END-IF
        END-IF
    END-IF.

1500-FIND-ACCOUNT.
    MOVE "N" TO WS-ACT-FOUND
    PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
            UNTIL WS-ACT-IDX > WS-ACT-COUNT OR ACT-FOUND
        IF WS-ACT-ACCOUNT(WS-ACT-IDX) = WS-ACT-KEY
            SET ACT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ACT-FOUND
        SUBTRACT 1 FROM WS-ACT-IDX
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

2000-EXTRACT-PERIOD.
*> The bounded capture-date walk HISTINQ and HISTARCH use. Every
*> record in the period is counted for the control page; those
*> with an account go to the extract for sorting. Entries captured
*> before accounts were stamped have no holder to send them to and
*> are counted as such.
    OPEN INPUT WS-HISTORY-FILE
    IF NOT WS-HISTORY-OK
        DISPLAY "UNABLE TO OPEN WS-HISTORY-FILE, STATUS: "
                WS-HISTORY-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-EXTRACT-FILE
    IF NOT WS-EXTRACT-OK
        DISPLAY "UNABLE TO OPEN WS-EXTRACT-FILE, STATUS: "
                WS-EXTRACT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PERIOD-START TO HIST-CAPTURE-DATE
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
                IF HIST-CAPTURE-DATE > WS-PERIOD-END
                    SET WS-HISTORY-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-HIST-PERIOD-COUNT
                    IF TRAN-ACCOUNT-NO OF HIST-ENTRY = SPACES
                        ADD 1 TO WS-NO-ACCOUNT-COUNT
                    ELSE
                        PERFORM 2100-WRITE-EXTRACT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-HISTORY-FILE
    CLOSE WS-EXTRACT-FILE.

2100-WRITE-EXTRACT.
    MOVE HIST-CAPTURE-DATE TO STX-CAPTURE-DATE
    MOVE HIST-ENTRY TO STX-ENTRY
    WRITE WS-EXTRACT-RECORD
    IF WS-EXTRACT-OK
        ADD 1 TO WS-EXTRACT-COUNT
    ELSE
        DISPLAY "UNABLE TO WRITE WS-EXTRACT-RECORD, STATUS: "
                WS-EXTRACT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

3000-SORT-EXTRACT.
*> Account, then the day it was posted, then value date and
*> reference so a statement reprinted later lists identically.
    SORT WS-SORT-FILE
        ON ASCENDING KEY TRAN-ACCOUNT-NO OF SRT-ENTRY
                         SRT-CAPTURE-DATE
                         TRAN-DATE OF SRT-ENTRY
                         TRAN-REF-ID OF SRT-ENTRY
        USING WS-EXTRACT-FILE
        GIVING WS-STMTWRK-FILE.

4000-PRINT-STATEMENTS.
*> One control-break pass over the sorted work file, the same shape
*> as DAILYTBL's account activity section.
    MOVE "N" TO WS-STMT-OPEN-GROUP
    MOVE SPACES TO WS-STMT-ACCOUNT
    OPEN INPUT WS-STMTWRK-FILE
    IF NOT WS-STMTWRK-OK
        DISPLAY "UNABLE TO OPEN WS-STMTWRK-FILE, STATUS: "
                WS-STMTWRK-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL WS-STMTWRK-EOF
            READ WS-STMTWRK-FILE
                AT END
                    SET WS-STMTWRK-EOF TO TRUE
                NOT AT END
                    IF NOT STMT-GROUP-OPEN
                       OR TRAN-ACCOUNT-NO OF STW-ENTRY
                           NOT = WS-STMT-ACCOUNT
                        IF STMT-GROUP-OPEN
                            PERFORM 4300-END-STATEMENT
                        END-IF
                        PERFORM 4100-START-STATEMENT
                    END-IF
                    PERFORM 4200-PRINT-POSTING
            END-READ
        END-PERFORM
        CLOSE WS-STMTWRK-FILE
        IF STMT-GROUP-OPEN
            PERFORM 4300-END-STATEMENT
        END-IF
    END-IF.

4100-START-STATEMENT.
    SET STMT-GROUP-OPEN TO TRUE
    ADD 1 TO WS-STMT-COUNT
    MOVE TRAN-ACCOUNT-NO OF STW-ENTRY TO WS-STMT-ACCOUNT
    MOVE 0 TO WS-STMT-PAID-IN
    MOVE 0 TO WS-STMT-PAID-OUT
    MOVE 0 TO WS-STMT-LINES
    MOVE 0 TO WS-STMT-OPENING
    MOVE "N" TO WS-STMT-HAS-BALHIST
    MOVE WS-STMT-ACCOUNT TO WS-ACT-KEY
    PERFORM 1500-FIND-ACCOUNT
    IF ACT-FOUND
        IF WS-ACT-PRIOR-DATE(WS-ACT-IDX) > 0
            MOVE WS-ACT-PRIOR-CLOSE(WS-ACT-IDX) TO WS-STMT-OPENING
        ELSE
            IF WS-ACT-FIRST-DATE(WS-ACT-IDX) > 0
                MOVE WS-ACT-FIRST-OPEN(WS-ACT-IDX)
                    TO WS-STMT-OPENING
            END-IF
        END-IF
        IF WS-ACT-LAST-DATE(WS-ACT-IDX) > 0
            SET STMT-HAS-BALHIST TO TRUE
            MOVE WS-ACT-LAST-CLOSE(WS-ACT-IDX)
                TO WS-STMT-BALHIST-CLOSE
        END-IF
    END-IF
    IF NOT ACT-FOUND OR WS-ACT-NAME(WS-ACT-IDX) = SPACES
        ADD 1 TO WS-NOT-ON-MASTER-COUNT
    END-IF
    MOVE ALL "=" TO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    STRING "ACCOUNT STATEMENT   PERIOD: " DELIMITED BY SIZE
           WS-PERIOD-START DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-PERIOD-END DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    IF ACT-FOUND AND WS-ACT-NAME(WS-ACT-IDX) NOT = SPACES
        STRING "ACCOUNT: " DELIMITED BY SIZE
               WS-STMT-ACCOUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ACT-NAME(WS-ACT-IDX) DELIMITED BY SIZE
            INTO WS-STMT-LINE
    ELSE
        STRING "ACCOUNT: " DELIMITED BY SIZE
               WS-STMT-ACCOUNT DELIMITED BY SIZE
               "   (NOT ON ACCOUNT MASTER)" DELIMITED BY SIZE
            INTO WS-STMT-LINE
    END-IF
    PERFORM 7900-WRITE-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE WS-STMT-OPENING TO WS-BALANCE-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING "OPENING BALANCE " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE SPACES TO WS-STMT-LINE
    MOVE "POSTED" TO WS-STMT-LINE(1:6)
    MOVE "VALUE" TO WS-STMT-LINE(10:5)
    MOVE "TYPE" TO WS-STMT-LINE(19:4)
    MOVE "REFERENCE" TO WS-STMT-LINE(24:9)
    MOVE "AMOUNT" TO WS-STMT-LINE(54:6)
    MOVE "CCY" TO WS-STMT-LINE(61:3)
    MOVE "BASE AMOUNT" TO WS-STMT-LINE(70:11)
    PERFORM 7900-WRITE-STMT-LINE.

4200-PRINT-POSTING.
*> A matched "M" posting on the master is an original whose reversal
*> has come in: the reversal merged under the original's reference,
*> so the master holds the pair as this one record. Print the pair
*> as it happened - the posting, then its reversal at the exact
*> offsetting amounts - so the holder sees both and the pair adds
*> nothing to the balance.
    ADD 1 TO WS-STMT-POSTING-COUNT
    ADD 1 TO WS-STMT-LINES
    MOVE TRAN-AMOUNT OF STW-ENTRY TO WS-AMOUNT-ED
    MOVE TRAN-BASE-AMOUNT OF STW-ENTRY TO WS-BASE-ED
    MOVE SPACES TO WS-STMT-LINE
    MOVE STW-CAPTURE-DATE TO WS-STMT-LINE(1:8)
    MOVE TRAN-DATE OF STW-ENTRY TO WS-STMT-LINE(10:8)
    MOVE TRAN-TYPE OF STW-ENTRY TO WS-STMT-LINE(19:4)
    MOVE TRAN-REF-ID OF STW-ENTRY TO WS-STMT-LINE(24:20)
    MOVE WS-AMOUNT-ED TO WS-STMT-LINE(45:15)
    MOVE TRAN-CURRENCY OF STW-ENTRY TO WS-STMT-LINE(61:3)
    MOVE WS-BASE-ED TO WS-STMT-LINE(66:15)
    PERFORM 7900-WRITE-STMT-LINE
    IF TRAN-MATCH-FLAG OF STW-ENTRY = "M"
        ADD 1 TO WS-NETTED-COUNT
        COMPUTE WS-REVERSAL-AMOUNT = 0 - TRAN-AMOUNT OF STW-ENTRY
        COMPUTE WS-REVERSAL-BASE
            = 0 - TRAN-BASE-AMOUNT OF STW-ENTRY
        MOVE WS-REVERSAL-AMOUNT TO WS-AMOUNT-ED
        MOVE WS-REVERSAL-BASE TO WS-BASE-ED
        MOVE SPACES TO WS-STMT-LINE
        MOVE "REVERSED" TO WS-STMT-LINE(10:8)
        MOVE TRAN-TYPE OF STW-ENTRY TO WS-STMT-LINE(19:4)
        MOVE "REVERSAL - NET NIL" TO WS-STMT-LINE(24:18)
        MOVE WS-AMOUNT-ED TO WS-STMT-LINE(45:15)
        MOVE TRAN-CURRENCY OF STW-ENTRY TO WS-STMT-LINE(61:3)
        MOVE WS-BASE-ED TO WS-STMT-LINE(66:15)
        PERFORM 7900-WRITE-STMT-LINE
    ELSE
        IF TRAN-BASE-AMOUNT OF STW-ENTRY >= 0
            ADD TRAN-BASE-AMOUNT OF STW-ENTRY TO WS-STMT-PAID-IN
        ELSE
            ADD TRAN-BASE-AMOUNT OF STW-ENTRY TO WS-STMT-PAID-OUT
        END-IF
    END-IF.

4300-END-STATEMENT.
    COMPUTE WS-STMT-CLOSING
        = WS-STMT-OPENING + WS-STMT-PAID-IN + WS-STMT-PAID-OUT
    ADD WS-STMT-PAID-IN TO WS-STMT-NET-TOTAL
    ADD WS-STMT-PAID-OUT TO WS-STMT-NET-TOTAL
    MOVE SPACES TO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE WS-STMT-LINES TO WS-COUNT-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING "POSTINGS        " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE WS-STMT-PAID-IN TO WS-BALANCE-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING "TOTAL DEBITS    " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE WS-STMT-PAID-OUT TO WS-BALANCE-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING "TOTAL CREDITS   " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
    MOVE WS-STMT-CLOSING TO WS-BALANCE-ED
    MOVE SPACES TO WS-STMT-LINE
    STRING "CLOSING BALANCE " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE
*> The ledger ACCTPOST closed the period on should be this same
*> figure. It is not when a posting in the period was reversed
*> after it (the pair now nets here but did not on the ledger at
*> the time) - flag it for the branch rather than print a closing
*> balance the account's own history contradicts without comment.
    IF STMT-HAS-BALHIST
       AND WS-STMT-BALHIST-CLOSE NOT = WS-STMT-CLOSING
        ADD 1 TO WS-BAL-DIFFER-COUNT
        MOVE WS-STMT-BALHIST-CLOSE TO WS-BALANCE-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "NOTE: LEDGER CLOSED THE PERIOD AT " DELIMITED BY SIZE
               WS-BALANCE-ED DELIMITED BY SIZE
               " - SEE BRANCH" DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7900-WRITE-STMT-LINE
    END-IF
    MOVE SPACES TO WS-STMT-LINE
    PERFORM 7900-WRITE-STMT-LINE.

5000-PRINT-CONTROL-PAGE.
*> Every master record captured in the period is either on a
*> statement or counted as having no account; anything else is a
*> lost or duplicated posting and fails the run's tie.
    MOVE SPACES TO WS-STMT-LINE
    STRING "STATEMENT RUN CONTROL PAGE   PERIOD: " DELIMITED BY SIZE
           WS-PERIOD-START DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-PERIOD-END DELIMITED BY SIZE
           "   RUN: " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO WS-STMT-LINE
    PERFORM 7950-WRITE-CTLPAGE-LINE
    MOVE SPACES TO WS-STMT-LINE
    PERFORM 7950-WRITE-CTLPAGE-LINE
    IF PERIOD-ARCHIVED
        MOVE SPACES TO WS-STMT-LINE
        STRING "*** PERIOD REACHES ARCHIVED HISTORY - CUTOFF "
                   DELIMITED BY SIZE
               WS-ARCHIVE-CUTOFF DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE "*** NO STATEMENTS PRINTED - RELOAD THE ARCHIVE "
            TO WS-STMT-LINE
        MOVE "GENERATION OR NARROW THE PERIOD ***"
            TO WS-STMT-LINE(48:35)
        PERFORM 7950-WRITE-CTLPAGE-LINE
    ELSE
        MOVE WS-HIST-PERIOD-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "HISTMST RECORDS IN PERIOD:         " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-STMT-POSTING-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "POSTINGS ON STATEMENTS:            " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-NO-ACCOUNT-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "RECORDS WITH NO ACCOUNT NUMBER:    " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        COMPUTE WS-TIE-DIFFERENCE
            = WS-HIST-PERIOD-COUNT - WS-STMT-POSTING-COUNT
            - WS-NO-ACCOUNT-COUNT
        MOVE WS-TIE-DIFFERENCE TO WS-DIFF-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "DIFFERENCE:                        " DELIMITED BY SIZE
               WS-DIFF-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        IF WS-TIE-DIFFERENCE NOT = 0
            MOVE "*** STATEMENT POSTINGS DO NOT TIE TO HISTMST ***"
                TO WS-STMT-LINE
            PERFORM 7950-WRITE-CTLPAGE-LINE
            DISPLAY WS-STMT-LINE UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        END-IF
        MOVE SPACES TO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-NETTED-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "  OF WHICH REVERSED (SHOWN NETTED): " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-STMT-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "STATEMENTS PRINTED:                " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "  ACCOUNTS NOT ON ACCTMST:         " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-BAL-DIFFER-COUNT TO WS-COUNT-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "  CLOSING DIFFERS FROM LEDGER:     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        MOVE WS-STMT-NET-TOTAL TO WS-TOTAL-ED
        MOVE SPACES TO WS-STMT-LINE
        STRING "NET BASE MOVEMENT ON STATEMENTS: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
            INTO WS-STMT-LINE
        PERFORM 7950-WRITE-CTLPAGE-LINE
        IF WS-BAL-DIFFER-COUNT > 0 AND RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

7900-WRITE-STMT-LINE.
    WRITE WS-STMT-RECORD FROM WS-STMT-LINE
    IF NOT WS-STMT-OK
        DISPLAY "UNABLE TO WRITE WS-STMT-RECORD, STATUS: "
                WS-STMT-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

7950-WRITE-CTLPAGE-LINE.
    WRITE WS-CTLPAGE-RECORD FROM WS-STMT-LINE
    IF NOT WS-CTLPAGE-OK
        DISPLAY "UNABLE TO WRITE WS-CTLPAGE-RECORD, STATUS: "
                WS-CTLPAGE-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    END-IF.

9000-TERMINATE.
    CLOSE WS-STMT-FILE
    CLOSE WS-CTLPAGE-FILE
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
