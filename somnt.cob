       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> SOMNT - Standing-instruction maintenance.
*> Console program over SOINST, the standing orders SOGEN turns
*> into feed entries on the day they fall due - rent, loan
*> repayments, internal sweeps the branches used to re-key every
*> week or month. Lists the instructions (all, or one account's),
*> sets a new one up, amends one, suspends one so it skips its due
*> dates until it is resumed, and cancels one for good. Nothing is
*> ever deleted: a cancelled or run-out instruction stays on the
*> master, and the references SOGEN generated from it stay
*> traceable to it. The account must be on ACCTMST and not closed,
*> and the type an active posting type on TYPEMST, whose direction
*> sets the sign the entries will carry - the operator keys the
*> amount unsigned. Each change rewrites the master at once and is
*> logged to SOLOG with the date, time, operator, and the record
*> before and after, the way TYPEMNT logs the type master. The
*> operator must be active on OPERMST - a standing order moves
*> money on every due date without anybody keying it again.
*> A missing SOINST is a new shop: the first session builds it.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. SOMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-SOINST-FILE ASSIGN TO "SOINST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOINST-STATUS.

    SELECT WS-SOLOG-FILE ASSIGN TO "SOLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOLOG-STATUS.

    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-ACCTMST-FILE ASSIGN TO "ACCTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCTMST-STATUS.

    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-SOINST-FILE.
01  WS-SOINST-RECORD.
    COPY SOINST.

FD  WS-SOLOG-FILE.
01  WS-SOLOG-RECORD.
    05  SLG-CHANGE-DATE         PIC 9(8).
    05  SLG-CHANGE-TIME         PIC 9(8).
    05  SLG-OPERATOR-ID         PIC X(3).
    05  SLG-ACTION              PIC X(8).
    05  SLG-INSTR-NO            PIC 9(8).
    05  SLG-BEFORE-IMAGE        PIC X(140).
    05  SLG-AFTER-IMAGE         PIC X(140).

FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-ACCTMST-FILE.
01  WS-ACCTMST-RECORD.
    05  ACM-ACCOUNT-NO          PIC X(10).
    05  ACM-STATUS              PIC X.
        88  ACM-IS-OPEN               VALUE "O".
        88  ACM-IS-CLOSED             VALUE "C".
        88  ACM-IS-FROZEN             VALUE "F".
    05  ACM-ACCOUNT-NAME        PIC X(30).
    05  FILLER                  PIC X(39).

FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

WORKING-STORAGE SECTION.
01  WS-SOINST-STATUS             PIC XX.
    88  WS-SOINST-OK                   VALUE "00".
    88  WS-SOINST-EOF                  VALUE "10".

01  WS-SOLOG-STATUS              PIC XX.
    88  WS-SOLOG-OK                    VALUE "00".

01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-ACCTMST-STATUS            PIC XX.
    88  WS-ACCTMST-OK                  VALUE "00".
    88  WS-ACCTMST-EOF                 VALUE "10".

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.
01  WS-NOW-TIME                  PIC 9(8) VALUE 0.

01  WS-SO-WORK.
    05  WS-SOI-COUNT             PIC 9(4) VALUE 0.
    05  WS-SOI-IDX               PIC 9(4) VALUE 0.
    05  WS-SOI-HIT-IDX           PIC 9(4) VALUE 0.
    05  WS-SOI-TABLE-LIMIT       PIC 9(4) VALUE 2000.
    05  WS-SOI-FOUND             PIC X VALUE "N".
        88  SOI-FOUND                  VALUE "Y".
    05  WS-HIGH-INSTR-NO         PIC 9(8) VALUE 0.
    05  WS-KEY-INSTR-NO          PIC 9(8) VALUE 0.
    05  WS-LIST-ACCOUNT          PIC X(10) VALUE SPACES.
    05  WS-LIST-COUNT            PIC 9(4) VALUE 0.
    05  WS-ACTION                PIC X(8) VALUE SPACES.
    05  WS-BEFORE-IMAGE          PIC X(140) VALUE SPACES.
    05  WS-ENTRY-VALID           PIC X VALUE "N".
        88  ENTRY-VALID                VALUE "Y".
    05  WS-DUE-KEYED             PIC X VALUE "N".
        88  DUE-KEYED                  VALUE "Y".
    05  WS-ABS-AMOUNT            PIC 9(9)V99 VALUE 0.
    05  WS-ROLLED-COUNT          PIC 9(5) VALUE 0.
    05  WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
    05  WS-CHANGE-COUNT-ED       PIC ZZZZ9.
    05  WS-COMMIT-STATUS         PIC X VALUE "N".
        88  COMMIT-FAILED              VALUE "Y".
    05  WS-CHANGES-LOCKED        PIC X VALUE "N".
        88  CHANGES-LOCKED             VALUE "Y".

01  WS-SO-TABLE.
*> The whole master in storage for the session, as TYPEMNT holds
*> the type master: a list or lookup is a table scan and a change
*> is one rewrite of the file.
    05  WS-SOI-ENTRY OCCURS 2000 TIMES.
        COPY SOINST REPLACING 05 BY 10.

01  WS-SO-EDIT.
*> The instruction being set up or amended, built up here and only
*> stored into the table once every field has passed 2700.
    COPY SOINST.

01  WS-TYPE-WORK.
*> Active type codes, their direction and class - what 2700 needs
*> to accept a type and sign the amount.
    05  WS-TYM-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYM-IDX               PIC 9(3) VALUE 0.
    05  WS-TYM-FOUND             PIC X VALUE "N".
        88  TYM-FOUND                  VALUE "Y".
    05  WS-TYM-ENTRY OCCURS 200 TIMES.
        10  WS-TYM-CODE          PIC X(4).
        10  WS-TYM-DIRECTION     PIC X.
        10  WS-TYM-CLASS         PIC X.
        10  WS-TYM-STATUS        PIC X.

01  WS-ACCOUNT-WORK.
    05  WS-ACCT-COUNT            PIC 9(4) VALUE 0.
    05  WS-ACCT-IDX              PIC 9(4) VALUE 0.
    05  WS-ACCT-TABLE-LIMIT      PIC 9(4) VALUE 2000.
    05  WS-ACCT-FOUND            PIC X VALUE "N".
        88  ACCT-FOUND                 VALUE "Y".
    05  WS-ACCTMST-SW            PIC X VALUE "N".
        88  ACCTMST-LOADED             VALUE "Y".
    05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
        10  WS-ACCT-NUMBER       PIC X(10).
        10  WS-ACCT-STATUS       PIC X.

01  WS-SIGNON-WORK.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-STATUS        PIC X.

01  WS-DATE-EDIT-WORK.
    05  WS-EDIT-DATE             PIC 9(8).
    05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
        10  WS-EDIT-YEAR         PIC 9(4).
        10  WS-EDIT-MONTH        PIC 9(2).
        10  WS-EDIT-DAY          PIC 9(2).
    05  WS-EDIT-DATE-VALID       PIC X VALUE "N".
        88  EDIT-DATE-VALID            VALUE "Y".
    05  WS-EDIT-MONTH-DAYS       PIC 9(2).
    05  WS-DUE-INT               PIC 9(9) VALUE 0.
    05  WS-DUE-MONTHS            PIC 9(2) VALUE 0.

01  WS-OPERATOR-WORK.
    05  WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
    05  WS-MODE-REPLY            PIC X VALUE SPACE.
        88  MODE-LIST                  VALUES "L" "l".
        88  MODE-ADD                   VALUES "A" "a".
        88  MODE-AMEND                 VALUES "M" "m".
        88  MODE-SUSPEND               VALUES "S" "s".
        88  MODE-RESUME                VALUES "R" "r".
        88  MODE-CANCEL                VALUES "C" "c".
        88  MODE-QUIT                  VALUES "X" "x".
    05  WS-CONFIRM-REPLY         PIC X VALUE SPACE.
        88  CHANGE-CONFIRMED           VALUES "Y" "y".
    05  WS-FIELD-TEXT            PIC X(30) VALUE SPACES.
    05  WS-AMOUNT-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-AMOUNT-DIGITS     PIC 9(9)V99.
        10  FILLER               PIC X(19).
    05  WS-DATE-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-DATE-DIGITS       PIC 9(8).
        10  FILLER               PIC X(22).
    05  WS-COUNT-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-COUNT-DIGITS      PIC 9(5).
        10  FILLER               PIC X(25).
    05  WS-KEEP-ALLOWED          PIC X VALUE "N".
        88  KEEP-ALLOWED               VALUE "Y".

01  WS-DISPLAY-WORK.
    05  WS-MNT-LINE              PIC X(100).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-COUNT-ED              PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-MAINTENANCE-LOOP
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
*> Three tries at the initials, then the session ends before the
*> master has even been read.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1100-LOAD-OPERATOR-MASTER
    MOVE "N" TO WS-OPR-FOUND
    MOVE 0 TO WS-SIGNON-TRIES
    PERFORM UNTIL OPR-FOUND OR WS-SIGNON-TRIES = 3
        DISPLAY "ENTER OPERATOR INITIALS (3 CHARACTERS): "
            UPON CONSOLE
        MOVE SPACES TO WS-OPERATOR-ID
        ACCEPT WS-OPERATOR-ID FROM CONSOLE
        ADD 1 TO WS-SIGNON-TRIES
        PERFORM 1110-FIND-OPERATOR
        IF NOT OPR-FOUND
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                    " NOT ACTIVE ON OPERMST" UPON CONSOLE
        END-IF
    END-PERFORM
    IF NOT OPR-FOUND
        DISPLAY "SIGN-ON REFUSED AFTER THREE ATTEMPTS - "
                "NO MAINTENANCE DONE" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-LOAD-TYPE-MASTER
    PERFORM 1300-LOAD-ACCOUNT-MASTER
    PERFORM 1400-LOAD-INSTRUCTIONS.

1100-LOAD-OPERATOR-MASTER.
    MOVE 0 TO WS-OPR-COUNT
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
                IF OPM-IS-OPERATOR AND WS-OPR-COUNT < 200
                    ADD 1 TO WS-OPR-COUNT
                    MOVE OPM-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                    MOVE OPM-OPERATOR-STATUS
                        TO WS-OPR-STATUS(WS-OPR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-OPERMST-FILE.

1110-FIND-OPERATOR.
    MOVE "N" TO WS-OPR-FOUND
    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
            UNTIL WS-OPR-IDX > WS-OPR-COUNT OR OPR-FOUND
        IF WS-OPR-ID(WS-OPR-IDX) = WS-OPERATOR-ID
           AND WS-OPERATOR-ID NOT = SPACES
           AND WS-OPR-STATUS(WS-OPR-IDX) = "A"
            SET OPR-FOUND TO TRUE
        END-IF
    END-PERFORM.

1200-LOAD-TYPE-MASTER.
*> Without the type master no instruction can be signed or vetted,
*> and one set up blind would reject on its first due date.
    MOVE 0 TO WS-TYM-COUNT
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
                IF WS-TYM-COUNT < 200
                    ADD 1 TO WS-TYM-COUNT
                    MOVE TYM-TRAN-TYPE TO WS-TYM-CODE(WS-TYM-COUNT)
                    MOVE TYM-DIRECTION
                        TO WS-TYM-DIRECTION(WS-TYM-COUNT)
                    MOVE TYM-CLASS TO WS-TYM-CLASS(WS-TYM-COUNT)
                    MOVE TYM-STATUS TO WS-TYM-STATUS(WS-TYM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-TYPEMST-FILE.

1300-LOAD-ACCOUNT-MASTER.
*> The account check is a courtesy - DAILYTBL vets the account on
*> every due date anyway - so a missing ACCTMST only stands the
*> check down, as it does in DAILYTBL.
    MOVE 0 TO WS-ACCT-COUNT
    OPEN INPUT WS-ACCTMST-FILE
    IF NOT WS-ACCTMST-OK
        DISPLAY "ACCTMST NOT AVAILABLE, STATUS: " WS-ACCTMST-STATUS
                " - ACCOUNTS NOT CHECKED" UPON CONSOLE
    ELSE
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
                        MOVE ACM-STATUS
                            TO WS-ACCT-STATUS(WS-ACCT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-ACCTMST-FILE
    END-IF.

1400-LOAD-INSTRUCTIONS.
    MOVE 0 TO WS-SOI-COUNT
    MOVE 0 TO WS-HIGH-INSTR-NO
    OPEN INPUT WS-SOINST-FILE
    IF WS-SOINST-OK
        PERFORM UNTIL WS-SOINST-EOF
            READ WS-SOINST-FILE
                AT END
                    SET WS-SOINST-EOF TO TRUE
                NOT AT END
                    IF WS-SOI-COUNT < WS-SOI-TABLE-LIMIT
                        ADD 1 TO WS-SOI-COUNT
                        MOVE WS-SOINST-RECORD
                            TO WS-SOI-ENTRY(WS-SOI-COUNT)
                        IF SOI-INSTR-NO OF WS-SOINST-RECORD IS NUMERIC
                           AND SOI-INSTR-NO OF WS-SOINST-RECORD
                                > WS-HIGH-INSTR-NO
                            MOVE SOI-INSTR-NO OF WS-SOINST-RECORD
                                TO WS-HIGH-INSTR-NO
                        END-IF
                    ELSE
*> Rewriting the master from a table that dropped an instruction
*> would lose it for good - stop before anything can be changed.
                        DISPLAY "INSTRUCTION TABLE FULL AT 2000 - "
                                "SOINST CANNOT BE MAINTAINED SAFELY"
                            UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-SOINST-FILE
    ELSE
        DISPLAY "SOINST NOT FOUND, STATUS: " WS-SOINST-STATUS
                " - STARTING A NEW INSTRUCTION MASTER" UPON CONSOLE
    END-IF.

2000-MAINTENANCE-LOOP.
    PERFORM UNTIL MODE-QUIT
        DISPLAY "L)IST A)DD M)AMEND S)USPEND R)ESUME C)ANCEL "
                "X) END: " UPON CONSOLE
        MOVE SPACE TO WS-MODE-REPLY
        ACCEPT WS-MODE-REPLY FROM CONSOLE
        EVALUATE TRUE
            WHEN CHANGES-LOCKED
             AND (MODE-ADD OR MODE-AMEND OR MODE-SUSPEND
                  OR MODE-RESUME OR MODE-CANCEL)
                DISPLAY "CHANGES REFUSED - SOINST OR SOLOG COULD NOT "
                        "BE WRITTEN THIS SESSION" UPON CONSOLE
            WHEN MODE-LIST
                PERFORM 2100-LIST-INSTRUCTIONS
            WHEN MODE-ADD
                PERFORM 2200-ADD-INSTRUCTION
            WHEN MODE-AMEND
                PERFORM 2300-AMEND-INSTRUCTION
            WHEN MODE-SUSPEND
                PERFORM 2400-SUSPEND-INSTRUCTION
            WHEN MODE-RESUME
                PERFORM 2450-RESUME-INSTRUCTION
            WHEN MODE-CANCEL
                PERFORM 2480-CANCEL-INSTRUCTION
            WHEN MODE-QUIT
                CONTINUE
            WHEN OTHER
                DISPLAY "ENTER L, A, M, S, R, C, OR X" UPON CONSOLE
        END-EVALUATE
    END-PERFORM.

2100-LIST-INSTRUCTIONS.
    DISPLAY "ACCOUNT TO LIST (BLANK FOR ALL): " UPON CONSOLE
    MOVE SPACES TO WS-LIST-ACCOUNT
    ACCEPT WS-LIST-ACCOUNT FROM CONSOLE
    MOVE 0 TO WS-LIST-COUNT
    PERFORM VARYING WS-SOI-IDX FROM 1 BY 1
            UNTIL WS-SOI-IDX > WS-SOI-COUNT
        IF WS-LIST-ACCOUNT = SPACES
           OR SOI-ACCOUNT-NO OF WS-SOI-ENTRY(WS-SOI-IDX)
                = WS-LIST-ACCOUNT
            MOVE WS-SOI-ENTRY(WS-SOI-IDX) TO WS-SO-EDIT
            PERFORM 2900-DISPLAY-INSTRUCTION
            ADD 1 TO WS-LIST-COUNT
        END-IF
    END-PERFORM
    IF WS-LIST-COUNT = 0
        DISPLAY "NO INSTRUCTIONS TO LIST" UPON CONSOLE
    END-IF.

2200-ADD-INSTRUCTION.
*> The number is the next one up - never reused, so a reference
*> SOGEN generated years ago still points at one instruction.
    IF WS-SOI-COUNT = WS-SOI-TABLE-LIMIT
        DISPLAY "INSTRUCTION TABLE FULL AT 2000 - NOTHING ADDED"
            UPON CONSOLE
    ELSE
        MOVE SPACES TO WS-SO-EDIT
        MOVE SPACES TO WS-BEFORE-IMAGE
        ADD 1 TO WS-HIGH-INSTR-NO
            GIVING SOI-INSTR-NO OF WS-SO-EDIT
        MOVE 0 TO SOI-AMOUNT OF WS-SO-EDIT
        MOVE 0 TO SOI-ANCHOR-DAY OF WS-SO-EDIT
        MOVE 0 TO SOI-NEXT-DUE OF WS-SO-EDIT
        MOVE "N" TO SOI-END-TYPE OF WS-SO-EDIT
        MOVE 0 TO SOI-END-DATE OF WS-SO-EDIT
        MOVE 0 TO SOI-REMAINING OF WS-SO-EDIT
        MOVE "A" TO SOI-STATUS OF WS-SO-EDIT
        MOVE 0 TO SOI-GEN-COUNT OF WS-SO-EDIT
        MOVE 0 TO SOI-LAST-GEN-DATE OF WS-SO-EDIT
        MOVE 0 TO SOI-REJ-COUNT OF WS-SO-EDIT
        MOVE 0 TO SOI-LAST-REJ-DATE OF WS-SO-EDIT
        MOVE 0 TO SOI-LAST-REJ-CYCLE OF WS-SO-EDIT
        MOVE "N" TO WS-KEEP-ALLOWED
        PERFORM 2600-PROMPT-FIELDS
        PERFORM 2700-VALIDATE-INSTRUCTION
        IF ENTRY-VALID
            ADD 1 TO WS-SOI-COUNT
            MOVE WS-SOI-COUNT TO WS-SOI-HIT-IDX
            MOVE SOI-INSTR-NO OF WS-SO-EDIT TO WS-HIGH-INSTR-NO
            MOVE "ADD" TO WS-ACTION
            PERFORM 2800-COMMIT-CHANGE
        ELSE
            DISPLAY "INSTRUCTION NOT ADDED" UPON CONSOLE
        END-IF
    END-IF.

2300-AMEND-INSTRUCTION.
*> Every field but the number can change; a blank reply keeps what
*> is there. Status has its own verbs so a suspension or a cancel
*> is always a deliberate act. A cancelled or run-out instruction
*> is history - a new one is set up instead.
    PERFORM 2510-ACCEPT-INSTR-NO
    IF NOT SOI-FOUND
        CONTINUE
    ELSE
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-SO-EDIT
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-BEFORE-IMAGE
        IF SOI-IS-CANCELLED OF WS-SO-EDIT
           OR SOI-IS-ENDED OF WS-SO-EDIT
            DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                    " IS CANCELLED OR ENDED - SET UP A NEW ONE"
                UPON CONSOLE
        ELSE
            PERFORM 2900-DISPLAY-INSTRUCTION
            SET KEEP-ALLOWED TO TRUE
            PERFORM 2600-PROMPT-FIELDS
            PERFORM 2700-VALIDATE-INSTRUCTION
            IF ENTRY-VALID
                IF WS-SO-EDIT = WS-BEFORE-IMAGE
                    DISPLAY "NOTHING CHANGED" UPON CONSOLE
                ELSE
                    MOVE "AMEND" TO WS-ACTION
                    PERFORM 2800-COMMIT-CHANGE
                END-IF
            ELSE
                DISPLAY "INSTRUCTION NOT AMENDED" UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2400-SUSPEND-INSTRUCTION.
*> A suspended instruction generates nothing; its due dates pass
*> by and are not made up when it is resumed.
    PERFORM 2510-ACCEPT-INSTR-NO
    IF NOT SOI-FOUND
        CONTINUE
    ELSE
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-SO-EDIT
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-BEFORE-IMAGE
        IF NOT SOI-IS-ACTIVE OF WS-SO-EDIT
            DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                    " IS NOT ACTIVE - STATUS "
                    SOI-STATUS OF WS-SO-EDIT UPON CONSOLE
        ELSE
            PERFORM 2900-DISPLAY-INSTRUCTION
            DISPLAY "CONFIRM SUSPEND OF " WS-KEY-INSTR-NO " - Y/N: "
                UPON CONSOLE
            MOVE SPACE TO WS-CONFIRM-REPLY
            ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
            IF CHANGE-CONFIRMED
                MOVE "S" TO SOI-STATUS OF WS-SO-EDIT
                MOVE "SUSPEND" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
            ELSE
                DISPLAY "SUSPEND ABANDONED - MASTER UNCHANGED"
                    UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2450-RESUME-INSTRUCTION.
*> Due dates that went by while suspended are stepped over, not
*> generated late - the next due date is the first one from today
*> on. If that runs the instruction past its end, it is ended. A
*> monthly, quarterly or annual instruction with no anchor day
*> cannot be stepped to a real date, so it is refused until its
*> next due date is keyed again under M)AMEND, which sets one.
    PERFORM 2510-ACCEPT-INSTR-NO
    IF NOT SOI-FOUND
        CONTINUE
    ELSE
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-SO-EDIT
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-BEFORE-IMAGE
        EVALUATE TRUE
            WHEN NOT SOI-IS-SUSPENDED OF WS-SO-EDIT
                DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                        " IS NOT SUSPENDED - STATUS "
                        SOI-STATUS OF WS-SO-EDIT UPON CONSOLE
            WHEN NOT SOI-IS-WEEKLY OF WS-SO-EDIT
             AND NOT SOI-IS-FORTNIGHTLY OF WS-SO-EDIT
             AND NOT SOI-ANCHOR-DAY OF WS-SO-EDIT > 0
                DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                        " HAS NO ANCHOR DAY - AMEND ITS NEXT DUE "
                        "DATE, THEN RESUME" UPON CONSOLE
                DISPLAY "INSTRUCTION NOT RESUMED" UPON CONSOLE
            WHEN OTHER
                MOVE "A" TO SOI-STATUS OF WS-SO-EDIT
                MOVE 0 TO WS-ROLLED-COUNT
                PERFORM UNTIL SOI-NEXT-DUE OF WS-SO-EDIT
                        >= WS-TODAY-DATE
                    PERFORM 2760-ADVANCE-DUE-DATE
                    ADD 1 TO WS-ROLLED-COUNT
                END-PERFORM
                IF WS-ROLLED-COUNT > 0
                    MOVE WS-ROLLED-COUNT TO WS-COUNT-ED
                    DISPLAY WS-COUNT-ED " DUE DATE(S) PASSED WHILE "
                            "SUSPENDED - NOT GENERATED" UPON CONSOLE
                END-IF
                IF SOI-ENDS-ON-DATE OF WS-SO-EDIT
                   AND SOI-NEXT-DUE OF WS-SO-EDIT
                        > SOI-END-DATE OF WS-SO-EDIT
                    MOVE "E" TO SOI-STATUS OF WS-SO-EDIT
                    DISPLAY "END DATE HAS PASSED - INSTRUCTION ENDED"
                        UPON CONSOLE
                END-IF
                MOVE "RESUME" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
        END-EVALUATE
    END-IF.

2480-CANCEL-INSTRUCTION.
    PERFORM 2510-ACCEPT-INSTR-NO
    IF NOT SOI-FOUND
        CONTINUE
    ELSE
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-SO-EDIT
        MOVE WS-SOI-ENTRY(WS-SOI-HIT-IDX) TO WS-BEFORE-IMAGE
        IF SOI-IS-CANCELLED OF WS-SO-EDIT
           OR SOI-IS-ENDED OF WS-SO-EDIT
            DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                    " IS ALREADY CANCELLED OR ENDED" UPON CONSOLE
        ELSE
            PERFORM 2900-DISPLAY-INSTRUCTION
            DISPLAY "CONFIRM CANCEL OF " WS-KEY-INSTR-NO
                    " - IT CANNOT BE RESUMED - Y/N: " UPON CONSOLE
            MOVE SPACE TO WS-CONFIRM-REPLY
            ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
            IF CHANGE-CONFIRMED
                MOVE "C" TO SOI-STATUS OF WS-SO-EDIT
                MOVE "CANCEL" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
            ELSE
                DISPLAY "CANCEL ABANDONED - MASTER UNCHANGED"
                    UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2500-FIND-INSTRUCTION.
    MOVE "N" TO WS-SOI-FOUND
    MOVE 0 TO WS-SOI-HIT-IDX
    PERFORM VARYING WS-SOI-IDX FROM 1 BY 1
            UNTIL WS-SOI-IDX > WS-SOI-COUNT OR SOI-FOUND
        IF SOI-INSTR-NO OF WS-SOI-ENTRY(WS-SOI-IDX)
                = WS-KEY-INSTR-NO
            SET SOI-FOUND TO TRUE
            MOVE WS-SOI-IDX TO WS-SOI-HIT-IDX
        END-IF
    END-PERFORM.

2510-ACCEPT-INSTR-NO.
    MOVE "N" TO WS-SOI-FOUND
    DISPLAY "ENTER INSTRUCTION NUMBER (8 DIGITS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT(1:8) IS NOT NUMERIC
        DISPLAY "INSTRUCTION NUMBER MUST BE 8 DIGITS" UPON CONSOLE
    ELSE
        MOVE WS-DATE-DIGITS TO WS-KEY-INSTR-NO
        PERFORM 2500-FIND-INSTRUCTION
        IF NOT SOI-FOUND
            DISPLAY "INSTRUCTION " WS-KEY-INSTR-NO
                    " NOT ON THE MASTER" UPON CONSOLE
        END-IF
    END-IF.

2600-PROMPT-FIELDS.
*> One prompt per field. On an amendment a blank reply keeps the
*> field as it stands; on a set-up a blank is taken as the blank
*> value and left for 2700 to judge.
    MOVE "N" TO WS-DUE-KEYED
    IF KEEP-ALLOWED
        DISPLAY "BLANK REPLY KEEPS THE CURRENT VALUE" UPON CONSOLE
    END-IF
    DISPLAY "ACCOUNT NUMBER (10 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:10) TO SOI-ACCOUNT-NO OF WS-SO-EDIT
    END-IF
    DISPLAY "TRANSACTION TYPE (4 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:4) TO SOI-TRAN-TYPE OF WS-SO-EDIT
    END-IF
    DISPLAY "AMOUNT (11 DIGITS, 9(9)V99, UNSIGNED - THE TYPE SETS "
            "THE SIGN): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES
        IF WS-FIELD-TEXT(1:11) IS NUMERIC
            MOVE WS-AMOUNT-DIGITS TO SOI-AMOUNT OF WS-SO-EDIT
        ELSE
            DISPLAY "AMOUNT NOT NUMERIC - FIELD LEFT AS WAS"
                UPON CONSOLE
        END-IF
    END-IF
    DISPLAY "CURRENCY (3 CHARACTERS, BLANK FOR BASE): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:3) TO SOI-CURRENCY OF WS-SO-EDIT
    END-IF
    DISPLAY "PAYEE / REFERENCE (20 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:20) TO SOI-PAYEE-REF OF WS-SO-EDIT
    END-IF
    DISPLAY "FREQUENCY - W)EEKLY F)ORTNIGHTLY M)ONTHLY Q)UARTERLY "
            "A)NNUAL: " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        EVALUATE WS-FIELD-TEXT(1:1)
            WHEN "w"
                MOVE "W" TO SOI-FREQUENCY OF WS-SO-EDIT
            WHEN "f"
                MOVE "F" TO SOI-FREQUENCY OF WS-SO-EDIT
            WHEN "m"
                MOVE "M" TO SOI-FREQUENCY OF WS-SO-EDIT
            WHEN "q"
                MOVE "Q" TO SOI-FREQUENCY OF WS-SO-EDIT
            WHEN "a"
                MOVE "A" TO SOI-FREQUENCY OF WS-SO-EDIT
            WHEN OTHER
                MOVE WS-FIELD-TEXT(1:1)
                    TO SOI-FREQUENCY OF WS-SO-EDIT
        END-EVALUATE
    END-IF
    DISPLAY "NEXT DUE DATE (YYYYMMDD): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES
        IF WS-FIELD-TEXT(1:8) IS NUMERIC
            MOVE WS-DATE-DIGITS TO SOI-NEXT-DUE OF WS-SO-EDIT
            SET DUE-KEYED TO TRUE
        ELSE
            DISPLAY "DATE NOT NUMERIC - FIELD LEFT AS WAS"
                UPON CONSOLE
        END-IF
    END-IF
    DISPLAY "ENDS - D)ATE C)OUNT OF PAYMENTS N)OT UNTIL CANCELLED: "
        UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        EVALUATE WS-FIELD-TEXT(1:1)
            WHEN "d"
                MOVE "D" TO SOI-END-TYPE OF WS-SO-EDIT
            WHEN "c"
                MOVE "C" TO SOI-END-TYPE OF WS-SO-EDIT
            WHEN "n"
            WHEN SPACE
                MOVE "N" TO SOI-END-TYPE OF WS-SO-EDIT
            WHEN OTHER
                MOVE WS-FIELD-TEXT(1:1)
                    TO SOI-END-TYPE OF WS-SO-EDIT
        END-EVALUATE
    END-IF
    EVALUATE TRUE
        WHEN SOI-ENDS-ON-DATE OF WS-SO-EDIT
            MOVE 0 TO SOI-REMAINING OF WS-SO-EDIT
            DISPLAY "LAST DATE A PAYMENT MAY FALL DUE (YYYYMMDD): "
                UPON CONSOLE
            MOVE SPACES TO WS-FIELD-TEXT
            ACCEPT WS-FIELD-TEXT FROM CONSOLE
            IF WS-FIELD-TEXT NOT = SPACES
                IF WS-FIELD-TEXT(1:8) IS NUMERIC
                    MOVE WS-DATE-DIGITS TO SOI-END-DATE OF WS-SO-EDIT
                ELSE
                    DISPLAY "DATE NOT NUMERIC - FIELD LEFT AS WAS"
                        UPON CONSOLE
                END-IF
            END-IF
        WHEN SOI-ENDS-ON-COUNT OF WS-SO-EDIT
            MOVE 0 TO SOI-END-DATE OF WS-SO-EDIT
            DISPLAY "PAYMENTS STILL TO MAKE (5 DIGITS): "
                UPON CONSOLE
            MOVE SPACES TO WS-FIELD-TEXT
            ACCEPT WS-FIELD-TEXT FROM CONSOLE
            IF WS-FIELD-TEXT NOT = SPACES
                IF WS-FIELD-TEXT(1:5) IS NUMERIC
                    MOVE WS-COUNT-DIGITS
                        TO SOI-REMAINING OF WS-SO-EDIT
                ELSE
                    DISPLAY "COUNT NOT NUMERIC - FIELD LEFT AS WAS"
                        UPON CONSOLE
                END-IF
            END-IF
        WHEN OTHER
            MOVE 0 TO SOI-END-DATE OF WS-SO-EDIT
            MOVE 0 TO SOI-REMAINING OF WS-SO-EDIT
    END-EVALUATE.

2700-VALIDATE-INSTRUCTION.
*> The rules SOGEN and DAILYTBL rely on: an open account, an active
*> posting type (a reversal is never a standing order), a non-zero
*> amount signed the type's way, a frequency SOGEN can step, a real
*> next due date not already behind us, and an end it can test.
    SET ENTRY-VALID TO TRUE
    IF ACCTMST-LOADED
        MOVE "N" TO WS-ACCT-FOUND
        PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR ACCT-FOUND
            IF WS-ACCT-NUMBER(WS-ACCT-IDX)
                    = SOI-ACCOUNT-NO OF WS-SO-EDIT
                SET ACCT-FOUND TO TRUE
            END-IF
        END-PERFORM
        IF ACCT-FOUND
            SUBTRACT 1 FROM WS-ACCT-IDX
        END-IF
        IF NOT ACCT-FOUND
            DISPLAY "ACCOUNT " SOI-ACCOUNT-NO OF WS-SO-EDIT
                    " NOT ON ACCTMST" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        ELSE
            IF WS-ACCT-STATUS(WS-ACCT-IDX) = "C"
                DISPLAY "ACCOUNT " SOI-ACCOUNT-NO OF WS-SO-EDIT
                        " IS CLOSED" UPON CONSOLE
                MOVE "N" TO WS-ENTRY-VALID
            END-IF
            IF WS-ACCT-STATUS(WS-ACCT-IDX) = "F"
                DISPLAY "NOTE: ACCOUNT " SOI-ACCOUNT-NO OF WS-SO-EDIT
                        " IS FROZEN" UPON CONSOLE
            END-IF
        END-IF
    ELSE
        IF SOI-ACCOUNT-NO OF WS-SO-EDIT = SPACES
            DISPLAY "ACCOUNT NUMBER IS REQUIRED" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
    END-IF
    MOVE "N" TO WS-TYM-FOUND
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT OR TYM-FOUND
        IF WS-TYM-CODE(WS-TYM-IDX) = SOI-TRAN-TYPE OF WS-SO-EDIT
            SET TYM-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF TYM-FOUND
        SUBTRACT 1 FROM WS-TYM-IDX
    END-IF
    IF NOT TYM-FOUND
        DISPLAY "TYPE " SOI-TRAN-TYPE OF WS-SO-EDIT
                " NOT ON TYPEMST" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    ELSE
        IF WS-TYM-STATUS(WS-TYM-IDX) NOT = "A"
           OR WS-TYM-CLASS(WS-TYM-IDX) NOT = "P"
            DISPLAY "TYPE " SOI-TRAN-TYPE OF WS-SO-EDIT
                    " IS RETIRED OR A REVERSAL TYPE" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
    END-IF
*> Sign the amount from the type every time, so changing the type
*> of an instruction can never leave the old sign behind.
    IF SOI-AMOUNT OF WS-SO-EDIT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - SOI-AMOUNT OF WS-SO-EDIT
    ELSE
        MOVE SOI-AMOUNT OF WS-SO-EDIT TO WS-ABS-AMOUNT
    END-IF
    IF WS-ABS-AMOUNT = 0
        DISPLAY "AMOUNT MUST BE GREATER THAN ZERO" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    IF TYM-FOUND AND WS-TYM-DIRECTION(WS-TYM-IDX) = "C"
        COMPUTE SOI-AMOUNT OF WS-SO-EDIT = 0 - WS-ABS-AMOUNT
    ELSE
        MOVE WS-ABS-AMOUNT TO SOI-AMOUNT OF WS-SO-EDIT
    END-IF
    IF NOT SOI-IS-WEEKLY OF WS-SO-EDIT
       AND NOT SOI-IS-FORTNIGHTLY OF WS-SO-EDIT
       AND NOT SOI-IS-MONTHLY OF WS-SO-EDIT
       AND NOT SOI-IS-QUARTERLY OF WS-SO-EDIT
       AND NOT SOI-IS-ANNUAL OF WS-SO-EDIT
        DISPLAY "FREQUENCY MUST BE W, F, M, Q OR A" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    MOVE SOI-NEXT-DUE OF WS-SO-EDIT TO WS-EDIT-DATE
    PERFORM 2750-EDIT-DATE
    IF NOT EDIT-DATE-VALID
        DISPLAY "NEXT DUE DATE IS NOT A VALID DATE" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    ELSE
*> A due date keyed today or later; one already on the master is
*> left alone even if SOGEN has not reached it yet.
        IF DUE-KEYED
            IF SOI-NEXT-DUE OF WS-SO-EDIT < WS-TODAY-DATE
                DISPLAY "NEXT DUE DATE IS IN THE PAST" UPON CONSOLE
                MOVE "N" TO WS-ENTRY-VALID
            ELSE
                MOVE WS-EDIT-DAY TO SOI-ANCHOR-DAY OF WS-SO-EDIT
            END-IF
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN SOI-ENDS-ON-DATE OF WS-SO-EDIT
            MOVE SOI-END-DATE OF WS-SO-EDIT TO WS-EDIT-DATE
            PERFORM 2750-EDIT-DATE
            IF NOT EDIT-DATE-VALID
                DISPLAY "END DATE IS NOT A VALID DATE" UPON CONSOLE
                MOVE "N" TO WS-ENTRY-VALID
            ELSE
                IF SOI-END-DATE OF WS-SO-EDIT
                        < SOI-NEXT-DUE OF WS-SO-EDIT
                    DISPLAY "END DATE IS BEFORE THE NEXT DUE DATE"
                        UPON CONSOLE
                    MOVE "N" TO WS-ENTRY-VALID
                END-IF
            END-IF
        WHEN SOI-ENDS-ON-COUNT OF WS-SO-EDIT
            IF SOI-REMAINING OF WS-SO-EDIT = 0
                DISPLAY "PAYMENTS STILL TO MAKE MUST BE AT LEAST 1"
                    UPON CONSOLE
                MOVE "N" TO WS-ENTRY-VALID
            END-IF
        WHEN SOI-OPEN-ENDED OF WS-SO-EDIT
            CONTINUE
        WHEN OTHER
            DISPLAY "ENDS MUST BE D, C OR N" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
    END-EVALUATE.

2750-EDIT-DATE.
*> Calendar validation of WS-EDIT-DATE (YYYYMMDD), the same rules
*> DAILYTBL's date edit applies to TRAN-DATE.
    MOVE "N" TO WS-EDIT-DATE-VALID
    IF WS-EDIT-DATE IS NUMERIC
        IF WS-EDIT-YEAR >= 1990 AND WS-EDIT-YEAR <= 2099
           AND WS-EDIT-MONTH >= 1 AND WS-EDIT-MONTH <= 12
            PERFORM 2755-MONTH-DAYS
            IF WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= WS-EDIT-MONTH-DAYS
                SET EDIT-DATE-VALID TO TRUE
            END-IF
        END-IF
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
*> One step of the instruction's frequency from SOI-NEXT-DUE. Weeks
*> count days; months go back to the anchor day, cut short to the
*> last day of a month that has fewer days. SOGEN steps the same way.
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
                MOVE WS-EDIT-MONTH-DAYS TO WS-EDIT-DAY
            ELSE
                MOVE SOI-ANCHOR-DAY OF WS-SO-EDIT TO WS-EDIT-DAY
            END-IF
            MOVE WS-EDIT-DATE TO SOI-NEXT-DUE OF WS-SO-EDIT
    END-EVALUATE.

2800-COMMIT-CHANGE.
*> Stamp, store, rewrite, log - in that order, so the log never
*> records a change the master does not carry. Once either file has
*> failed to take a change, the table no longer matches what is on
*> disk, so the session takes no more changes.
    MOVE WS-TODAY-DATE TO SOI-LAST-CHANGED OF WS-SO-EDIT
    MOVE WS-OPERATOR-ID TO SOI-CHANGED-BY OF WS-SO-EDIT
    MOVE WS-SO-EDIT TO WS-SOI-ENTRY(WS-SOI-HIT-IDX)
    MOVE "N" TO WS-COMMIT-STATUS
    PERFORM 3000-REWRITE-MASTER
    IF COMMIT-FAILED
        DISPLAY "INSTRUCTION " SOI-INSTR-NO OF WS-SO-EDIT " "
                WS-ACTION " NOT RECORDED - SOINST NOT REWRITTEN"
            UPON CONSOLE
    ELSE
        PERFORM 3100-WRITE-CHANGE-LOG
        ADD 1 TO WS-CHANGE-COUNT
        PERFORM 2900-DISPLAY-INSTRUCTION
        IF COMMIT-FAILED
            DISPLAY "INSTRUCTION " SOI-INSTR-NO OF WS-SO-EDIT " "
                    WS-ACTION " ON SOINST BUT NOT LOGGED ON SOLOG"
                UPON CONSOLE
        ELSE
            DISPLAY "INSTRUCTION " SOI-INSTR-NO OF WS-SO-EDIT " "
                    WS-ACTION " RECORDED" UPON CONSOLE
        END-IF
    END-IF
    IF COMMIT-FAILED
        SET CHANGES-LOCKED TO TRUE
        DISPLAY "NO FURTHER CHANGES THIS SESSION - LIST ONLY"
            UPON CONSOLE
    END-IF.

2900-DISPLAY-INSTRUCTION.
    MOVE SOI-AMOUNT OF WS-SO-EDIT TO WS-AMOUNT-ED
    MOVE SPACES TO WS-MNT-LINE
    STRING SOI-INSTR-NO OF WS-SO-EDIT DELIMITED BY SIZE
           "  ACCT: " DELIMITED BY SIZE
           SOI-ACCOUNT-NO OF WS-SO-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SOI-TRAN-TYPE OF WS-SO-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SOI-CURRENCY OF WS-SO-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SOI-PAYEE-REF OF WS-SO-EDIT DELIMITED BY SIZE
           "  STATUS: " DELIMITED BY SIZE
           SOI-STATUS OF WS-SO-EDIT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE SPACES TO WS-MNT-LINE
    STRING "      FREQ: " DELIMITED BY SIZE
           SOI-FREQUENCY OF WS-SO-EDIT DELIMITED BY SIZE
           "  NEXT DUE: " DELIMITED BY SIZE
           SOI-NEXT-DUE OF WS-SO-EDIT DELIMITED BY SIZE
           "  ENDS: " DELIMITED BY SIZE
           SOI-END-TYPE OF WS-SO-EDIT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    EVALUATE TRUE
        WHEN SOI-ENDS-ON-DATE OF WS-SO-EDIT
            STRING " AFTER " DELIMITED BY SIZE
                   SOI-END-DATE OF WS-SO-EDIT DELIMITED BY SIZE
                INTO WS-MNT-LINE(46:20)
        WHEN SOI-ENDS-ON-COUNT OF WS-SO-EDIT
            MOVE SOI-REMAINING OF WS-SO-EDIT TO WS-COUNT-ED
            STRING " " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " TO GO" DELIMITED BY SIZE
                INTO WS-MNT-LINE(46:20)
    END-EVALUATE
    MOVE SOI-GEN-COUNT OF WS-SO-EDIT TO WS-COUNT-ED
    STRING "  MADE: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
        INTO WS-MNT-LINE(66:20)
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE SPACES TO WS-MNT-LINE
    STRING "      CHANGED: " DELIMITED BY SIZE
           SOI-LAST-CHANGED OF WS-SO-EDIT DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           SOI-CHANGED-BY OF WS-SO-EDIT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    IF SOI-REJ-COUNT OF WS-SO-EDIT IS NUMERIC
       AND SOI-REJ-COUNT OF WS-SO-EDIT > 0
        MOVE SOI-REJ-COUNT OF WS-SO-EDIT TO WS-COUNT-ED
        STRING "  REJECTED: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  LAST " DELIMITED BY SIZE
               SOI-LAST-REJ-DATE OF WS-SO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOI-LAST-REJ-REASON OF WS-SO-EDIT DELIMITED BY SIZE
            INTO WS-MNT-LINE(34:60)
    END-IF
    DISPLAY WS-MNT-LINE UPON CONSOLE.

3000-REWRITE-MASTER.
    OPEN OUTPUT WS-SOINST-FILE
    IF NOT WS-SOINST-OK
        DISPLAY "UNABLE TO OPEN WS-SOINST-FILE, STATUS: "
                WS-SOINST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-SOI-IDX FROM 1 BY 1
            UNTIL WS-SOI-IDX > WS-SOI-COUNT
        WRITE WS-SOINST-RECORD FROM WS-SOI-ENTRY(WS-SOI-IDX)
        IF NOT WS-SOINST-OK
            DISPLAY "UNABLE TO WRITE WS-SOINST-RECORD, STATUS: "
                    WS-SOINST-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            SET COMMIT-FAILED TO TRUE
        END-IF
    END-PERFORM
    CLOSE WS-SOINST-FILE.

3100-WRITE-CHANGE-LOG.
*> Append-only across sessions, like TYPELOG - the whole life of
*> every instruction can be read back from it.
    ACCEPT WS-NOW-TIME FROM TIME
    OPEN EXTEND WS-SOLOG-FILE
    IF NOT WS-SOLOG-OK
        OPEN OUTPUT WS-SOLOG-FILE
    END-IF
    IF NOT WS-SOLOG-OK
        DISPLAY "UNABLE TO OPEN WS-SOLOG-FILE, STATUS: "
                WS-SOLOG-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        SET COMMIT-FAILED TO TRUE
    ELSE
        MOVE WS-TODAY-DATE TO SLG-CHANGE-DATE
        MOVE WS-NOW-TIME TO SLG-CHANGE-TIME
        MOVE WS-OPERATOR-ID TO SLG-OPERATOR-ID
        MOVE WS-ACTION TO SLG-ACTION
        MOVE SOI-INSTR-NO OF WS-SO-EDIT TO SLG-INSTR-NO
        MOVE WS-BEFORE-IMAGE TO SLG-BEFORE-IMAGE
        MOVE WS-SO-EDIT TO SLG-AFTER-IMAGE
        WRITE WS-SOLOG-RECORD
        IF NOT WS-SOLOG-OK
            DISPLAY "UNABLE TO WRITE WS-SOLOG-RECORD, STATUS: "
                    WS-SOLOG-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            SET COMMIT-FAILED TO TRUE
        END-IF
        CLOSE WS-SOLOG-FILE
    END-IF.

9000-TERMINATE.
    MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED
    DISPLAY "INSTRUCTION CHANGES THIS SESSION: " WS-CHANGE-COUNT-ED
        UPON CONSOLE.
