       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> TYPEMNT - Transaction-type master maintenance.
*> Console program over TYPEMST, the master DAILYTBL's type,
*> amount and reversal edits, its GL extract, and REJREPAR's and
*> GLACKWRK's GL postings all read. Lists the types, adds a new
*> one, changes a type's description, direction, amount limit, GL
*> account or reversal counterpart, and retires or reinstates a
*> type - never deletes one, since history still carries every code
*> ever posted. Each change rewrites the master at once and is
*> logged to TYPELOG with the date, time, operator, and the record
*> as it stood before and after, so "who raised the XFR limit and
*> when" is a log read, not a recollection. A missing TYPEMST is a
*> new shop: the first session builds it. The operator must be
*> active on OPERMST.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. TYPEMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-TYPELOG-FILE ASSIGN TO "TYPELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPELOG-STATUS.

    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-TYPELOG-FILE.
01  WS-TYPELOG-RECORD.
    05  TLG-CHANGE-DATE         PIC 9(8).
    05  TLG-CHANGE-TIME         PIC 9(8).
    05  TLG-OPERATOR-ID         PIC X(3).
    05  TLG-ACTION              PIC X(8).
    05  TLG-TRAN-TYPE           PIC X(4).
    05  TLG-BEFORE-IMAGE        PIC X(80).
    05  TLG-AFTER-IMAGE         PIC X(80).

FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

WORKING-STORAGE SECTION.
01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-TYPELOG-STATUS            PIC XX.
    88  WS-TYPELOG-OK                  VALUE "00".

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.
01  WS-NOW-TIME                  PIC 9(8) VALUE 0.

01  WS-TYPE-WORK.
    05  WS-TYM-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYM-IDX               PIC 9(3) VALUE 0.
    05  WS-TYM-HIT-IDX           PIC 9(3) VALUE 0.
    05  WS-TYM-TABLE-LIMIT       PIC 9(3) VALUE 200.
    05  WS-TYM-FOUND             PIC X VALUE "N".
        88  TYM-FOUND                  VALUE "Y".
    05  WS-CPT-FOUND             PIC X VALUE "N".
        88  CPT-FOUND                  VALUE "Y".
    05  WS-KEY-TYPE              PIC X(4) VALUE SPACES.
    05  WS-ACTION                PIC X(8) VALUE SPACES.
    05  WS-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
    05  WS-ENTRY-VALID           PIC X VALUE "N".
        88  ENTRY-VALID                VALUE "Y".
    05  WS-ENTRY-CHANGED         PIC X VALUE "N".
        88  ENTRY-CHANGED              VALUE "Y".
    05  WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
    05  WS-CHANGE-COUNT-ED       PIC ZZZZ9.
    05  WS-COMMIT-STATUS         PIC X VALUE "N".
        88  COMMIT-FAILED              VALUE "Y".
    05  WS-CHANGES-LOCKED        PIC X VALUE "N".
        88  CHANGES-LOCKED             VALUE "Y".

01  WS-TYPE-TABLE.
*> The whole master in storage for the session - it is a few dozen
*> codes - so a list or a lookup is a table scan and a change is
*> one rewrite of the file.
    05  WS-TYM-ENTRY OCCURS 200 TIMES.
        COPY TYPEMST REPLACING 05 BY 10.

01  WS-TYPE-EDIT.
*> The type being added or changed, built up here and only stored
*> into the table once every field has passed 2700.
    COPY TYPEMST.

01  WS-SIGNON-WORK.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-STATUS        PIC X.

01  WS-OPERATOR-WORK.
*> Every change must be attributable - the initials ride the master
*> record and every TYPELOG line, so they must belong to an active
*> operator on OPERMST before the session is owned.
    05  WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
    05  WS-MODE-REPLY            PIC X VALUE SPACE.
        88  MODE-LIST                  VALUES "L" "l".
        88  MODE-ADD                   VALUES "A" "a".
        88  MODE-CHANGE                VALUES "C" "c".
        88  MODE-RETIRE                VALUES "R" "r".
        88  MODE-REINSTATE             VALUES "I" "i".
        88  MODE-QUIT                  VALUES "X" "x".
    05  WS-CONFIRM-REPLY         PIC X VALUE SPACE.
        88  CHANGE-CONFIRMED           VALUES "Y" "y".
    05  WS-FIELD-TEXT            PIC X(30) VALUE SPACES.
    05  WS-AMOUNT-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-AMOUNT-DIGITS     PIC 9(9)V99.
        10  FILLER               PIC X(19).
    05  WS-KEEP-ALLOWED          PIC X VALUE "N".
        88  KEEP-ALLOWED               VALUE "Y".

01  WS-DISPLAY-WORK.
    05  WS-MNT-LINE              PIC X(100).
    05  WS-LIMIT-ED              PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-MAINTENANCE-LOOP
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
*> Three tries at the initials, then the session ends before the
*> type master has even been read.
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
                "NO TYPES MAINTAINED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-LOAD-TYPE-MASTER.

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
    MOVE 0 TO WS-TYM-COUNT
    OPEN INPUT WS-TYPEMST-FILE
    IF WS-TYPEMST-OK
        PERFORM UNTIL WS-TYPEMST-EOF
            READ WS-TYPEMST-FILE
                AT END
                    SET WS-TYPEMST-EOF TO TRUE
                NOT AT END
                    IF WS-TYM-COUNT < WS-TYM-TABLE-LIMIT
                        ADD 1 TO WS-TYM-COUNT
                        MOVE WS-TYPEMST-RECORD
                            TO WS-TYM-ENTRY(WS-TYM-COUNT)
                    ELSE
*> Rewriting the master from a table that dropped a type would
*> lose it for good - stop before anything can be changed.
                        DISPLAY "TYPE TABLE FULL AT 200 - TYPEMST "
                                "CANNOT BE MAINTAINED SAFELY"
                            UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-TYPEMST-FILE
    ELSE
        DISPLAY "TYPEMST NOT FOUND, STATUS: " WS-TYPEMST-STATUS
                " - STARTING A NEW TYPE MASTER" UPON CONSOLE
    END-IF.

2000-MAINTENANCE-LOOP.
    PERFORM UNTIL MODE-QUIT
        DISPLAY "L)IST A)DD C)HANGE R)ETIRE I)REINSTATE X) END: "
            UPON CONSOLE
        MOVE SPACE TO WS-MODE-REPLY
        ACCEPT WS-MODE-REPLY FROM CONSOLE
        EVALUATE TRUE
            WHEN CHANGES-LOCKED
             AND (MODE-ADD OR MODE-CHANGE OR MODE-RETIRE
                  OR MODE-REINSTATE)
                DISPLAY "CHANGES REFUSED - TYPEMST OR TYPELOG COULD "
                        "NOT BE WRITTEN THIS SESSION" UPON CONSOLE
            WHEN MODE-LIST
                PERFORM 2100-LIST-TYPES
            WHEN MODE-ADD
                PERFORM 2200-ADD-TYPE
            WHEN MODE-CHANGE
                PERFORM 2300-CHANGE-TYPE
            WHEN MODE-RETIRE
                PERFORM 2400-RETIRE-TYPE
            WHEN MODE-REINSTATE
                PERFORM 2450-REINSTATE-TYPE
            WHEN MODE-QUIT
                CONTINUE
            WHEN OTHER
                DISPLAY "ENTER L, A, C, R, I, OR X" UPON CONSOLE
        END-EVALUATE
    END-PERFORM.

2100-LIST-TYPES.
    IF WS-TYM-COUNT = 0
        DISPLAY "NO TYPES ON THE MASTER" UPON CONSOLE
    END-IF
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT
        MOVE WS-TYM-ENTRY(WS-TYM-IDX) TO WS-TYPE-EDIT
        PERFORM 2900-DISPLAY-TYPE
    END-PERFORM.

2200-ADD-TYPE.
    DISPLAY "ENTER NEW TYPE CODE (4 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-KEY-TYPE
    ACCEPT WS-KEY-TYPE FROM CONSOLE
    PERFORM 2500-FIND-TYPE
    EVALUATE TRUE
        WHEN WS-KEY-TYPE = SPACES
            DISPLAY "NO TYPE CODE ENTERED - NOTHING ADDED"
                UPON CONSOLE
        WHEN TYM-FOUND
            DISPLAY "TYPE " WS-KEY-TYPE " IS ALREADY ON THE MASTER "
                    "- USE C)HANGE" UPON CONSOLE
        WHEN WS-TYM-COUNT = WS-TYM-TABLE-LIMIT
            DISPLAY "TYPE TABLE FULL AT 200 - NOTHING ADDED"
                UPON CONSOLE
        WHEN OTHER
            MOVE SPACES TO WS-TYPE-EDIT
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-KEY-TYPE TO TYM-TRAN-TYPE OF WS-TYPE-EDIT
            MOVE 0 TO TYM-AMOUNT-LIMIT OF WS-TYPE-EDIT
            MOVE "A" TO TYM-STATUS OF WS-TYPE-EDIT
            MOVE "N" TO WS-KEEP-ALLOWED
            PERFORM 2600-PROMPT-FIELDS
            PERFORM 2700-VALIDATE-TYPE
            IF ENTRY-VALID
                ADD 1 TO WS-TYM-COUNT
                MOVE WS-TYM-COUNT TO WS-TYM-HIT-IDX
                MOVE "ADD" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
            ELSE
                DISPLAY "TYPE NOT ADDED" UPON CONSOLE
            END-IF
    END-EVALUATE.

2300-CHANGE-TYPE.
*> Every field but the code itself can change; a blank reply keeps
*> what is there. Status has its own verbs (R and I) so a retire is
*> always a deliberate act, never a stray keystroke in this dialog.
    DISPLAY "ENTER TYPE CODE TO CHANGE: " UPON CONSOLE
    MOVE SPACES TO WS-KEY-TYPE
    ACCEPT WS-KEY-TYPE FROM CONSOLE
    PERFORM 2500-FIND-TYPE
    IF NOT TYM-FOUND
        DISPLAY "TYPE " WS-KEY-TYPE " NOT ON THE MASTER"
            UPON CONSOLE
    ELSE
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-TYPE-EDIT
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-BEFORE-IMAGE
        PERFORM 2900-DISPLAY-TYPE
        SET KEEP-ALLOWED TO TRUE
        PERFORM 2600-PROMPT-FIELDS
        PERFORM 2700-VALIDATE-TYPE
        IF ENTRY-VALID
            PERFORM 2350-CHECK-FOR-CHANGE
            IF ENTRY-CHANGED
                MOVE "CHANGE" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
            ELSE
                DISPLAY "NOTHING CHANGED" UPON CONSOLE
            END-IF
        ELSE
            DISPLAY "TYPE NOT CHANGED" UPON CONSOLE
        END-IF
    END-IF.

2350-CHECK-FOR-CHANGE.
*> Field by field against the table entry, which still holds the
*> type as it stood - the change stamp is not part of the question.
    MOVE "N" TO WS-ENTRY-CHANGED
    IF TYM-DESCRIPTION OF WS-TYPE-EDIT
            NOT = TYM-DESCRIPTION OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-DIRECTION OF WS-TYPE-EDIT
            NOT = TYM-DIRECTION OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-AMOUNT-LIMIT OF WS-TYPE-EDIT
            NOT = TYM-AMOUNT-LIMIT OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-GL-ACCOUNT OF WS-TYPE-EDIT
            NOT = TYM-GL-ACCOUNT OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-CLASS OF WS-TYPE-EDIT
            NOT = TYM-CLASS OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-COUNTERPART OF WS-TYPE-EDIT
            NOT = TYM-COUNTERPART OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
       OR TYM-STATUS OF WS-TYPE-EDIT
            NOT = TYM-STATUS OF WS-TYM-ENTRY(WS-TYM-HIT-IDX)
        SET ENTRY-CHANGED TO TRUE
    END-IF.

2400-RETIRE-TYPE.
*> A retired type rejects at DAILYTBL's door from the next run on,
*> but keeps its GL account for anything already captured under it.
    DISPLAY "ENTER TYPE CODE TO RETIRE: " UPON CONSOLE
    MOVE SPACES TO WS-KEY-TYPE
    ACCEPT WS-KEY-TYPE FROM CONSOLE
    PERFORM 2500-FIND-TYPE
    IF NOT TYM-FOUND
        DISPLAY "TYPE " WS-KEY-TYPE " NOT ON THE MASTER"
            UPON CONSOLE
    ELSE
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-TYPE-EDIT
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-BEFORE-IMAGE
        IF TYM-IS-RETIRED OF WS-TYPE-EDIT
            DISPLAY "TYPE " WS-KEY-TYPE " IS ALREADY RETIRED"
                UPON CONSOLE
        ELSE
            PERFORM 2900-DISPLAY-TYPE
            DISPLAY "CONFIRM RETIRE OF " WS-KEY-TYPE " - Y/N: "
                UPON CONSOLE
            MOVE SPACE TO WS-CONFIRM-REPLY
            ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
            IF CHANGE-CONFIRMED
                MOVE "R" TO TYM-STATUS OF WS-TYPE-EDIT
                MOVE "RETIRE" TO WS-ACTION
                PERFORM 2800-COMMIT-CHANGE
            ELSE
                DISPLAY "RETIRE ABANDONED - MASTER UNCHANGED"
                    UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2450-REINSTATE-TYPE.
    DISPLAY "ENTER TYPE CODE TO REINSTATE: " UPON CONSOLE
    MOVE SPACES TO WS-KEY-TYPE
    ACCEPT WS-KEY-TYPE FROM CONSOLE
    PERFORM 2500-FIND-TYPE
    IF NOT TYM-FOUND
        DISPLAY "TYPE " WS-KEY-TYPE " NOT ON THE MASTER"
            UPON CONSOLE
    ELSE
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-TYPE-EDIT
        MOVE WS-TYM-ENTRY(WS-TYM-HIT-IDX) TO WS-BEFORE-IMAGE
        IF TYM-IS-ACTIVE OF WS-TYPE-EDIT
            DISPLAY "TYPE " WS-KEY-TYPE " IS ALREADY ACTIVE"
                UPON CONSOLE
        ELSE
            MOVE "A" TO TYM-STATUS OF WS-TYPE-EDIT
            MOVE "REINSTAT" TO WS-ACTION
            PERFORM 2800-COMMIT-CHANGE
        END-IF
    END-IF.

2500-FIND-TYPE.
    MOVE "N" TO WS-TYM-FOUND
    MOVE 0 TO WS-TYM-HIT-IDX
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT OR TYM-FOUND
        IF TYM-TRAN-TYPE OF WS-TYM-ENTRY(WS-TYM-IDX) = WS-KEY-TYPE
            SET TYM-FOUND TO TRUE
            MOVE WS-TYM-IDX TO WS-TYM-HIT-IDX
        END-IF
    END-PERFORM.

2600-PROMPT-FIELDS.
*> One prompt per field. On a change a blank reply keeps the field
*> as it stands; on an add a blank is taken as the blank value and
*> left for 2700 to judge.
    IF KEEP-ALLOWED
        DISPLAY "BLANK REPLY KEEPS THE CURRENT VALUE" UPON CONSOLE
    END-IF
    DISPLAY "DESCRIPTION (30 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT TO TYM-DESCRIPTION OF WS-TYPE-EDIT
    END-IF
    DISPLAY "DIRECTION - D)EBIT (POSITIVE) C)REDIT (NEGATIVE): "
        UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        EVALUATE WS-FIELD-TEXT(1:1)
            WHEN "d"
                MOVE "D" TO TYM-DIRECTION OF WS-TYPE-EDIT
            WHEN "c"
                MOVE "C" TO TYM-DIRECTION OF WS-TYPE-EDIT
            WHEN OTHER
                MOVE WS-FIELD-TEXT(1:1)
                    TO TYM-DIRECTION OF WS-TYPE-EDIT
        END-EVALUATE
    END-IF
    DISPLAY "AMOUNT LIMIT (11 DIGITS, 9(9)V99, ZEROS FOR THE SHOP "
            "CEILING): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES
        IF WS-FIELD-TEXT(1:11) IS NUMERIC
            MOVE WS-AMOUNT-DIGITS TO TYM-AMOUNT-LIMIT OF WS-TYPE-EDIT
        ELSE
            DISPLAY "LIMIT NOT NUMERIC - FIELD LEFT AS WAS"
                UPON CONSOLE
        END-IF
    END-IF
    DISPLAY "GL ACCOUNT (8 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:8) TO TYM-GL-ACCOUNT OF WS-TYPE-EDIT
    END-IF
    DISPLAY "CLASS - P)OSTING R)EVERSAL: " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        EVALUATE WS-FIELD-TEXT(1:1)
            WHEN "p"
                MOVE "P" TO TYM-CLASS OF WS-TYPE-EDIT
            WHEN "r"
                MOVE "R" TO TYM-CLASS OF WS-TYPE-EDIT
            WHEN OTHER
                MOVE WS-FIELD-TEXT(1:1) TO TYM-CLASS OF WS-TYPE-EDIT
        END-EVALUATE
    END-IF
    DISPLAY "REVERSAL COUNTERPART CODE (REVERSING CODE FOR A "
            "POSTING TYPE, CODE BACKED OUT FOR A REVERSAL): "
        UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES OR NOT KEEP-ALLOWED
        MOVE WS-FIELD-TEXT(1:4) TO TYM-COUNTERPART OF WS-TYPE-EDIT
    END-IF.

2700-VALIDATE-TYPE.
*> The rules DAILYTBL relies on: a direction and a class it knows,
*> and a reversal that names a different code to back out - the
*> matcher would otherwise pair a reversal with nothing. A posting
*> type's counterpart and a blank GL account are allowed (the
*> reversal code may not be set up yet; an unmapped type posts to
*> suspense), but each is called out so nobody is surprised.
    SET ENTRY-VALID TO TRUE
    IF NOT TYM-IS-DEBIT OF WS-TYPE-EDIT
       AND NOT TYM-IS-CREDIT OF WS-TYPE-EDIT
        DISPLAY "DIRECTION MUST BE D OR C" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    IF NOT TYM-IS-POSTING OF WS-TYPE-EDIT
       AND NOT TYM-IS-REVERSAL OF WS-TYPE-EDIT
        DISPLAY "CLASS MUST BE P OR R" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    IF TYM-DESCRIPTION OF WS-TYPE-EDIT = SPACES
        DISPLAY "DESCRIPTION IS REQUIRED" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    IF TYM-COUNTERPART OF WS-TYPE-EDIT
            = TYM-TRAN-TYPE OF WS-TYPE-EDIT
        DISPLAY "A TYPE CANNOT BE ITS OWN COUNTERPART" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    END-IF
    MOVE "N" TO WS-CPT-FOUND
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT OR CPT-FOUND
        IF TYM-TRAN-TYPE OF WS-TYM-ENTRY(WS-TYM-IDX)
                = TYM-COUNTERPART OF WS-TYPE-EDIT
            SET CPT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF TYM-IS-REVERSAL OF WS-TYPE-EDIT
        IF TYM-COUNTERPART OF WS-TYPE-EDIT = SPACES
            DISPLAY "A REVERSAL TYPE MUST NAME THE CODE IT BACKS OUT"
                UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        ELSE
            IF NOT CPT-FOUND
                DISPLAY "CODE BACKED OUT ("
                        TYM-COUNTERPART OF WS-TYPE-EDIT
                        ") IS NOT ON THE MASTER - ADD IT FIRST"
                    UPON CONSOLE
                MOVE "N" TO WS-ENTRY-VALID
            END-IF
        END-IF
    ELSE
        IF TYM-COUNTERPART OF WS-TYPE-EDIT NOT = SPACES
           AND NOT CPT-FOUND
            DISPLAY "NOTE: REVERSING CODE "
                    TYM-COUNTERPART OF WS-TYPE-EDIT
                    " IS NOT ON THE MASTER YET" UPON CONSOLE
        END-IF
    END-IF
    IF ENTRY-VALID AND TYM-GL-ACCOUNT OF WS-TYPE-EDIT = SPACES
        DISPLAY "NOTE: NO GL ACCOUNT - POSTINGS OF "
                TYM-TRAN-TYPE OF WS-TYPE-EDIT
                " WILL GO TO SUSPENSE" UPON CONSOLE
    END-IF.

2800-COMMIT-CHANGE.
*> Stamp, store, rewrite, log - in that order, so the log never
*> records a change the master does not carry. Once either file has
*> failed to take a change, the table no longer matches what is on
*> disk, so the session takes no more changes.
    MOVE WS-TODAY-DATE TO TYM-LAST-CHANGED OF WS-TYPE-EDIT
    MOVE WS-OPERATOR-ID TO TYM-CHANGED-BY OF WS-TYPE-EDIT
    MOVE WS-TYPE-EDIT TO WS-TYM-ENTRY(WS-TYM-HIT-IDX)
    MOVE "N" TO WS-COMMIT-STATUS
    PERFORM 3000-REWRITE-MASTER
    IF COMMIT-FAILED
        DISPLAY "TYPE " TYM-TRAN-TYPE OF WS-TYPE-EDIT " "
                WS-ACTION " NOT RECORDED - TYPEMST NOT REWRITTEN"
            UPON CONSOLE
    ELSE
        PERFORM 3100-WRITE-CHANGE-LOG
        ADD 1 TO WS-CHANGE-COUNT
        PERFORM 2900-DISPLAY-TYPE
        IF COMMIT-FAILED
            DISPLAY "TYPE " TYM-TRAN-TYPE OF WS-TYPE-EDIT " "
                    WS-ACTION " ON TYPEMST BUT NOT LOGGED ON TYPELOG"
                UPON CONSOLE
        ELSE
            DISPLAY "TYPE " TYM-TRAN-TYPE OF WS-TYPE-EDIT " "
                    WS-ACTION " RECORDED" UPON CONSOLE
        END-IF
    END-IF
    IF COMMIT-FAILED
        SET CHANGES-LOCKED TO TRUE
        DISPLAY "NO FURTHER CHANGES THIS SESSION - LIST ONLY"
            UPON CONSOLE
    END-IF.

2900-DISPLAY-TYPE.
    MOVE TYM-AMOUNT-LIMIT OF WS-TYPE-EDIT TO WS-LIMIT-ED
    MOVE SPACES TO WS-MNT-LINE
    STRING TYM-TRAN-TYPE OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TYM-DESCRIPTION OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  DIR: " DELIMITED BY SIZE
           TYM-DIRECTION OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  CLASS: " DELIMITED BY SIZE
           TYM-CLASS OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  STATUS: " DELIMITED BY SIZE
           TYM-STATUS OF WS-TYPE-EDIT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE SPACES TO WS-MNT-LINE
    STRING "      LIMIT: " DELIMITED BY SIZE
           WS-LIMIT-ED DELIMITED BY SIZE
           "  GL: " DELIMITED BY SIZE
           TYM-GL-ACCOUNT OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  COUNTERPART: " DELIMITED BY SIZE
           TYM-COUNTERPART OF WS-TYPE-EDIT DELIMITED BY SIZE
           "  CHANGED: " DELIMITED BY SIZE
           TYM-LAST-CHANGED OF WS-TYPE-EDIT DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           TYM-CHANGED-BY OF WS-TYPE-EDIT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    DISPLAY WS-MNT-LINE UPON CONSOLE.

3000-REWRITE-MASTER.
    OPEN OUTPUT WS-TYPEMST-FILE
    IF NOT WS-TYPEMST-OK
        DISPLAY "UNABLE TO OPEN WS-TYPEMST-FILE, STATUS: "
                WS-TYPEMST-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT
        WRITE WS-TYPEMST-RECORD FROM WS-TYM-ENTRY(WS-TYM-IDX)
        IF NOT WS-TYPEMST-OK
            DISPLAY "UNABLE TO WRITE WS-TYPEMST-RECORD, STATUS: "
                    WS-TYPEMST-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            SET COMMIT-FAILED TO TRUE
        END-IF
    END-PERFORM
    CLOSE WS-TYPEMST-FILE.

3100-WRITE-CHANGE-LOG.
*> Append-only across sessions, like CANLLOG - the whole life of
*> every type can be read back from it.
    ACCEPT WS-NOW-TIME FROM TIME
    OPEN EXTEND WS-TYPELOG-FILE
    IF NOT WS-TYPELOG-OK
        OPEN OUTPUT WS-TYPELOG-FILE
    END-IF
    IF NOT WS-TYPELOG-OK
        DISPLAY "UNABLE TO OPEN WS-TYPELOG-FILE, STATUS: "
                WS-TYPELOG-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        SET COMMIT-FAILED TO TRUE
    ELSE
        MOVE WS-TODAY-DATE TO TLG-CHANGE-DATE
        MOVE WS-NOW-TIME TO TLG-CHANGE-TIME
        MOVE WS-OPERATOR-ID TO TLG-OPERATOR-ID
        MOVE WS-ACTION TO TLG-ACTION
        MOVE TYM-TRAN-TYPE OF WS-TYPE-EDIT TO TLG-TRAN-TYPE
        MOVE WS-BEFORE-IMAGE TO TLG-BEFORE-IMAGE
        MOVE WS-TYPE-EDIT TO TLG-AFTER-IMAGE
        WRITE WS-TYPELOG-RECORD
        IF NOT WS-TYPELOG-OK
            DISPLAY "UNABLE TO WRITE WS-TYPELOG-RECORD, STATUS: "
                    WS-TYPELOG-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
            SET COMMIT-FAILED TO TRUE
        END-IF
        CLOSE WS-TYPELOG-FILE
    END-IF.

9000-TERMINATE.
    MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED
    DISPLAY "TYPE MASTER CHANGES THIS SESSION: " WS-CHANGE-COUNT-ED
        UPON CONSOLE.
