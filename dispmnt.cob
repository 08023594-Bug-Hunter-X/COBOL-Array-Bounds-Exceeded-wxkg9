       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> DISPMNT - Dispute case maintenance.
*> Console program over the dispute case master DISPCASE. A case
*> is opened against the disputed posting's TRAN-REF-ID, which
*> must be on the history master HISTMST - the posting's account,
*> branch, type, date and amount are copied onto the case from
*> there, and the regulatory response deadline is set
*> WS-RESPONSE-DAYS calendar days on. Only one case may be open
*> on a posting at a time, and a posting already netted off by a
*> reversal cannot be disputed.
*> Opening (or a later update) can issue a provisional credit: an
*> entry of a credit type the operator names, for the disputed
*> amount and against the disputed posting's sign, appended to
*> RESUBFIL so DAILYTBL's next run captures it like any repaired
*> reject - same edits, same branch resubmission accounting. Its
*> reference is "DSP", the case number and "P". The type must have
*> a reversal type on TYPEMST, so the credit can be taken back.
*> Closing records the outcome. Upheld: a provisional credit
*> becomes final, or a final credit ("DSP" + case + "F") is issued
*> if none was given. Declined or withdrawn: a provisional credit
*> is reversed - the reversal type goes to RESUBFIL under the
*> credit's own reference, and DAILYTBL's reversal matching pairs
*> it off against the credit on HISTMST. Every change is logged to
*> DISPLOG with the date, time, operator, and the case before and
*> after. The operator must be active on OPERMST.
*> A credit or reversal over the operator's OPERMST credit limit
*> is not written: the entry is parked on APPRQUE for a second
*> operator, and the case waits - credit awaiting approval, or
*> reversal awaiting approval - with nothing else about its money
*> changeable and no close allowed. APPRWRK writes an approved
*> entry to RESUBFIL itself; each session here starts by bringing
*> every waiting case up to date from its decided request. A
*> parked final credit or reversal closes the case on approval
*> with the outcome the operator chose; a declined one puts the
*> case back as it was before the attempt.
*> A missing DISPCASE is a new shop: the first session builds it.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-DISPCASE-FILE ASSIGN TO "DISPCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DSP-CASE-NO
        ALTERNATE RECORD KEY IS DSP-REF-ID
            WITH DUPLICATES
        FILE STATUS IS WS-DISPCASE-STATUS.

    SELECT WS-HISTORY-FILE ASSIGN TO "HISTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-REF-ID
        ALTERNATE RECORD KEY IS HIST-CAPTURE-DATE
            WITH DUPLICATES
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT WS-RESUB-FILE ASSIGN TO "RESUBFIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.

    SELECT WS-DISPLOG-FILE ASSIGN TO "DISPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISPLOG-STATUS.

    SELECT WS-TYPEMST-FILE ASSIGN TO "TYPEMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TYPEMST-STATUS.

    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

    SELECT WS-APPRQUE-FILE ASSIGN TO "APPRQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRQUE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-DISPCASE-FILE.
01  WS-DISPCASE-RECORD.
    COPY DISPCASE.

FD  WS-HISTORY-FILE.
01  WS-HISTORY-RECORD.
    05  HIST-REF-ID             PIC X(20).
    05  HIST-CAPTURE-DATE       PIC 9(8).
    05  HIST-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.

FD  WS-RESUB-FILE.
01  WS-RESUB-RECORD.
    COPY TRANENTR.

FD  WS-DISPLOG-FILE.
01  WS-DISPLOG-RECORD.
    05  DLG-CHANGE-DATE         PIC 9(8).
    05  DLG-CHANGE-TIME         PIC 9(8).
    05  DLG-OPERATOR-ID         PIC X(3).
    05  DLG-ACTION              PIC X(8).
    05  DLG-CASE-NO             PIC 9(8).
    05  DLG-BEFORE-IMAGE        PIC X(240).
    05  DLG-AFTER-IMAGE         PIC X(240).

FD  WS-TYPEMST-FILE.
01  WS-TYPEMST-RECORD.
    COPY TYPEMST.

FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

FD  WS-APPRQUE-FILE.
01  WS-APPRQUE-RECORD.
    COPY APPRQUE.

WORKING-STORAGE SECTION.
01  WS-DISPCASE-STATUS           PIC XX.
    88  WS-DISPCASE-OK                 VALUES "00" "02".
    88  WS-DISPCASE-EOF                VALUES "10" "46".
    88  WS-DISPCASE-NOT-FOUND          VALUE "23".
    88  WS-DISPCASE-MISSING            VALUE "35".

01  WS-HISTORY-STATUS            PIC XX.
    88  WS-HISTORY-OK                  VALUES "00" "02".

01  WS-RESUB-STATUS              PIC XX.
    88  WS-RESUB-OK                    VALUE "00".

01  WS-DISPLOG-STATUS            PIC XX.
    88  WS-DISPLOG-OK                  VALUE "00".

01  WS-TYPEMST-STATUS            PIC XX.
    88  WS-TYPEMST-OK                  VALUE "00".
    88  WS-TYPEMST-EOF                 VALUE "10".

01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-APPRQUE-STATUS            PIC XX.
    88  WS-APPRQUE-OK                  VALUE "00".
    88  WS-APPRQUE-EOF                 VALUE "10".

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.
01  WS-NOW-TIME                  PIC 9(8) VALUE 0.

01  WS-CASE-WORK.
*> The regulatory response period a new case is given, in calendar
*> days from the day it is opened.
    05  WS-RESPONSE-DAYS         PIC 9(3) VALUE 45.
    05  WS-DAY-INT               PIC 9(9) VALUE 0.
    05  WS-HIGH-CASE-NO          PIC 9(8) VALUE 0.
    05  WS-KEY-CASE-NO           PIC 9(8) VALUE 0.
    05  WS-CASE-FOUND            PIC X VALUE "N".
        88  CASE-FOUND                 VALUE "Y".
    05  WS-OPEN-CASE-SW          PIC X VALUE "N".
        88  OPEN-CASE-EXISTS           VALUE "Y".
    05  WS-OPEN-CASE-NO          PIC 9(8) VALUE 0.
    05  WS-LIST-ACCOUNT          PIC X(10) VALUE SPACES.
    05  WS-LIST-COUNT            PIC 9(5) VALUE 0.
    05  WS-ACTION                PIC X(8) VALUE SPACES.
    05  WS-BEFORE-IMAGE          PIC X(240) VALUE SPACES.
    05  WS-ENTRY-VALID           PIC X VALUE "N".
        88  ENTRY-VALID                VALUE "Y".
    05  WS-ABS-AMOUNT            PIC 9(9)V99 VALUE 0.
    05  WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
    05  WS-CHANGE-COUNT-ED       PIC ZZZZ9.

01  WS-HIST-SAVE.
*> The disputed posting as HISTMST holds it.
    05  WS-HST-FOUND             PIC X VALUE "N".
        88  HST-FOUND                  VALUE "Y".
    05  WS-HST-REF-ID            PIC X(20).
    05  WS-HST-CAPTURE-DATE      PIC 9(8).
    05  WS-HST-TYPE              PIC X(4).
    05  WS-HST-AMOUNT            PIC S9(9)V99.
    05  WS-HST-DATE              PIC 9(8).
    05  WS-HST-SOURCE-ID         PIC X(3).
    05  WS-HST-MATCH-FLAG        PIC X.
    05  WS-HST-ACCOUNT-NO        PIC X(10).
    05  WS-HST-CURRENCY          PIC X(3).

01  WS-CREDIT-WORK.
    05  WS-CREDIT-MODE           PIC X VALUE SPACE.
        88  CREDIT-PROVISIONAL         VALUE "P".
        88  CREDIT-FINAL               VALUE "F".
    05  WS-CREDIT-DONE           PIC X VALUE "N".
        88  CREDIT-DONE                VALUE "Y".
    05  WS-CREDIT-TYPE           PIC X(4) VALUE SPACES.
    05  WS-CREDIT-AMOUNT         PIC S9(9)V99 VALUE 0.
    05  WS-CREDIT-REF-ID         PIC X(20) VALUE SPACES.
    05  WS-RVSL-TYPE             PIC X(4) VALUE SPACES.
    05  WS-RVSL-FOUND            PIC X VALUE "N".
        88  RVSL-FOUND                 VALUE "Y".
    05  WS-RESUB-WRITTEN         PIC X VALUE "N".
        88  RESUB-WRITTEN              VALUE "Y".
    05  WS-CREDIT-PARKED         PIC X VALUE "N".
        88  CREDIT-PARKED              VALUE "Y".

01  WS-RESUB-ENTRY.
    COPY TRANENTR.

01  WS-APPROVAL-WORK.
*> A parked credit or reversal, and the decisions brought back
*> onto DISPCASE at session start.
    05  WS-PARK-ACTION           PIC X(4) VALUE SPACES.
    05  WS-PARK-AMOUNT           PIC 9(9)V99 VALUE 0.
    05  WS-APPR-TIME             PIC 9(8) VALUE 0.
    05  WS-APPR-SEQ              PIC 9(3) VALUE 0.
    05  WS-SESSION-OPERATOR      PIC X(3) VALUE SPACES.
    05  WS-DECISION-COUNT        PIC 9(5) VALUE 0.
    05  WS-DECISION-COUNT-ED     PIC ZZZZ9.

01  WS-POSTING-ENTRY.
*> The disputed posting, as the approver is shown it.
    COPY TRANENTR.

01  WS-TYPE-WORK.
*> Type codes with what a credit and its reversal need: direction
*> for the sign, limit for the amount edit, class and counterpart
*> to find the reversal type.
    05  WS-TYM-COUNT             PIC 9(3) VALUE 0.
    05  WS-TYM-IDX               PIC 9(3) VALUE 0.
    05  WS-TYM-FOUND             PIC X VALUE "N".
        88  TYM-FOUND                  VALUE "Y".
    05  WS-TYM-ENTRY OCCURS 200 TIMES.
        10  WS-TYM-CODE          PIC X(4).
        10  WS-TYM-DIRECTION     PIC X.
        10  WS-TYM-LIMIT         PIC 9(9)V99.
        10  WS-TYM-CLASS         PIC X.
        10  WS-TYM-COUNTERPART   PIC X(4).
        10  WS-TYM-STATUS        PIC X.

01  WS-SIGNON-WORK.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-ROLE-COUNT            PIC 9(3) VALUE 0.
    05  WS-ROLE-IDX              PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-CREDIT-LIMIT          PIC 9(8)V99 VALUE 0.

01  WS-OPERATOR-TABLE.
*> Operators and roles from OPERMST - only the credit limit is
*> this program's business.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-ROLE          PIC X(4).
        10  WS-OPR-STATUS        PIC X.
    05  WS-ROLE-ENTRY OCCURS 20 TIMES.
        10  WS-ROLE-CODE         PIC X(4).
        10  WS-ROLE-CREDIT-LIMIT PIC 9(8)V99.

01  WS-OPERATOR-WORK.
    05  WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
    05  WS-MODE-REPLY            PIC X VALUE SPACE.
        88  MODE-LIST                  VALUES "L" "l".
        88  MODE-OPEN                  VALUES "O" "o".
        88  MODE-UPDATE                VALUES "U" "u".
        88  MODE-CLOSE                 VALUES "C" "c".
        88  MODE-QUIT                  VALUES "X" "x".
    05  WS-UPDATE-REPLY          PIC X VALUE SPACE.
        88  UPDATE-NOTE                VALUES "N" "n".
        88  UPDATE-AMOUNT              VALUES "A" "a".
        88  UPDATE-REASON              VALUES "R" "r".
        88  UPDATE-CREDIT              VALUES "P" "p".
    05  WS-OUTCOME-REPLY         PIC X VALUE SPACE.
        88  OUTCOME-UPHELD             VALUES "U" "u".
        88  OUTCOME-DECLINED           VALUES "D" "d".
        88  OUTCOME-WITHDRAWN          VALUES "W" "w".
    05  WS-CONFIRM-REPLY         PIC X VALUE SPACE.
        88  CHANGE-CONFIRMED           VALUES "Y" "y".
    05  WS-FIELD-TEXT            PIC X(40) VALUE SPACES.
    05  WS-AMOUNT-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-AMOUNT-DIGITS     PIC 9(9)V99.
        10  FILLER               PIC X(29).
    05  WS-CASE-TEXT REDEFINES WS-FIELD-TEXT.
        10  WS-CASE-DIGITS       PIC 9(8).
        10  FILLER               PIC X(32).

01  WS-DISPLAY-WORK.
    05  WS-MNT-LINE              PIC X(100).
    05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-AMOUNT2-ED            PIC ZZZ,ZZZ,ZZ9.99-.
    05  WS-STATUS-TEXT           PIC X(11).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CASE-LOOP
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
*> Three tries at the initials, then the session ends before the
*> case master has even been opened.
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
                "NO CASES MAINTAINED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ROLE-CREDIT-LIMIT(WS-ROLE-IDX) TO WS-CREDIT-LIMIT
    MOVE WS-OPERATOR-ID TO WS-SESSION-OPERATOR
    PERFORM 1200-LOAD-TYPE-MASTER
    PERFORM 1300-OPEN-CASE-MASTER
    PERFORM 1400-FIND-HIGH-CASE-NO
    PERFORM 1500-APPLY-APPROVAL-DECISIONS.

1100-LOAD-OPERATOR-MASTER.
*> A role whose credit limit was never filled in gives no credit
*> authority at all - everything its operators issue is parked.
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
                        IF WS-ROLE-COUNT < 20
                            ADD 1 TO WS-ROLE-COUNT
                            MOVE OPM-ROLE-CODE
                                TO WS-ROLE-CODE(WS-ROLE-COUNT)
                            IF OPM-CREDIT-LIMIT IS NUMERIC
                                MOVE OPM-CREDIT-LIMIT
                                    TO WS-ROLE-CREDIT-LIMIT
                                       (WS-ROLE-COUNT)
                            ELSE
                                MOVE 0 TO WS-ROLE-CREDIT-LIMIT
                                          (WS-ROLE-COUNT)
                            END-IF
                        ELSE
                            DISPLAY "OPERMST ROLE IGNORED - ROLE "
                                    "TABLE FULL AT 20: "
                                    OPM-ROLE-CODE UPON CONSOLE
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
    CLOSE WS-OPERMST-FILE.

1110-FIND-OPERATOR.
*> Active on OPERMST under a role that is itself on file - the
*> role is where the credit limit lives. Leaves WS-ROLE-IDX on the
*> operator's role.
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

1200-LOAD-TYPE-MASTER.
*> Without the type master no credit can be signed, vetted, or
*> given a reversal type.
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
                    MOVE TYM-AMOUNT-LIMIT
                        TO WS-TYM-LIMIT(WS-TYM-COUNT)
                    MOVE TYM-CLASS TO WS-TYM-CLASS(WS-TYM-COUNT)
                    MOVE TYM-COUNTERPART
                        TO WS-TYM-COUNTERPART(WS-TYM-COUNT)
                    MOVE TYM-STATUS TO WS-TYM-STATUS(WS-TYM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-TYPEMST-FILE.

1300-OPEN-CASE-MASTER.
*> First session of the shop creates the master, then reopens it
*> for update like any other day.
    OPEN I-O WS-DISPCASE-FILE
    IF WS-DISPCASE-MISSING
        DISPLAY "DISPCASE NOT FOUND - STARTING A NEW CASE MASTER"
            UPON CONSOLE
        OPEN OUTPUT WS-DISPCASE-FILE
        IF WS-DISPCASE-OK
            CLOSE WS-DISPCASE-FILE
            OPEN I-O WS-DISPCASE-FILE
        END-IF
    END-IF
    IF NOT WS-DISPCASE-OK
        DISPLAY "UNABLE TO OPEN WS-DISPCASE-FILE, STATUS: "
                WS-DISPCASE-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-FIND-HIGH-CASE-NO.
*> Case numbers are never reused - the credit references DISPMNT
*> issues carry them - so the next case is one past the highest.
    MOVE 0 TO WS-HIGH-CASE-NO
    MOVE 0 TO DSP-CASE-NO
    START WS-DISPCASE-FILE
        KEY IS GREATER THAN OR EQUAL TO DSP-CASE-NO
        INVALID KEY
            CONTINUE
    END-START
    IF WS-DISPCASE-OK
        PERFORM UNTIL WS-DISPCASE-EOF
            READ WS-DISPCASE-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF DSP-CASE-NO > WS-HIGH-CASE-NO
                        MOVE DSP-CASE-NO TO WS-HIGH-CASE-NO
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1500-APPLY-APPROVAL-DECISIONS.
*> Every decided dispute request on APPRQUE is looked at, but only
*> the one a waiting case still names is applied - once applied
*> the case lets go of the key, so nothing is applied twice. The
*> queue itself is only read; APPRWRK has already stamped these
*> applied. No queue is a shop where nothing was ever parked.
    MOVE 0 TO WS-DECISION-COUNT
    OPEN INPUT WS-APPRQUE-FILE
    IF WS-APPRQUE-OK
        PERFORM UNTIL WS-APPRQUE-EOF
            READ WS-APPRQUE-FILE
                AT END
                    SET WS-APPRQUE-EOF TO TRUE
                NOT AT END
                    IF (APR-IS-DISPUTE-CREDIT
                            OR APR-IS-DISPUTE-REVERSAL)
                       AND (APR-IS-APPROVED OR APR-IS-DECLINED)
                       AND APR-REF-ID(4:8) IS NUMERIC
                        PERFORM 1510-APPLY-ONE-DECISION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WS-APPRQUE-FILE
    END-IF
    IF WS-DECISION-COUNT > 0
        MOVE WS-DECISION-COUNT TO WS-DECISION-COUNT-ED
        DISPLAY "APPROVAL DECISIONS BROUGHT ONTO DISPCASE: "
                WS-DECISION-COUNT-ED UPON CONSOLE
    END-IF.

1510-APPLY-ONE-DECISION.
*> The credit reference carries the case number, and for a credit
*> the mode it was issued in. The change is recorded under the
*> checker who decided it; a case closed by an approval is closed
*> by the maker, whose outcome it was.
    MOVE APR-REF-ID(4:8) TO DSP-CASE-NO
    READ WS-DISPCASE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSP-APPROVAL-KEY = APR-REQUEST-KEY
               AND (DSP-CREDIT-AWAITING OR DSP-REVERSAL-AWAITING)
                MOVE WS-DISPCASE-RECORD TO WS-BEFORE-IMAGE
                EVALUATE TRUE
                    WHEN APR-IS-APPROVED AND DSP-CREDIT-AWAITING
                        MOVE APR-REF-ID(12:1) TO DSP-CREDIT-STATUS
                        MOVE APR-DECISION-DATE TO DSP-CREDIT-DATE
                        IF DSP-OUTCOME-UPHELD
                            MOVE "C" TO DSP-STATUS
                            MOVE APR-DECISION-DATE TO DSP-CLOSED-DATE
                            MOVE APR-MAKER-ID TO DSP-CLOSED-BY
                        END-IF
                    WHEN APR-IS-APPROVED
                        MOVE "R" TO DSP-CREDIT-STATUS
                        MOVE "C" TO DSP-STATUS
                        MOVE APR-DECISION-DATE TO DSP-CLOSED-DATE
                        MOVE APR-MAKER-ID TO DSP-CLOSED-BY
                    WHEN DSP-CREDIT-AWAITING
                        MOVE SPACE TO DSP-CREDIT-STATUS
                        MOVE SPACES TO DSP-CREDIT-REF-ID
                        MOVE SPACES TO DSP-CREDIT-TYPE
                        MOVE 0 TO DSP-CREDIT-AMOUNT
                        MOVE 0 TO DSP-CREDIT-DATE
                        MOVE SPACE TO DSP-OUTCOME
                    WHEN OTHER
                        MOVE "P" TO DSP-CREDIT-STATUS
                        MOVE SPACES TO DSP-REVERSAL-TYPE
                        MOVE SPACE TO DSP-OUTCOME
                END-EVALUATE
                MOVE SPACES TO DSP-APPROVAL-KEY
                IF APR-IS-APPROVED
                    MOVE "APPROVED" TO WS-ACTION
                ELSE
                    MOVE "DECLINED" TO WS-ACTION
                END-IF
                MOVE APR-CHECKER-ID TO WS-OPERATOR-ID
                PERFORM 2810-COMMIT-CHANGE
                MOVE WS-SESSION-OPERATOR TO WS-OPERATOR-ID
                ADD 1 TO WS-DECISION-COUNT
            END-IF
    END-READ.

2000-CASE-LOOP.
    PERFORM UNTIL MODE-QUIT
        DISPLAY "L)IST O)PEN U)PDATE C)LOSE X) END: " UPON CONSOLE
        MOVE SPACE TO WS-MODE-REPLY
        ACCEPT WS-MODE-REPLY FROM CONSOLE
        EVALUATE TRUE
            WHEN MODE-LIST
                PERFORM 2100-LIST-CASES
            WHEN MODE-OPEN
                PERFORM 2200-OPEN-CASE
            WHEN MODE-UPDATE
                PERFORM 2300-UPDATE-CASE
            WHEN MODE-CLOSE
                PERFORM 2400-CLOSE-CASE
            WHEN MODE-QUIT
                CONTINUE
            WHEN OTHER
                DISPLAY "ENTER L, O, U, C, OR X" UPON CONSOLE
        END-EVALUATE
    END-PERFORM.

2100-LIST-CASES.
*> Blank lists every open case; an account lists all of that
*> account's cases, open and closed.
    DISPLAY "ACCOUNT TO LIST (BLANK FOR ALL OPEN CASES): "
        UPON CONSOLE
    MOVE SPACES TO WS-LIST-ACCOUNT
    ACCEPT WS-LIST-ACCOUNT FROM CONSOLE
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO DSP-CASE-NO
    START WS-DISPCASE-FILE
        KEY IS GREATER THAN OR EQUAL TO DSP-CASE-NO
        INVALID KEY
            CONTINUE
    END-START
    IF WS-DISPCASE-OK
        PERFORM UNTIL WS-DISPCASE-EOF
            READ WS-DISPCASE-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF (WS-LIST-ACCOUNT = SPACES AND DSP-IS-OPEN)
                       OR (WS-LIST-ACCOUNT NOT = SPACES
                           AND DSP-ACCOUNT-NO = WS-LIST-ACCOUNT)
                        PERFORM 2900-DISPLAY-CASE
                        ADD 1 TO WS-LIST-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF WS-LIST-COUNT = 0
        DISPLAY "NO CASES TO LIST" UPON CONSOLE
    END-IF.

2200-OPEN-CASE.
    DISPLAY "DISPUTED REFERENCE ID (20 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT = SPACES
        DISPLAY "NO REFERENCE - NOTHING OPENED" UPON CONSOLE
    ELSE
        IF WS-FIELD-TEXT(1:3) = "DSP"
            DISPLAY "A DISPUTE CREDIT CANNOT ITSELF BE DISPUTED - "
                    "UPDATE ITS CASE INSTEAD" UPON CONSOLE
        ELSE
            PERFORM 2210-READ-HISTORY
            IF HST-FOUND
                PERFORM 2220-CHECK-OPEN-CASE
                IF OPEN-CASE-EXISTS
                    DISPLAY "CASE " WS-OPEN-CASE-NO
                            " IS ALREADY OPEN ON THIS REFERENCE"
                        UPON CONSOLE
                ELSE
                    IF WS-HST-MATCH-FLAG = "M"
                        DISPLAY "POSTING ALREADY NETTED OFF BY A "
                                "REVERSAL - NOTHING TO DISPUTE"
                            UPON CONSOLE
                    ELSE
                        PERFORM 2230-BUILD-NEW-CASE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

2210-READ-HISTORY.
*> Open just for the lookup, the way DAILYTBL's reversal match does
*> - the master belongs to the nightly run.
    MOVE "N" TO WS-HST-FOUND
    MOVE WS-FIELD-TEXT(1:20) TO WS-HST-REF-ID
    OPEN INPUT WS-HISTORY-FILE
    IF NOT WS-HISTORY-OK
        DISPLAY "HISTMST NOT AVAILABLE, STATUS: " WS-HISTORY-STATUS
                " - NO CASE CAN BE OPENED" UPON CONSOLE
    ELSE
        MOVE WS-HST-REF-ID TO HIST-REF-ID
        READ WS-HISTORY-FILE
            INVALID KEY
                DISPLAY "NO HISTORY FOR REF: " WS-HST-REF-ID
                    UPON CONSOLE
            NOT INVALID KEY
                SET HST-FOUND TO TRUE
                MOVE HIST-CAPTURE-DATE TO WS-HST-CAPTURE-DATE
                MOVE TRAN-TYPE OF HIST-ENTRY TO WS-HST-TYPE
                MOVE TRAN-AMOUNT OF HIST-ENTRY TO WS-HST-AMOUNT
                MOVE TRAN-DATE OF HIST-ENTRY TO WS-HST-DATE
                MOVE TRAN-SOURCE-ID OF HIST-ENTRY
                    TO WS-HST-SOURCE-ID
                MOVE TRAN-MATCH-FLAG OF HIST-ENTRY
                    TO WS-HST-MATCH-FLAG
                MOVE TRAN-ACCOUNT-NO OF HIST-ENTRY
                    TO WS-HST-ACCOUNT-NO
                MOVE TRAN-CURRENCY OF HIST-ENTRY TO WS-HST-CURRENCY
        END-READ
        CLOSE WS-HISTORY-FILE
    END-IF.

2220-CHECK-OPEN-CASE.
*> Walk the reference's cases on the alternate key - a posting can
*> be disputed again once its earlier case is closed, never twice
*> at once.
    MOVE "N" TO WS-OPEN-CASE-SW
    MOVE WS-HST-REF-ID TO DSP-REF-ID
    START WS-DISPCASE-FILE
        KEY IS EQUAL TO DSP-REF-ID
        INVALID KEY
            CONTINUE
    END-START
    IF WS-DISPCASE-OK
        PERFORM UNTIL WS-DISPCASE-EOF OR OPEN-CASE-EXISTS
            READ WS-DISPCASE-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF DSP-REF-ID NOT = WS-HST-REF-ID
                        SET WS-DISPCASE-EOF TO TRUE
                    ELSE
                        IF DSP-IS-OPEN
                            SET OPEN-CASE-EXISTS TO TRUE
                            MOVE DSP-CASE-NO TO WS-OPEN-CASE-NO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2230-BUILD-NEW-CASE.
    MOVE SPACES TO WS-DISPCASE-RECORD
    MOVE SPACES TO WS-BEFORE-IMAGE
    ADD 1 TO WS-HIGH-CASE-NO GIVING DSP-CASE-NO
    MOVE WS-HST-REF-ID TO DSP-REF-ID
    MOVE WS-HST-ACCOUNT-NO TO DSP-ACCOUNT-NO
    MOVE WS-HST-SOURCE-ID TO DSP-BRANCH-ID
    MOVE WS-HST-TYPE TO DSP-TRAN-TYPE
    MOVE WS-HST-DATE TO DSP-TRAN-DATE
    MOVE WS-HST-CAPTURE-DATE TO DSP-CAPTURE-DATE
    MOVE WS-HST-AMOUNT TO DSP-TRAN-AMOUNT
    MOVE WS-HST-CURRENCY TO DSP-CURRENCY
    MOVE "O" TO DSP-STATUS
    MOVE WS-TODAY-DATE TO DSP-OPENED-DATE
    MOVE WS-OPERATOR-ID TO DSP-OPENED-BY
    COMPUTE WS-DAY-INT
        = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-RESPONSE-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO DSP-DEADLINE-DATE
    MOVE 0 TO DSP-CREDIT-AMOUNT
    MOVE 0 TO DSP-CREDIT-DATE
    MOVE 0 TO DSP-CLOSED-DATE
    IF WS-HST-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - WS-HST-AMOUNT
    ELSE
        MOVE WS-HST-AMOUNT TO WS-ABS-AMOUNT
    END-IF
    MOVE WS-ABS-AMOUNT TO DSP-DISPUTED-AMOUNT
    PERFORM 2610-PROMPT-REASON
    PERFORM 2620-PROMPT-AMOUNT
    PERFORM 2630-PROMPT-NOTE
    IF NOT DSP-REASON-VALID
        DISPLAY "REASON MUST BE UNAU, DUPL, AMNT, NREC OR OTHR - "
                "CASE NOT OPENED" UPON CONSOLE
    ELSE
        PERFORM 2900-DISPLAY-CASE
        DISPLAY "CONFIRM OPEN OF CASE " DSP-CASE-NO " - Y/N: "
            UPON CONSOLE
        MOVE SPACE TO WS-CONFIRM-REPLY
        ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
        IF NOT CHANGE-CONFIRMED
            DISPLAY "OPEN ABANDONED - NO CASE WRITTEN" UPON CONSOLE
        ELSE
            DISPLAY "ISSUE A PROVISIONAL CREDIT NOW - Y/N: "
                UPON CONSOLE
            MOVE SPACE TO WS-CONFIRM-REPLY
            ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
            IF CHANGE-CONFIRMED
                MOVE "P" TO WS-CREDIT-MODE
                PERFORM 2500-ISSUE-CREDIT
                IF NOT CREDIT-DONE AND NOT CREDIT-PARKED
                    DISPLAY "CASE OPENED WITHOUT A CREDIT - ISSUE IT "
                            "LATER THROUGH U)PDATE" UPON CONSOLE
                END-IF
            END-IF
            MOVE "OPEN" TO WS-ACTION
            PERFORM 2800-COMMIT-NEW-CASE
        END-IF
    END-IF.

2300-UPDATE-CASE.
*> Amount and reason can change only while no money has moved -
*> after that the credit is what the case says it is.
    PERFORM 2510-ACCEPT-CASE-NO
    IF CASE-FOUND
        IF DSP-IS-CLOSED
            DISPLAY "CASE " WS-KEY-CASE-NO " IS CLOSED" UPON CONSOLE
        ELSE
            MOVE WS-DISPCASE-RECORD TO WS-BEFORE-IMAGE
            PERFORM 2900-DISPLAY-CASE
            DISPLAY "UPDATE - N)OTE A)MOUNT R)EASON "
                    "P)ROVISIONAL CREDIT: " UPON CONSOLE
            MOVE SPACE TO WS-UPDATE-REPLY
            ACCEPT WS-UPDATE-REPLY FROM CONSOLE
            MOVE "UPDATE" TO WS-ACTION
            EVALUATE TRUE
                WHEN UPDATE-NOTE
                    PERFORM 2630-PROMPT-NOTE
                WHEN UPDATE-AMOUNT
                    IF DSP-NO-CREDIT
                        PERFORM 2620-PROMPT-AMOUNT
                    ELSE
                        DISPLAY "CREDIT ALREADY ISSUED - AMOUNT "
                                "CANNOT CHANGE" UPON CONSOLE
                    END-IF
                WHEN UPDATE-REASON
                    PERFORM 2610-PROMPT-REASON
                    IF NOT DSP-REASON-VALID
                        DISPLAY "REASON MUST BE UNAU, DUPL, AMNT, "
                                "NREC OR OTHR - LEFT AS WAS"
                            UPON CONSOLE
                        MOVE WS-BEFORE-IMAGE TO WS-DISPCASE-RECORD
                    END-IF
                WHEN UPDATE-CREDIT
                    EVALUATE TRUE
                        WHEN DSP-NO-CREDIT
                            MOVE "P" TO WS-CREDIT-MODE
                            PERFORM 2500-ISSUE-CREDIT
                            IF CREDIT-PARKED
                                MOVE "PARKED" TO WS-ACTION
                            ELSE
                                MOVE "CREDIT" TO WS-ACTION
                            END-IF
                        WHEN DSP-CREDIT-AWAITING
                        WHEN DSP-REVERSAL-AWAITING
                            DISPLAY "THIS CASE'S CREDIT IS AWAITING "
                                    "APPROVAL IN APPRWRK" UPON CONSOLE
                        WHEN OTHER
                            DISPLAY "A CREDIT HAS ALREADY BEEN ISSUED "
                                    "ON THIS CASE" UPON CONSOLE
                    END-EVALUATE
                WHEN OTHER
                    DISPLAY "ENTER N, A, R, OR P" UPON CONSOLE
            END-EVALUATE
            IF WS-DISPCASE-RECORD = WS-BEFORE-IMAGE
                DISPLAY "NOTHING CHANGED" UPON CONSOLE
            ELSE
                PERFORM 2810-COMMIT-CHANGE
            END-IF
        END-IF
    END-IF.

2400-CLOSE-CASE.
*> The outcome decides the money. Everything is vetted and shown
*> before the operator confirms; only then is an entry written.
*> While a credit or reversal waits for approval the case's money
*> is not settled, so it cannot be closed.
    PERFORM 2510-ACCEPT-CASE-NO
    IF CASE-FOUND
        EVALUATE TRUE
            WHEN DSP-IS-CLOSED
                DISPLAY "CASE " WS-KEY-CASE-NO " IS ALREADY CLOSED"
                    UPON CONSOLE
            WHEN DSP-CREDIT-AWAITING
            WHEN DSP-REVERSAL-AWAITING
                PERFORM 2900-DISPLAY-CASE
                DISPLAY "CASE " WS-KEY-CASE-NO " IS AWAITING APPROVAL "
                        "IN APPRWRK - IT CANNOT BE CLOSED YET"
                    UPON CONSOLE
            WHEN OTHER
                MOVE WS-DISPCASE-RECORD TO WS-BEFORE-IMAGE
                PERFORM 2900-DISPLAY-CASE
                DISPLAY "OUTCOME - U)PHELD D)ECLINED W)ITHDRAWN: "
                    UPON CONSOLE
                MOVE SPACE TO WS-OUTCOME-REPLY
                ACCEPT WS-OUTCOME-REPLY FROM CONSOLE
                EVALUATE TRUE
                    WHEN OUTCOME-UPHELD
                        PERFORM 2410-CLOSE-UPHELD
                    WHEN OUTCOME-DECLINED
                    WHEN OUTCOME-WITHDRAWN
                        PERFORM 2420-CLOSE-NOT-UPHELD
                    WHEN OTHER
                        DISPLAY "ENTER U, D, OR W - CASE LEFT OPEN"
                            UPON CONSOLE
                END-EVALUATE
        END-EVALUATE
    END-IF.

2410-CLOSE-UPHELD.
    IF DSP-CREDIT-PROVISIONAL
        DISPLAY "PROVISIONAL CREDIT " DSP-CREDIT-REF-ID
                " BECOMES FINAL" UPON CONSOLE
    ELSE
        DISPLAY "NO CREDIT GIVEN YET - A FINAL CREDIT WILL BE "
                "ISSUED" UPON CONSOLE
    END-IF
    PERFORM 2490-CONFIRM-CLOSE
    IF CHANGE-CONFIRMED
        MOVE "N" TO WS-CREDIT-PARKED
        IF DSP-CREDIT-PROVISIONAL
            MOVE "F" TO DSP-CREDIT-STATUS
            SET CREDIT-DONE TO TRUE
        ELSE
            MOVE "F" TO WS-CREDIT-MODE
            PERFORM 2500-ISSUE-CREDIT
        END-IF
        EVALUATE TRUE
            WHEN CREDIT-DONE
                MOVE "U" TO DSP-OUTCOME
                PERFORM 2480-STAMP-CLOSED
*> The outcome goes on the case now; the close waits for the credit.
            WHEN CREDIT-PARKED
                MOVE "U" TO DSP-OUTCOME
                MOVE "PARKED" TO WS-ACTION
                PERFORM 2810-COMMIT-CHANGE
                DISPLAY "CASE LEFT OPEN - IT CLOSES UPHELD WHEN THE "
                        "FINAL CREDIT IS APPROVED" UPON CONSOLE
            WHEN OTHER
                DISPLAY "NO CREDIT ISSUED - CASE LEFT OPEN"
                    UPON CONSOLE
                MOVE WS-BEFORE-IMAGE TO WS-DISPCASE-RECORD
        END-EVALUATE
    END-IF.

2420-CLOSE-NOT-UPHELD.
*> The reversal type is looked up now, not taken from when the
*> credit went out - a type retired since would only reject.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE "N" TO WS-RESUB-WRITTEN
    MOVE "N" TO WS-CREDIT-PARKED
    IF DSP-CREDIT-PROVISIONAL
        MOVE DSP-CREDIT-TYPE TO WS-CREDIT-TYPE
        PERFORM 2550-FIND-REVERSAL-TYPE
        IF NOT RVSL-FOUND
            DISPLAY "NO ACTIVE REVERSAL TYPE ON TYPEMST FOR "
                    DSP-CREDIT-TYPE " - CASE LEFT OPEN" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        ELSE
            DISPLAY "PROVISIONAL CREDIT " DSP-CREDIT-REF-ID
                    " WILL BE REVERSED BY " WS-RVSL-TYPE UPON CONSOLE
        END-IF
    ELSE
        DISPLAY "NO CREDIT WAS GIVEN - NOTHING TO REVERSE"
            UPON CONSOLE
    END-IF
    IF ENTRY-VALID
        PERFORM 2490-CONFIRM-CLOSE
        IF CHANGE-CONFIRMED
            IF DSP-CREDIT-PROVISIONAL
                PERFORM 2600-WRITE-REVERSAL
            END-IF
            IF OUTCOME-DECLINED
                MOVE "D" TO DSP-OUTCOME
            ELSE
                MOVE "W" TO DSP-OUTCOME
            END-IF
            EVALUATE TRUE
                WHEN NOT DSP-CREDIT-PROVISIONAL
                WHEN RESUB-WRITTEN
                    IF RESUB-WRITTEN
                        MOVE "R" TO DSP-CREDIT-STATUS
                        MOVE WS-RVSL-TYPE TO DSP-REVERSAL-TYPE
                    END-IF
                    PERFORM 2480-STAMP-CLOSED
*> The provisional credit stands until the reversal is approved;
*> the case closes with this outcome then.
                WHEN CREDIT-PARKED
                    MOVE "V" TO DSP-CREDIT-STATUS
                    MOVE WS-RVSL-TYPE TO DSP-REVERSAL-TYPE
                    MOVE "PARKED" TO WS-ACTION
                    PERFORM 2810-COMMIT-CHANGE
                    DISPLAY "CASE LEFT OPEN - IT CLOSES WHEN THE "
                            "REVERSAL IS APPROVED" UPON CONSOLE
                WHEN OTHER
                    DISPLAY "REVERSAL NOT WRITTEN - CASE LEFT OPEN"
                        UPON CONSOLE
                    MOVE WS-BEFORE-IMAGE TO WS-DISPCASE-RECORD
            END-EVALUATE
        END-IF
    END-IF.

2480-STAMP-CLOSED.
    MOVE "C" TO DSP-STATUS
    MOVE WS-TODAY-DATE TO DSP-CLOSED-DATE
    MOVE WS-OPERATOR-ID TO DSP-CLOSED-BY
    MOVE "CLOSE" TO WS-ACTION
    PERFORM 2810-COMMIT-CHANGE.

2490-CONFIRM-CLOSE.
    DISPLAY "CONFIRM CLOSE OF CASE " DSP-CASE-NO " - Y/N: "
        UPON CONSOLE
    MOVE SPACE TO WS-CONFIRM-REPLY
    ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
    IF NOT CHANGE-CONFIRMED
        DISPLAY "CLOSE ABANDONED - CASE UNCHANGED" UPON CONSOLE
    END-IF.

2500-ISSUE-CREDIT.
*> One credit entry into RESUBFIL for the disputed amount, signed
*> against the disputed posting: the type must be an active
*> posting type running that way, within its own limit, and must
*> have a reversal type to take it back if the case goes against
*> the customer. The case is only stamped once the entry is out -
*> or, over the operator's credit limit, once it is parked for a
*> second operator, with the credit shown as awaiting approval.
    MOVE "N" TO WS-CREDIT-DONE
    MOVE "N" TO WS-RESUB-WRITTEN
    MOVE "N" TO WS-CREDIT-PARKED
    DISPLAY "CREDIT TYPE (4 CHARACTERS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    MOVE WS-FIELD-TEXT(1:4) TO WS-CREDIT-TYPE
    IF DSP-TRAN-AMOUNT > 0
        COMPUTE WS-CREDIT-AMOUNT = 0 - DSP-DISPUTED-AMOUNT
    ELSE
        MOVE DSP-DISPUTED-AMOUNT TO WS-CREDIT-AMOUNT
    END-IF
    SET ENTRY-VALID TO TRUE
    PERFORM 2520-FIND-TYPE
    IF NOT TYM-FOUND
        DISPLAY "TYPE " WS-CREDIT-TYPE " NOT ON TYPEMST" UPON CONSOLE
        MOVE "N" TO WS-ENTRY-VALID
    ELSE
        IF WS-TYM-STATUS(WS-TYM-IDX) NOT = "A"
           OR WS-TYM-CLASS(WS-TYM-IDX) NOT = "P"
            DISPLAY "TYPE " WS-CREDIT-TYPE
                    " IS RETIRED OR A REVERSAL TYPE" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
        IF (WS-TYM-DIRECTION(WS-TYM-IDX) = "D"
                AND WS-CREDIT-AMOUNT < 0)
           OR (WS-TYM-DIRECTION(WS-TYM-IDX) = "C"
                AND WS-CREDIT-AMOUNT > 0)
            DISPLAY "TYPE " WS-CREDIT-TYPE
                    " RUNS THE SAME WAY AS THE DISPUTED POSTING"
                UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
        IF WS-TYM-LIMIT(WS-TYM-IDX) > 0
           AND DSP-DISPUTED-AMOUNT > WS-TYM-LIMIT(WS-TYM-IDX)
            DISPLAY "AMOUNT IS OVER THE LIMIT FOR TYPE "
                    WS-CREDIT-TYPE UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
    END-IF
    IF ENTRY-VALID
        PERFORM 2550-FIND-REVERSAL-TYPE
        IF NOT RVSL-FOUND
            DISPLAY "NO ACTIVE REVERSAL TYPE ON TYPEMST FOR "
                    WS-CREDIT-TYPE " - THE CREDIT COULD NOT BE "
                    "TAKEN BACK" UPON CONSOLE
            MOVE "N" TO WS-ENTRY-VALID
        END-IF
    END-IF
    IF ENTRY-VALID
        MOVE SPACES TO WS-CREDIT-REF-ID
        STRING "DSP" DELIMITED BY SIZE
               DSP-CASE-NO DELIMITED BY SIZE
               WS-CREDIT-MODE DELIMITED BY SIZE
            INTO WS-CREDIT-REF-ID
        MOVE SPACES TO WS-RESUB-ENTRY
        MOVE WS-CREDIT-TYPE TO TRAN-TYPE OF WS-RESUB-ENTRY
        MOVE WS-CREDIT-AMOUNT TO TRAN-AMOUNT OF WS-RESUB-ENTRY
        MOVE WS-CREDIT-REF-ID TO TRAN-REF-ID OF WS-RESUB-ENTRY
        PERFORM 2690-COMPLETE-RESUB-ENTRY
        IF DSP-DISPUTED-AMOUNT > WS-CREDIT-LIMIT
            MOVE "DCRD" TO WS-PARK-ACTION
            MOVE DSP-DISPUTED-AMOUNT TO WS-PARK-AMOUNT
            PERFORM 2560-PARK-FOR-APPROVAL
            IF CREDIT-PARKED
                MOVE "A" TO DSP-CREDIT-STATUS
                MOVE WS-CREDIT-REF-ID TO DSP-CREDIT-REF-ID
                MOVE WS-CREDIT-TYPE TO DSP-CREDIT-TYPE
                MOVE WS-CREDIT-AMOUNT TO DSP-CREDIT-AMOUNT
                MOVE 0 TO DSP-CREDIT-DATE
            END-IF
        ELSE
            PERFORM 2700-WRITE-RESUB
            IF RESUB-WRITTEN
                SET CREDIT-DONE TO TRUE
                MOVE WS-CREDIT-MODE TO DSP-CREDIT-STATUS
                MOVE WS-CREDIT-REF-ID TO DSP-CREDIT-REF-ID
                MOVE WS-CREDIT-TYPE TO DSP-CREDIT-TYPE
                MOVE WS-CREDIT-AMOUNT TO DSP-CREDIT-AMOUNT
                MOVE WS-TODAY-DATE TO DSP-CREDIT-DATE
                DISPLAY "CREDIT " WS-CREDIT-REF-ID
                        " WRITTEN TO RESUBFIL" UPON CONSOLE
            END-IF
        END-IF
    END-IF.

2510-ACCEPT-CASE-NO.
    MOVE "N" TO WS-CASE-FOUND
    DISPLAY "ENTER CASE NUMBER (8 DIGITS): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT(1:8) IS NOT NUMERIC
        DISPLAY "CASE NUMBER MUST BE 8 DIGITS" UPON CONSOLE
    ELSE
        MOVE WS-CASE-DIGITS TO WS-KEY-CASE-NO
        MOVE WS-KEY-CASE-NO TO DSP-CASE-NO
        READ WS-DISPCASE-FILE
            INVALID KEY
                DISPLAY "CASE " WS-KEY-CASE-NO " NOT ON DISPCASE"
                    UPON CONSOLE
            NOT INVALID KEY
                SET CASE-FOUND TO TRUE
        END-READ
    END-IF.

2520-FIND-TYPE.
    MOVE "N" TO WS-TYM-FOUND
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT OR TYM-FOUND
        IF WS-TYM-CODE(WS-TYM-IDX) = WS-CREDIT-TYPE
            SET TYM-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF TYM-FOUND
        SUBTRACT 1 FROM WS-TYM-IDX
    END-IF.

2550-FIND-REVERSAL-TYPE.
*> The active reversal-class type whose counterpart is the credit
*> type - the pairing DAILYTBL's 2045/2080 works from.
    MOVE "N" TO WS-RVSL-FOUND
    MOVE SPACES TO WS-RVSL-TYPE
    PERFORM VARYING WS-TYM-IDX FROM 1 BY 1
            UNTIL WS-TYM-IDX > WS-TYM-COUNT OR RVSL-FOUND
        IF WS-TYM-CLASS(WS-TYM-IDX) = "R"
           AND WS-TYM-STATUS(WS-TYM-IDX) = "A"
           AND WS-TYM-COUNTERPART(WS-TYM-IDX) = WS-CREDIT-TYPE
            SET RVSL-FOUND TO TRUE
            MOVE WS-TYM-CODE(WS-TYM-IDX) TO WS-RVSL-TYPE
        END-IF
    END-PERFORM.

2560-PARK-FOR-APPROVAL.
*> Append the request the way REJREPAR's 2620 does, opened and
*> closed per request. The entry goes on exactly as it would have
*> gone to RESUBFIL, beside the disputed posting it answers; the
*> case takes the request key so the decision can find it again.
*> If it cannot be queued nothing is issued at all.
    MOVE "N" TO WS-CREDIT-PARKED
    MOVE SPACES TO WS-POSTING-ENTRY
    MOVE DSP-TRAN-TYPE TO TRAN-TYPE OF WS-POSTING-ENTRY
    MOVE DSP-TRAN-AMOUNT TO TRAN-AMOUNT OF WS-POSTING-ENTRY
    MOVE DSP-TRAN-DATE TO TRAN-DATE OF WS-POSTING-ENTRY
    MOVE DSP-REF-ID TO TRAN-REF-ID OF WS-POSTING-ENTRY
    MOVE DSP-BRANCH-ID TO TRAN-SOURCE-ID OF WS-POSTING-ENTRY
    MOVE DSP-ACCOUNT-NO TO TRAN-ACCOUNT-NO OF WS-POSTING-ENTRY
    MOVE 0 TO TRAN-HOLD-DATE OF WS-POSTING-ENTRY
    MOVE DSP-CURRENCY TO TRAN-CURRENCY OF WS-POSTING-ENTRY
    MOVE 0 TO TRAN-BASE-AMOUNT OF WS-POSTING-ENTRY
    OPEN EXTEND WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        OPEN OUTPUT WS-APPRQUE-FILE
    END-IF
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS " - NOTHING ISSUED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-APPRQUE-RECORD
        MOVE WS-TODAY-DATE TO APR-REQUEST-DATE
        ACCEPT WS-APPR-TIME FROM TIME
        MOVE WS-APPR-TIME TO APR-REQUEST-TIME
        ADD 1 TO WS-APPR-SEQ
        MOVE WS-APPR-SEQ TO APR-REQUEST-SEQ
        MOVE WS-PARK-ACTION TO APR-ACTION
        MOVE WS-OPERATOR-ID TO APR-MAKER-ID
        MOVE WS-PARK-AMOUNT TO APR-AMOUNT
        MOVE TRAN-REF-ID OF WS-RESUB-ENTRY TO APR-REF-ID
        SET APR-IS-PENDING TO TRUE
        MOVE 0 TO APR-DECISION-DATE
        MOVE 0 TO APR-APPLIED-DATE
        MOVE WS-POSTING-ENTRY TO APR-BEFORE-IMAGE
        MOVE WS-RESUB-ENTRY TO APR-AFTER-IMAGE
        WRITE WS-APPRQUE-RECORD
        IF NOT WS-APPRQUE-OK
            DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, STATUS: "
                    WS-APPRQUE-STATUS " - NOTHING ISSUED"
                UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        ELSE
            SET CREDIT-PARKED TO TRUE
            MOVE APR-REQUEST-KEY TO DSP-APPROVAL-KEY
            DISPLAY "OVER YOUR CREDIT LIMIT - " APR-REF-ID
                    " PARKED FOR APPROVAL BY A SECOND OPERATOR"
                UPON CONSOLE
        END-IF
        CLOSE WS-APPRQUE-FILE
    END-IF.

2600-WRITE-REVERSAL.
*> Same reference as the credit, so DAILYTBL finds the credit - in
*> the same run or on HISTMST - and captures this against it at the
*> exact offsetting amount. Over the operator's credit limit it is
*> parked instead, the same as the credit would have been.
    MOVE "N" TO WS-RESUB-WRITTEN
    MOVE "N" TO WS-CREDIT-PARKED
    MOVE SPACES TO WS-RESUB-ENTRY
    MOVE WS-RVSL-TYPE TO TRAN-TYPE OF WS-RESUB-ENTRY
    COMPUTE TRAN-AMOUNT OF WS-RESUB-ENTRY = 0 - DSP-CREDIT-AMOUNT
    MOVE DSP-CREDIT-REF-ID TO TRAN-REF-ID OF WS-RESUB-ENTRY
    PERFORM 2690-COMPLETE-RESUB-ENTRY
    IF DSP-CREDIT-AMOUNT < 0
        COMPUTE WS-PARK-AMOUNT = 0 - DSP-CREDIT-AMOUNT
    ELSE
        MOVE DSP-CREDIT-AMOUNT TO WS-PARK-AMOUNT
    END-IF
    IF WS-PARK-AMOUNT > WS-CREDIT-LIMIT
        MOVE "DRVS" TO WS-PARK-ACTION
        PERFORM 2560-PARK-FOR-APPROVAL
    ELSE
        PERFORM 2700-WRITE-RESUB
        IF RESUB-WRITTEN
            DISPLAY "REVERSAL OF " DSP-CREDIT-REF-ID
                    " WRITTEN TO RESUBFIL" UPON CONSOLE
        END-IF
    END-IF.

2610-PROMPT-REASON.
    DISPLAY "REASON - UNAU UNAUTHORISED, DUPL DUPLICATE, AMNT WRONG "
            "AMOUNT, NREC NOT RECEIVED, OTHR: " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES
        MOVE WS-FIELD-TEXT(1:4) TO DSP-REASON-CODE
    END-IF.

2620-PROMPT-AMOUNT.
*> Blank disputes the whole posting; a part is allowed, never more
*> than the posting itself.
    IF DSP-TRAN-AMOUNT < 0
        COMPUTE WS-ABS-AMOUNT = 0 - DSP-TRAN-AMOUNT
    ELSE
        MOVE DSP-TRAN-AMOUNT TO WS-ABS-AMOUNT
    END-IF
    DISPLAY "DISPUTED AMOUNT (11 DIGITS, 9(9)V99 - BLANK FOR THE "
            "WHOLE POSTING): " UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT = SPACES
        MOVE WS-ABS-AMOUNT TO DSP-DISPUTED-AMOUNT
    ELSE
        IF WS-FIELD-TEXT(1:11) IS NOT NUMERIC
            DISPLAY "AMOUNT NOT NUMERIC - FIELD LEFT AS WAS"
                UPON CONSOLE
        ELSE
            IF WS-AMOUNT-DIGITS = 0
               OR WS-AMOUNT-DIGITS > WS-ABS-AMOUNT
                DISPLAY "AMOUNT MUST BE ABOVE ZERO AND NOT MORE THAN "
                        "THE POSTING - FIELD LEFT AS WAS" UPON CONSOLE
            ELSE
                MOVE WS-AMOUNT-DIGITS TO DSP-DISPUTED-AMOUNT
            END-IF
        END-IF
    END-IF.

2630-PROMPT-NOTE.
    DISPLAY "NOTE (40 CHARACTERS, BLANK KEEPS THE CURRENT NOTE): "
        UPON CONSOLE
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT FROM CONSOLE
    IF WS-FIELD-TEXT NOT = SPACES
        MOVE WS-FIELD-TEXT TO DSP-NOTE
    END-IF.

2690-COMPLETE-RESUB-ENTRY.
*> The rest of the entry is the disputed posting's: its account,
*> its currency, and its branch, so DAILYTBL's resubmission
*> accounting counts it against the branch the customer banks at.
    MOVE WS-TODAY-DATE TO TRAN-DATE OF WS-RESUB-ENTRY
    MOVE DSP-BRANCH-ID TO TRAN-SOURCE-ID OF WS-RESUB-ENTRY
    MOVE SPACE TO TRAN-MATCH-FLAG OF WS-RESUB-ENTRY
    MOVE DSP-ACCOUNT-NO TO TRAN-ACCOUNT-NO OF WS-RESUB-ENTRY
    MOVE 0 TO TRAN-HOLD-DATE OF WS-RESUB-ENTRY
    MOVE DSP-CURRENCY TO TRAN-CURRENCY OF WS-RESUB-ENTRY
    MOVE 0 TO TRAN-BASE-AMOUNT OF WS-RESUB-ENTRY.

2700-WRITE-RESUB.
*> Appended - REJREPAR's repairs may already be waiting there.
    OPEN EXTEND WS-RESUB-FILE
    IF NOT WS-RESUB-OK
        OPEN OUTPUT WS-RESUB-FILE
    END-IF
    IF NOT WS-RESUB-OK
        DISPLAY "UNABLE TO OPEN WS-RESUB-FILE, STATUS: "
                WS-RESUB-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        WRITE WS-RESUB-RECORD FROM WS-RESUB-ENTRY
        IF NOT WS-RESUB-OK
            DISPLAY "UNABLE TO WRITE WS-RESUB-RECORD, STATUS: "
                    WS-RESUB-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        ELSE
            SET RESUB-WRITTEN TO TRUE
        END-IF
        CLOSE WS-RESUB-FILE
    END-IF.

2800-COMMIT-NEW-CASE.
*> Write, then log - the log never records a case the master does
*> not carry.
    MOVE WS-TODAY-DATE TO DSP-LAST-CHANGED
    MOVE WS-OPERATOR-ID TO DSP-CHANGED-BY
    WRITE WS-DISPCASE-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO WRITE CASE " DSP-CASE-NO ", STATUS: "
                    WS-DISPCASE-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
    END-WRITE
    IF WS-DISPCASE-OK
        MOVE DSP-CASE-NO TO WS-HIGH-CASE-NO
        PERFORM 2850-LOG-AND-SHOW
    ELSE
        IF DSP-CREDIT-PROVISIONAL
            DISPLAY "*** CREDIT " DSP-CREDIT-REF-ID " IS ON RESUBFIL "
                    "BUT THE CASE WAS NOT WRITTEN ***" UPON CONSOLE
        END-IF
        IF DSP-CREDIT-AWAITING
            DISPLAY "*** CREDIT " DSP-CREDIT-REF-ID " IS PARKED ON "
                    "APPRQUE BUT THE CASE WAS NOT WRITTEN - DECLINE "
                    "IT IN APPRWRK ***" UPON CONSOLE
        END-IF
    END-IF.

2810-COMMIT-CHANGE.
    MOVE WS-TODAY-DATE TO DSP-LAST-CHANGED
    MOVE WS-OPERATOR-ID TO DSP-CHANGED-BY
    REWRITE WS-DISPCASE-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO REWRITE CASE " DSP-CASE-NO
                    ", STATUS: " WS-DISPCASE-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
    END-REWRITE
    IF WS-DISPCASE-OK
        PERFORM 2850-LOG-AND-SHOW
    END-IF.

2850-LOG-AND-SHOW.
    PERFORM 3100-WRITE-CHANGE-LOG
    ADD 1 TO WS-CHANGE-COUNT
    PERFORM 2900-DISPLAY-CASE
    DISPLAY "CASE " DSP-CASE-NO " " WS-ACTION " RECORDED"
        UPON CONSOLE.

2900-DISPLAY-CASE.
    IF DSP-IS-OPEN
        MOVE "OPEN" TO WS-STATUS-TEXT
    ELSE
        EVALUATE TRUE
            WHEN DSP-OUTCOME-UPHELD
                MOVE "UPHELD" TO WS-STATUS-TEXT
            WHEN DSP-OUTCOME-DECLINED
                MOVE "DECLINED" TO WS-STATUS-TEXT
            WHEN DSP-OUTCOME-WITHDRAWN
                MOVE "WITHDRAWN" TO WS-STATUS-TEXT
            WHEN OTHER
                MOVE "CLOSED" TO WS-STATUS-TEXT
        END-EVALUATE
    END-IF
    MOVE SPACES TO WS-MNT-LINE
    STRING "CASE " DELIMITED BY SIZE
           DSP-CASE-NO DELIMITED BY SIZE
           "  REF: " DELIMITED BY SIZE
           DSP-REF-ID DELIMITED BY SIZE
           "  ACCT: " DELIMITED BY SIZE
           DSP-ACCOUNT-NO DELIMITED BY SIZE
           "  BRANCH: " DELIMITED BY SIZE
           DSP-BRANCH-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-STATUS-TEXT DELIMITED BY SIZE
        INTO WS-MNT-LINE
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE DSP-TRAN-AMOUNT TO WS-AMOUNT-ED
    MOVE DSP-DISPUTED-AMOUNT TO WS-AMOUNT2-ED
    MOVE SPACES TO WS-MNT-LINE
    STRING "      POSTED: " DELIMITED BY SIZE
           DSP-TRAN-TYPE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DSP-CURRENCY DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           DSP-TRAN-DATE DELIMITED BY SIZE
           "  DISPUTED: " DELIMITED BY SIZE
           WS-AMOUNT2-ED DELIMITED BY SIZE
           "  REASON: " DELIMITED BY SIZE
           DSP-REASON-CODE DELIMITED BY SIZE
        INTO WS-MNT-LINE
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE SPACES TO WS-MNT-LINE
    STRING "      OPENED: " DELIMITED BY SIZE
           DSP-OPENED-DATE DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           DSP-OPENED-BY DELIMITED BY SIZE
           "  RESPOND BY: " DELIMITED BY SIZE
           DSP-DEADLINE-DATE DELIMITED BY SIZE
        INTO WS-MNT-LINE
    IF DSP-IS-CLOSED
        STRING "  CLOSED: " DELIMITED BY SIZE
               DSP-CLOSED-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               DSP-CLOSED-BY DELIMITED BY SIZE
            INTO WS-MNT-LINE(57:30)
    END-IF
    DISPLAY WS-MNT-LINE UPON CONSOLE
    MOVE SPACES TO WS-MNT-LINE
    EVALUATE TRUE
        WHEN DSP-CREDIT-PROVISIONAL
            MOVE "      CREDIT: PROVISIONAL" TO WS-MNT-LINE
        WHEN DSP-CREDIT-FINAL
            MOVE "      CREDIT: FINAL" TO WS-MNT-LINE
        WHEN DSP-CREDIT-REVERSED
            MOVE "      CREDIT: REVERSED" TO WS-MNT-LINE
        WHEN DSP-CREDIT-AWAITING
            MOVE "      CREDIT: AWAITING" TO WS-MNT-LINE
        WHEN DSP-REVERSAL-AWAITING
            MOVE "      CREDIT: PROVISIONAL" TO WS-MNT-LINE
        WHEN OTHER
            MOVE "      CREDIT: NONE GIVEN" TO WS-MNT-LINE
    END-EVALUATE
    IF NOT DSP-NO-CREDIT
        MOVE DSP-CREDIT-AMOUNT TO WS-AMOUNT-ED
        STRING DSP-CREDIT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               DSP-CREDIT-DATE DELIMITED BY SIZE
               "  REF: " DELIMITED BY SIZE
               DSP-CREDIT-REF-ID DELIMITED BY SIZE
            INTO WS-MNT-LINE(27:70)
    END-IF
    DISPLAY WS-MNT-LINE UPON CONSOLE
    IF DSP-CREDIT-AWAITING
        DISPLAY "      CREDIT AWAITING APPROVAL IN APPRWRK"
            UPON CONSOLE
    END-IF
    IF DSP-REVERSAL-AWAITING
        DISPLAY "      REVERSAL BY " DSP-REVERSAL-TYPE
                " AWAITING APPROVAL IN APPRWRK" UPON CONSOLE
    END-IF
    IF DSP-NOTE NOT = SPACES
        MOVE SPACES TO WS-MNT-LINE
        STRING "      NOTE: " DELIMITED BY SIZE
               DSP-NOTE DELIMITED BY SIZE
            INTO WS-MNT-LINE
        DISPLAY WS-MNT-LINE UPON CONSOLE
    END-IF.

3100-WRITE-CHANGE-LOG.
*> Append-only across sessions, like TYPELOG - the whole life of
*> every case can be read back from it.
    ACCEPT WS-NOW-TIME FROM TIME
    OPEN EXTEND WS-DISPLOG-FILE
    IF NOT WS-DISPLOG-OK
        OPEN OUTPUT WS-DISPLOG-FILE
    END-IF
    IF NOT WS-DISPLOG-OK
        DISPLAY "UNABLE TO OPEN WS-DISPLOG-FILE, STATUS: "
                WS-DISPLOG-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE WS-TODAY-DATE TO DLG-CHANGE-DATE
        MOVE WS-NOW-TIME TO DLG-CHANGE-TIME
        MOVE WS-OPERATOR-ID TO DLG-OPERATOR-ID
        MOVE WS-ACTION TO DLG-ACTION
        MOVE DSP-CASE-NO TO DLG-CASE-NO
        MOVE WS-BEFORE-IMAGE TO DLG-BEFORE-IMAGE
        MOVE WS-DISPCASE-RECORD TO DLG-AFTER-IMAGE
        WRITE WS-DISPLOG-RECORD
        IF NOT WS-DISPLOG-OK
            DISPLAY "UNABLE TO WRITE WS-DISPLOG-RECORD, STATUS: "
                    WS-DISPLOG-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        END-IF
        CLOSE WS-DISPLOG-FILE
    END-IF.

9000-TERMINATE.
    CLOSE WS-DISPCASE-FILE
    MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED
    DISPLAY "CASE CHANGES THIS SESSION: " WS-CHANGE-COUNT-ED
        UPON CONSOLE.
