       >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> APPRWRK - Maker-checker approval workout.
*> Console program for the second pair of eyes. REJREPAR, PENDINQ
*> and GLACKWRK park any correction, write-off, hold cancellation
*> or manual GL account assignment valued over the maker's OPERMST
*> limit on the approval queue APPRQUE instead of carrying it out.
*> Here an operator whose role may approve signs on, walks the
*> requests still pending, and approves or declines each one - but
*> never a request of their own, and never one above their own
*> approve limit. Nothing else is carried out here: the owning
*> program applies each decision on its next run, so no
*> correction, write-off, cancel or assignment reaches RESUBFIL,
*> WOFFREG, CANLLOG or GLCORR from here. A declined correction or
*> write-off goes back to REJREPAR's pending rejects on its next
*> pass; a declined cancel or assignment needs nothing doing, so
*> it is stamped applied as it is declined.
*> The one exception is a DISPMNT dispute credit or reversal:
*> the approved entry goes to RESUBFIL from here and is stamped
*> applied, and DISPMNT brings the case up to date from the
*> decision at its next session. A declined one is stamped
*> applied as it is declined - DISPMNT puts the case back.
*> Makers go on appending to APPRQUE while a session is open, so
*> anything added after the queue was read is carried across
*> before the queue is rewritten.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. APPRWRK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-OPERMST-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERMST-STATUS.

    SELECT WS-APPRQUE-FILE ASSIGN TO "APPRQUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRQUE-STATUS.

    SELECT WS-APPRWNEW-FILE ASSIGN TO "APPRWNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRWNEW-STATUS.

    SELECT WS-RESUB-FILE ASSIGN TO "RESUBFIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-OPERMST-FILE.
01  WS-OPERMST-RECORD.
    COPY OPERMST.

FD  WS-APPRQUE-FILE.
01  WS-APPRQUE-RECORD.
    COPY APPRQUE.

FD  WS-APPRWNEW-FILE.
01  WS-APPRWNEW-RECORD          PIC X(280).

FD  WS-RESUB-FILE.
01  WS-RESUB-RECORD.
    COPY TRANENTR.

WORKING-STORAGE SECTION.
01  WS-OPERMST-STATUS            PIC XX.
    88  WS-OPERMST-OK                  VALUE "00".
    88  WS-OPERMST-EOF                 VALUE "10".

01  WS-APPRQUE-STATUS            PIC XX.
    88  WS-APPRQUE-OK                  VALUE "00".
    88  WS-APPRQUE-EOF                 VALUE "10".

01  WS-APPRWNEW-STATUS           PIC XX.
    88  WS-APPRWNEW-OK                 VALUE "00".
    88  WS-APPRWNEW-EOF                VALUE "10".

01  WS-RESUB-STATUS              PIC XX.
    88  WS-RESUB-OK                    VALUE "00".

01  WS-TODAY-DATE                PIC 9(8) VALUE 0.

01  WS-SIGNON-WORK.
    05  WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
    05  WS-SIGNON-TRIES          PIC 9 VALUE 0.
    05  WS-OPR-COUNT             PIC 9(3) VALUE 0.
    05  WS-OPR-IDX               PIC 9(3) VALUE 0.
    05  WS-ROLE-COUNT            PIC 9(3) VALUE 0.
    05  WS-ROLE-IDX              PIC 9(3) VALUE 0.
    05  WS-OPR-FOUND             PIC X VALUE "N".
        88  OPR-FOUND                  VALUE "Y".
    05  WS-APPROVE-LIMIT         PIC 9(9)V99 VALUE 0.

01  WS-OPERATOR-TABLE.
*> Operators and roles from OPERMST - only the approve limit is
*> this program's business.
    05  WS-OPR-ENTRY OCCURS 200 TIMES.
        10  WS-OPR-ID            PIC X(3).
        10  WS-OPR-ROLE          PIC X(4).
        10  WS-OPR-STATUS        PIC X.
    05  WS-ROLE-ENTRY OCCURS 20 TIMES.
        10  WS-ROLE-CODE         PIC X(4).
        10  WS-ROLE-APPROVE-LIMIT PIC 9(9)V99.

01  WS-DECISION-WORK.
    05  WS-DECISION-REPLY        PIC X VALUE SPACE.
        88  REPLY-APPROVE              VALUES "A" "a".
        88  REPLY-DECLINE              VALUES "D" "d".
        88  REPLY-SKIP                 VALUES "S" "s".
        88  REPLY-STOP                 VALUES "X" "x".
        88  REPLY-VALID                VALUES "A" "a" "D" "d"
                                              "S" "s" "X" "x".
    05  WS-STOP-SW               PIC X VALUE "N".
        88  STOP-REVIEWING             VALUE "Y".
    05  WS-RESUB-WRITTEN         PIC X VALUE "N".
        88  RESUB-WRITTEN              VALUE "Y".
    05  WS-APPRWNEW-WRITE-SW     PIC X VALUE "N".
        88  APPRWNEW-WRITE-FAILED      VALUE "Y".

01  WS-COUNTERS.
    05  WS-PENDING-SEEN          PIC 9(5) VALUE 0.
    05  WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
    05  WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
    05  WS-SKIPPED-COUNT         PIC 9(5) VALUE 0.
    05  WS-OWN-COUNT             PIC 9(5) VALUE 0.
    05  WS-OVER-LIMIT-COUNT      PIC 9(5) VALUE 0.
    05  WS-QUEUE-READ            PIC 9(7) VALUE 0.
    05  WS-CARRY-SKIPPED         PIC 9(7) VALUE 0.
    05  WS-LATE-COUNT            PIC 9(5) VALUE 0.
    05  WS-PENDING-SEEN-ED       PIC ZZZZ9.
    05  WS-APPROVED-ED           PIC ZZZZ9.
    05  WS-DECLINED-ED           PIC ZZZZ9.
    05  WS-SKIPPED-ED            PIC ZZZZ9.
    05  WS-OWN-ED                PIC ZZZZ9.
    05  WS-OVER-LIMIT-ED         PIC ZZZZ9.
    05  WS-LATE-ED               PIC ZZZZ9.

01  WS-REJECT-IMAGE.
*> A correction or write-off's images are reject records, as
*> REJREPAR read them off REJFILE.
    05  IMG-REJ-DATE             PIC 9(8).
    05  IMG-SEQUENCE-NO          PIC 9(5).
    05  IMG-ENTRY.
        COPY TRANENTR REPLACING 05 BY 10.
    05  IMG-REASON-CODE          PIC X(4).

01  WS-HELD-IMAGE.
*> A cancel's before image is the held entry out of PENDWH. A
*> dispute credit's images are the disputed posting and the entry
*> for RESUBFIL, both in the same layout.
    COPY TRANENTR.

01  WS-DISPLAY-WORK.
    05  WS-WORK-LINE             PIC X(100).
    05  WS-AMOUNT-ED             PIC Z(2),ZZZ,ZZZ,ZZ9.99-.
    05  WS-ACTION-DESC           PIC X(24).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-WORK-QUEUE
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
*> No operator master, nobody can be shown to hold approval
*> authority - stop. An operator whose role approves nothing gets
*> the same three tries as anybody else.
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM 1100-LOAD-OPERATOR-MASTER
    MOVE "N" TO WS-OPR-FOUND
    MOVE 0 TO WS-SIGNON-TRIES
    PERFORM UNTIL OPR-FOUND OR WS-SIGNON-TRIES = 3
        DISPLAY "ENTER APPROVING OPERATOR INITIALS: " UPON CONSOLE
        MOVE SPACES TO WS-OPERATOR-ID
        ACCEPT WS-OPERATOR-ID FROM CONSOLE
        ADD 1 TO WS-SIGNON-TRIES
        PERFORM 1200-FIND-OPERATOR
        IF OPR-FOUND
            MOVE WS-ROLE-APPROVE-LIMIT(WS-ROLE-IDX)
                TO WS-APPROVE-LIMIT
            IF WS-APPROVE-LIMIT = 0
                MOVE "N" TO WS-OPR-FOUND
                DISPLAY "OPERATOR " WS-OPERATOR-ID
                        " HAS NO APPROVAL AUTHORITY" UPON CONSOLE
            END-IF
        ELSE
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                    " NOT ACTIVE ON OPERMST" UPON CONSOLE
        END-IF
    END-PERFORM
    IF NOT OPR-FOUND
        DISPLAY "SIGN-ON REFUSED AFTER THREE ATTEMPTS - "
                "NO APPROVALS TAKEN" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
*> An absent queue is a shop where nothing has ever been parked.
    OPEN INPUT WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        DISPLAY "APPRQUE NOT AVAILABLE, STATUS: " WS-APPRQUE-STATUS
                " - NOTHING AWAITING APPROVAL" UPON CONSOLE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-APPRWNEW-FILE
    IF NOT WS-APPRWNEW-OK
        DISPLAY "UNABLE TO OPEN WS-APPRWNEW-FILE, STATUS: "
                WS-APPRWNEW-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

1100-LOAD-OPERATOR-MASTER.
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
                        IF OPM-APPROVE-LIMIT IS NOT NUMERIC
                            DISPLAY "OPERMST ROLE IGNORED - LIMIT NOT "
                                    "NUMERIC: " OPM-ROLE-CODE
                                UPON CONSOLE
                        ELSE
                            IF WS-ROLE-COUNT < 20
                                ADD 1 TO WS-ROLE-COUNT
                                MOVE OPM-ROLE-CODE
                                    TO WS-ROLE-CODE(WS-ROLE-COUNT)
                                MOVE OPM-APPROVE-LIMIT
                                    TO WS-ROLE-APPROVE-LIMIT
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

1200-FIND-OPERATOR.
*> Active on OPERMST under a role that is itself on file - leaves
*> WS-ROLE-IDX on the role.
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

2000-WORK-QUEUE.
*> One pass over the queue, oldest request first. Every record is
*> copied to APPRWNEW whether or not it is touched, and the queue
*> is rewritten from it at the end - the PENDWH/PENDWRK turn-around.
*> Once the operator stops, the rest go across unread by the eye.
*> An APPRWNEW that could not be written in full is never copied
*> back - the queue is left as it was and the run ends at RC 16.
    PERFORM UNTIL WS-APPRQUE-EOF
        READ WS-APPRQUE-FILE
            AT END
                SET WS-APPRQUE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-QUEUE-READ
                IF APR-IS-PENDING AND NOT STOP-REVIEWING
                    ADD 1 TO WS-PENDING-SEEN
                    EVALUATE TRUE
                        WHEN APR-MAKER-ID = WS-OPERATOR-ID
                            ADD 1 TO WS-OWN-COUNT
                        WHEN APR-AMOUNT > WS-APPROVE-LIMIT
                            ADD 1 TO WS-OVER-LIMIT-COUNT
                        WHEN OTHER
                            PERFORM 2100-DECIDE-ONE-REQUEST
                    END-EVALUATE
                END-IF
                WRITE WS-APPRWNEW-RECORD FROM WS-APPRQUE-RECORD
                IF NOT WS-APPRWNEW-OK
                    DISPLAY "UNABLE TO WRITE WS-APPRWNEW-RECORD, "
                            "STATUS: " WS-APPRWNEW-STATUS
                        UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                    SET APPRWNEW-WRITE-FAILED TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-APPRQUE-FILE
    CLOSE WS-APPRWNEW-FILE
    IF WS-APPROVED-COUNT > 0 OR WS-DECLINED-COUNT > 0
        IF APPRWNEW-WRITE-FAILED
            DISPLAY "QUEUE NOT REWRITTEN - DECISIONS NOT SAVED"
                UPON CONSOLE
        ELSE
            PERFORM 2300-REWRITE-APPROVAL-QUEUE
        END-IF
    END-IF.

2100-DECIDE-ONE-REQUEST.
    PERFORM 2200-DISPLAY-REQUEST
    MOVE SPACE TO WS-DECISION-REPLY
    PERFORM UNTIL REPLY-VALID
        DISPLAY "A)PPROVE, D)ECLINE, S)KIP, X) STOP REVIEWING: "
            UPON CONSOLE
        MOVE SPACE TO WS-DECISION-REPLY
        ACCEPT WS-DECISION-REPLY FROM CONSOLE
    END-PERFORM
    EVALUATE TRUE
        WHEN REPLY-APPROVE
         AND (APR-IS-DISPUTE-CREDIT OR APR-IS-DISPUTE-REVERSAL)
            PERFORM 2400-RELEASE-DISPUTE-ENTRY
            IF RESUB-WRITTEN
                SET APR-IS-APPROVED TO TRUE
                MOVE WS-OPERATOR-ID TO APR-CHECKER-ID
                MOVE WS-TODAY-DATE TO APR-DECISION-DATE
                MOVE WS-TODAY-DATE TO APR-APPLIED-DATE
                ADD 1 TO WS-APPROVED-COUNT
                DISPLAY "  APPROVED - " APR-REF-ID
                        " WRITTEN TO RESUBFIL" UPON CONSOLE
            ELSE
                ADD 1 TO WS-SKIPPED-COUNT
                DISPLAY "  NOT APPROVED - ENTRY COULD NOT BE WRITTEN "
                        "TO RESUBFIL, REQUEST LEFT PENDING"
                    UPON CONSOLE
            END-IF
        WHEN REPLY-APPROVE
            SET APR-IS-APPROVED TO TRUE
            MOVE WS-OPERATOR-ID TO APR-CHECKER-ID
            MOVE WS-TODAY-DATE TO APR-DECISION-DATE
            ADD 1 TO WS-APPROVED-COUNT
            DISPLAY "  APPROVED - APPLIED ON THE NEXT RUN OF THE "
                    "OWNING PROGRAM" UPON CONSOLE
        WHEN REPLY-DECLINE
            SET APR-IS-DECLINED TO TRUE
            MOVE WS-OPERATOR-ID TO APR-CHECKER-ID
            MOVE WS-TODAY-DATE TO APR-DECISION-DATE
*> A declined cancel or assignment leaves the hold or suspense item
*> exactly where it is - there is nothing left to apply. Nor does a
*> declined dispute credit or reversal: nothing went to RESUBFIL.
            IF APR-IS-CANCEL OR APR-IS-GL-ASSIGN
               OR APR-IS-DISPUTE-CREDIT OR APR-IS-DISPUTE-REVERSAL
                MOVE WS-TODAY-DATE TO APR-APPLIED-DATE
            END-IF
            ADD 1 TO WS-DECLINED-COUNT
            DISPLAY "  DECLINED" UPON CONSOLE
        WHEN REPLY-SKIP
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN REPLY-STOP
            SET STOP-REVIEWING TO TRUE
            ADD 1 TO WS-SKIPPED-COUNT
    END-EVALUATE.

2200-DISPLAY-REQUEST.
    EVALUATE TRUE
        WHEN APR-IS-CORRECTION
            MOVE "REJECT CORRECTION" TO WS-ACTION-DESC
        WHEN APR-IS-WRITE-OFF
            MOVE "REJECT WRITE-OFF" TO WS-ACTION-DESC
        WHEN APR-IS-CANCEL
            MOVE "POST-DATED HOLD CANCEL" TO WS-ACTION-DESC
        WHEN APR-IS-GL-ASSIGN
            MOVE "GL ACCOUNT ASSIGNMENT" TO WS-ACTION-DESC
        WHEN APR-IS-DISPUTE-CREDIT
            MOVE "DISPUTE CREDIT" TO WS-ACTION-DESC
        WHEN APR-IS-DISPUTE-REVERSAL
            MOVE "DISPUTE CREDIT REVERSAL" TO WS-ACTION-DESC
        WHEN OTHER
            MOVE "UNKNOWN ACTION" TO WS-ACTION-DESC
    END-EVALUATE
    MOVE APR-AMOUNT TO WS-AMOUNT-ED
    DISPLAY " " UPON CONSOLE
    MOVE SPACES TO WS-WORK-LINE
    STRING WS-ACTION-DESC DELIMITED BY SIZE
           "  VALUE: " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           "  BY: " DELIMITED BY SIZE
           APR-MAKER-ID DELIMITED BY SIZE
           "  ON: " DELIMITED BY SIZE
           APR-REQUEST-DATE DELIMITED BY SIZE
        INTO WS-WORK-LINE
    DISPLAY WS-WORK-LINE UPON CONSOLE
    DISPLAY "  REF: " APR-REF-ID UPON CONSOLE
    EVALUATE TRUE
        WHEN APR-IS-CORRECTION
            MOVE APR-BEFORE-IMAGE TO WS-REJECT-IMAGE
            DISPLAY "  AS REJECTED (" IMG-REASON-CODE "):" UPON CONSOLE
            PERFORM 2210-DISPLAY-REJECT-IMAGE
            MOVE APR-AFTER-IMAGE TO WS-REJECT-IMAGE
            DISPLAY "  AS CORRECTED:" UPON CONSOLE
            PERFORM 2210-DISPLAY-REJECT-IMAGE
        WHEN APR-IS-WRITE-OFF
            MOVE APR-AFTER-IMAGE TO WS-REJECT-IMAGE
            DISPLAY "  TO BE WRITTEN OFF (" IMG-REASON-CODE "):"
                UPON CONSOLE
            PERFORM 2210-DISPLAY-REJECT-IMAGE
        WHEN APR-IS-CANCEL
            MOVE APR-BEFORE-IMAGE TO WS-HELD-IMAGE
            MOVE TRAN-AMOUNT OF WS-HELD-IMAGE TO WS-AMOUNT-ED
            MOVE SPACES TO WS-WORK-LINE
            STRING "    TYPE: " DELIMITED BY SIZE
                   TRAN-TYPE OF WS-HELD-IMAGE DELIMITED BY SIZE
                   "  AMOUNT: " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-CURRENCY OF WS-HELD-IMAGE DELIMITED BY SIZE
                   "  VALUE DATE: " DELIMITED BY SIZE
                   TRAN-DATE OF WS-HELD-IMAGE DELIMITED BY SIZE
                   "  ACCT: " DELIMITED BY SIZE
                   TRAN-ACCOUNT-NO OF WS-HELD-IMAGE DELIMITED BY SIZE
                INTO WS-WORK-LINE
            DISPLAY WS-WORK-LINE UPON CONSOLE
        WHEN APR-IS-GL-ASSIGN
            MOVE APR-GL-AMOUNT TO WS-AMOUNT-ED
            MOVE SPACES TO WS-WORK-LINE
            STRING "    TYPE: " DELIMITED BY SIZE
                   APR-GL-TYPE DELIMITED BY SIZE
                   "  AMOUNT: " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   "  OUT OF SUSPENSE TO ACCOUNT: " DELIMITED BY SIZE
                   APR-GL-NEW-ACCOUNT DELIMITED BY SIZE
                INTO WS-WORK-LINE
            DISPLAY WS-WORK-LINE UPON CONSOLE
        WHEN APR-IS-DISPUTE-CREDIT
          OR APR-IS-DISPUTE-REVERSAL
            MOVE APR-BEFORE-IMAGE TO WS-HELD-IMAGE
            DISPLAY "  DISPUTED POSTING:" UPON CONSOLE
            PERFORM 2220-DISPLAY-HELD-IMAGE
            MOVE APR-AFTER-IMAGE TO WS-HELD-IMAGE
            DISPLAY "  TO BE WRITTEN TO RESUBFIL:" UPON CONSOLE
            PERFORM 2220-DISPLAY-HELD-IMAGE
    END-EVALUATE.

2210-DISPLAY-REJECT-IMAGE.
    MOVE TRAN-AMOUNT OF IMG-ENTRY TO WS-AMOUNT-ED
    MOVE SPACES TO WS-WORK-LINE
    STRING "    TYPE: " DELIMITED BY SIZE
           TRAN-TYPE OF IMG-ENTRY DELIMITED BY SIZE
           "  AMOUNT: " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TRAN-CURRENCY OF IMG-ENTRY DELIMITED BY SIZE
           "  DATE: " DELIMITED BY SIZE
           TRAN-DATE OF IMG-ENTRY DELIMITED BY SIZE
           "  ACCT: " DELIMITED BY SIZE
           TRAN-ACCOUNT-NO OF IMG-ENTRY DELIMITED BY SIZE
        INTO WS-WORK-LINE
    DISPLAY WS-WORK-LINE UPON CONSOLE.

2220-DISPLAY-HELD-IMAGE.
    MOVE TRAN-AMOUNT OF WS-HELD-IMAGE TO WS-AMOUNT-ED
    MOVE SPACES TO WS-WORK-LINE
    STRING "    TYPE: " DELIMITED BY SIZE
           TRAN-TYPE OF WS-HELD-IMAGE DELIMITED BY SIZE
           "  AMOUNT: " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TRAN-CURRENCY OF WS-HELD-IMAGE DELIMITED BY SIZE
           "  DATE: " DELIMITED BY SIZE
           TRAN-DATE OF WS-HELD-IMAGE DELIMITED BY SIZE
           "  ACCT: " DELIMITED BY SIZE
           TRAN-ACCOUNT-NO OF WS-HELD-IMAGE DELIMITED BY SIZE
        INTO WS-WORK-LINE
    DISPLAY WS-WORK-LINE UPON CONSOLE.

2300-REWRITE-APPROVAL-QUEUE.
*> Anything REJREPAR, PENDINQ, GLACKWRK or DISPMNT appended while
*> the session was open sits past the records read in 2000 - carry
*> it across to APPRWNEW first, or the rewrite would lose it.
    OPEN INPUT WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS " - QUEUE NOT REWRITTEN, "
                "DECISIONS NOT SAVED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND WS-APPRWNEW-FILE
    IF NOT WS-APPRWNEW-OK
        DISPLAY "UNABLE TO OPEN WS-APPRWNEW-FILE, STATUS: "
                WS-APPRWNEW-STATUS " - QUEUE NOT REWRITTEN, "
                "DECISIONS NOT SAVED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-CARRY-SKIPPED
    PERFORM UNTIL WS-APPRQUE-EOF
        READ WS-APPRQUE-FILE
            AT END
                SET WS-APPRQUE-EOF TO TRUE
            NOT AT END
                IF WS-CARRY-SKIPPED < WS-QUEUE-READ
                    ADD 1 TO WS-CARRY-SKIPPED
                ELSE
                    WRITE WS-APPRWNEW-RECORD FROM WS-APPRQUE-RECORD
                    IF NOT WS-APPRWNEW-OK
                        DISPLAY "UNABLE TO WRITE WS-APPRWNEW-RECORD, "
                                "STATUS: " WS-APPRWNEW-STATUS
                            UPON CONSOLE
                        MOVE 16 TO RETURN-CODE
                        SET APPRWNEW-WRITE-FAILED TO TRUE
                    END-IF
                    ADD 1 TO WS-LATE-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-APPRQUE-FILE
    CLOSE WS-APPRWNEW-FILE
    IF WS-LATE-COUNT > 0
        MOVE WS-LATE-COUNT TO WS-LATE-ED
        DISPLAY "REQUESTS PARKED DURING THE SESSION, CARRIED OVER: "
                WS-LATE-ED UPON CONSOLE
    END-IF
    IF APPRWNEW-WRITE-FAILED
        DISPLAY "QUEUE NOT REWRITTEN - DECISIONS NOT SAVED"
            UPON CONSOLE
    ELSE
        PERFORM 2310-COPY-BACK-QUEUE
    END-IF.

2310-COPY-BACK-QUEUE.
    OPEN INPUT WS-APPRWNEW-FILE
    IF NOT WS-APPRWNEW-OK
        DISPLAY "UNABLE TO OPEN WS-APPRWNEW-FILE, STATUS: "
                WS-APPRWNEW-STATUS " - QUEUE NOT REWRITTEN, "
                "DECISIONS NOT SAVED" UPON CONSOLE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WS-APPRQUE-FILE
    IF NOT WS-APPRQUE-OK
        DISPLAY "UNABLE TO OPEN WS-APPRQUE-FILE, STATUS: "
                WS-APPRQUE-STATUS " - QUEUE NOT REWRITTEN, "
                "DECISIONS NOT SAVED" UPON CONSOLE
        CLOSE WS-APPRWNEW-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-APPRWNEW-EOF
        READ WS-APPRWNEW-FILE
            AT END
                SET WS-APPRWNEW-EOF TO TRUE
            NOT AT END
                WRITE WS-APPRQUE-RECORD FROM WS-APPRWNEW-RECORD
                IF NOT WS-APPRQUE-OK
                    DISPLAY "UNABLE TO WRITE WS-APPRQUE-RECORD, "
                            "STATUS: " WS-APPRQUE-STATUS
                        UPON CONSOLE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WS-APPRWNEW-FILE
    CLOSE WS-APPRQUE-FILE.

2400-RELEASE-DISPUTE-ENTRY.
*> The entry went onto the queue exactly as DISPMNT would have
*> written it; only its capture date moves up to today.
    MOVE "N" TO WS-RESUB-WRITTEN
    MOVE APR-AFTER-IMAGE(1:80) TO WS-RESUB-RECORD
    MOVE WS-TODAY-DATE TO TRAN-DATE OF WS-RESUB-RECORD
    OPEN EXTEND WS-RESUB-FILE
    IF NOT WS-RESUB-OK
        OPEN OUTPUT WS-RESUB-FILE
    END-IF
    IF NOT WS-RESUB-OK
        DISPLAY "UNABLE TO OPEN WS-RESUB-FILE, STATUS: "
                WS-RESUB-STATUS UPON CONSOLE
        MOVE 16 TO RETURN-CODE
    ELSE
        WRITE WS-RESUB-RECORD
        IF WS-RESUB-OK
            SET RESUB-WRITTEN TO TRUE
        ELSE
            DISPLAY "UNABLE TO WRITE WS-RESUB-RECORD, STATUS: "
                    WS-RESUB-STATUS UPON CONSOLE
            MOVE 16 TO RETURN-CODE
        END-IF
        CLOSE WS-RESUB-FILE
    END-IF.

9000-TERMINATE.
    MOVE WS-PENDING-SEEN TO WS-PENDING-SEEN-ED
    MOVE WS-APPROVED-COUNT TO WS-APPROVED-ED
    MOVE WS-DECLINED-COUNT TO WS-DECLINED-ED
    MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-ED
    MOVE WS-OWN-COUNT TO WS-OWN-ED
    MOVE WS-OVER-LIMIT-COUNT TO WS-OVER-LIMIT-ED
    DISPLAY "PENDING REQUESTS: " WS-PENDING-SEEN-ED
            "  APPROVED: " WS-APPROVED-ED
            "  DECLINED: " WS-DECLINED-ED
            "  SKIPPED: " WS-SKIPPED-ED
        UPON CONSOLE
    DISPLAY "NOT OFFERED - YOUR OWN: " WS-OWN-ED
            "  OVER YOUR APPROVE LIMIT: " WS-OVER-LIMIT-ED
        UPON CONSOLE.
