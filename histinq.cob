*> that DAILYTBL loads at end of day: retrieve one transaction by
*> TRAN-REF-ID, or list all activity captured in a date range,
*> long after the run that captured it has been superseded.
*> Every transaction shown carries the dispute cases DISPMNT has
*> opened against it, flagged while a case is still open.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. HISTINQ.
        RECORD KEY IS RJH-KEY
        FILE STATUS IS WS-REJHIST-STATUS.

    SELECT WS-DISPCASE-FILE ASSIGN TO "DISPCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DSP-CASE-NO
        ALTERNATE RECORD KEY IS DSP-REF-ID
            WITH DUPLICATES
        FILE STATUS IS WS-DISPCASE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-HISTORY-FILE.
    05  RJH-DISPOSITION         PIC X(5).
    05  RJH-OPERATOR-ID         PIC X(3).

FD  WS-DISPCASE-FILE.
01  WS-DISPCASE-RECORD.
    COPY DISPCASE.

WORKING-STORAGE SECTION.
01  WS-HISTORY-STATUS            PIC XX.
    88  WS-HISTORY-OK                  VALUE "00".
    05  WS-LIFECYCLE-COUNT       PIC 9(3) VALUE 0.
    05  WS-LIFECYCLE-SEQ-ED      PIC ZZZZ9.

01  WS-DISPCASE-STATUS           PIC XX.
    88  WS-DISPCASE-OK                 VALUES "00" "02".
    88  WS-DISPCASE-EOF                VALUES "10" "46".

01  WS-DISPCASE-SWITCHES.
    05  WS-DISPCASE-AVAIL        PIC X VALUE "N".
        88  DISPCASE-AVAILABLE         VALUE "Y".
    05  WS-DISPUTE-TEXT          PIC X(30) VALUE SPACES.

01  WS-ARCHIVE-BOUNDARY.
*> The cutoff HISTARCH recorded after its last purge: history
*> captured before this date lives on archive generations, not the
    OPEN INPUT WS-REJHIST-FILE
    IF WS-REJHIST-OK
        SET REJHIST-AVAILABLE TO TRUE
    END-IF
*> No dispute case master just means no case has ever been opened.
    OPEN INPUT WS-DISPCASE-FILE
    IF WS-DISPCASE-OK
        SET DISPCASE-AVAILABLE TO TRUE
    END-IF.

2000-INQUIRY-LOOP.
    STRING "  REF: " DELIMITED BY SIZE
           HIST-REF-ID DELIMITED BY SIZE
        INTO WS-INQ-LINE
    DISPLAY WS-INQ-LINE UPON CONSOLE
    IF DISPCASE-AVAILABLE
        PERFORM 2950-LIST-DISPUTE-CASES
    END-IF.

2950-LIST-DISPUTE-CASES.
*> Cases against this posting, off DISPCASE's reference key - a
*> separate file, so a date-range walk of the history master keeps
*> its place.
    MOVE HIST-REF-ID TO DSP-REF-ID
    START WS-DISPCASE-FILE
        KEY IS EQUAL TO DSP-REF-ID
        INVALID KEY
            CONTINUE
    END-START
    IF WS-DISPCASE-OK
        PERFORM UNTIL WS-DISPCASE-EOF
            READ WS-DISPCASE-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF DSP-REF-ID NOT = HIST-REF-ID
                        SET WS-DISPCASE-EOF TO TRUE
                    ELSE
                        PERFORM 2960-DISPLAY-DISPUTE-CASE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2960-DISPLAY-DISPUTE-CASE.
    EVALUATE TRUE
        WHEN DSP-IS-OPEN
            MOVE "*** UNDER DISPUTE ***" TO WS-DISPUTE-TEXT
        WHEN DSP-OUTCOME-UPHELD
            MOVE "CLOSED - UPHELD" TO WS-DISPUTE-TEXT
        WHEN DSP-OUTCOME-DECLINED
            MOVE "CLOSED - DECLINED" TO WS-DISPUTE-TEXT
        WHEN DSP-OUTCOME-WITHDRAWN
            MOVE "CLOSED - WITHDRAWN" TO WS-DISPUTE-TEXT
        WHEN OTHER
            MOVE "CLOSED" TO WS-DISPUTE-TEXT
    END-EVALUATE
    MOVE SPACES TO WS-INQ-LINE
    STRING "  DISPUTE CASE: " DELIMITED BY SIZE
           DSP-CASE-NO DELIMITED BY SIZE
           " OPENED: " DELIMITED BY SIZE
           DSP-OPENED-DATE DELIMITED BY SIZE
           " RESPOND BY: " DELIMITED BY SIZE
           DSP-DEADLINE-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DISPUTE-TEXT DELIMITED BY SIZE
        INTO WS-INQ-LINE
    DISPLAY WS-INQ-LINE UPON CONSOLE
    IF NOT DSP-NO-CREDIT
        MOVE DSP-CREDIT-AMOUNT TO WS-INQ-AMOUNT-ED
        MOVE SPACES TO WS-INQ-LINE
        EVALUATE TRUE
            WHEN DSP-CREDIT-PROVISIONAL
                MOVE "PROVISIONAL" TO WS-DISPUTE-TEXT
            WHEN DSP-CREDIT-FINAL
                MOVE "FINAL" TO WS-DISPUTE-TEXT
            WHEN DSP-CREDIT-AWAITING
                MOVE "AWAITING APPROVAL" TO WS-DISPUTE-TEXT
            WHEN DSP-REVERSAL-AWAITING
                MOVE "REVERSAL AWAITING APPROVAL" TO WS-DISPUTE-TEXT
            WHEN OTHER
                MOVE "REVERSED" TO WS-DISPUTE-TEXT
        END-EVALUATE
        STRING "    CREDIT: " DELIMITED BY SIZE
               DSP-CREDIT-REF-ID DELIMITED BY SIZE
               WS-INQ-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISPUTE-TEXT DELIMITED BY SIZE
            INTO WS-INQ-LINE
        DISPLAY WS-INQ-LINE UPON CONSOLE
    END-IF.

9000-TERMINATE.
    IF DISPCASE-AVAILABLE
        CLOSE WS-DISPCASE-FILE
    END-IF
    IF REJHIST-AVAILABLE
        CLOSE WS-REJHIST-FILE
    END-IF
