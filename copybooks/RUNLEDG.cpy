      *> ----------------------------------------------------------
      *> RUNLEDG - run-control ledger, one 300-byte record per event,
      *> appended by every batch step of the job stream: an S record
      *> as the step starts, an E record as it ends with its return
      *> code and the record counts of what it read (role I) and of
      *> the generations it produced (role O), or a single R record
      *> with RCL-REASON when the step refused to start. A step that
      *> abends leaves its S record unanswered.
      *> RCL-BUS-DATE and RCL-CYCLE-NO are the business date and
      *> cycle from CTLFILE, so a step finds its prerequisite's
      *> records by date and cycle, not by clock time.
      *> An output the scheduler swaps in under another name is
      *> recorded under the name it will be read by: DAILYTBL's
      *> PENDWHO as PENDWH, REJREPAR's REJPENDO as REJPEND and
      *> HISTREBL's HISTNEW as HISTMST - so the step that reads it
      *> next can tell whether the swap happened.
      *> RCL-OVERRIDE is Y when the step ran on CTL-LEDGER-OVERRIDE
      *> past a check it failed; RCL-REASON then says which.
      *> STEPSTAT reads the ledger back for the morning status report.
      *> ----------------------------------------------------------
       05  RCL-PROGRAM-ID               PIC X(8).
       05  RCL-BUS-DATE                 PIC 9(8).
       05  RCL-CYCLE-NO                 PIC 9(2).
       05  RCL-EVENT                    PIC X.
           88  RCL-IS-START                   VALUE "S".
           88  RCL-IS-END                     VALUE "E".
           88  RCL-IS-REFUSED                 VALUE "R".
       05  RCL-STAMP-DATE               PIC 9(8).
       05  RCL-STAMP-TIME               PIC 9(8).
       05  RCL-RETURN-CODE              PIC 9(4).
       05  RCL-OVERRIDE                 PIC X.
       05  RCL-FILE-COUNT OCCURS 12 TIMES.
           10  RCL-FILE-ROLE            PIC X.
               88  RCL-FILE-IS-INPUT          VALUE "I".
               88  RCL-FILE-IS-OUTPUT         VALUE "O".
           10  RCL-FILE-NAME            PIC X(8).
           10  RCL-FILE-RECORDS         PIC 9(9).
       05  RCL-REASON                   PIC X(40).
       05  FILLER                       PIC X(4).
