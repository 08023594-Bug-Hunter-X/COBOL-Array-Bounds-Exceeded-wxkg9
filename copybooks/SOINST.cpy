      *> ----------------------------------------------------------
      *> SOINST - standing-instruction master, one 140-byte record
      *> per standing order: the payment a branch would otherwise
      *> re-key into its feed every week or month. Maintained only
      *> through SOMNT, which logs every change to SOLOG.
      *> SOGEN turns each instruction due on the business date into
      *> a TRANENTR on SOFEED (source "STO", reference "SO" + the
      *> instruction number + the due date), so it meets DAILYTBL's
      *> edits, duplicate net and feed reconciliation like any other
      *> entry, and SOREJ posts DAILYTBL's rejects of them back here.
      *> SOI-AMOUNT carries the sign the entry will carry - SOMNT
      *> takes it from the type's direction on TYPEMST.
      *> SOI-FREQUENCY steps SOI-NEXT-DUE: W weekly, F fortnightly,
      *> M monthly, Q quarterly, A annually. The monthly steps keep
      *> to SOI-ANCHOR-DAY, so an instruction due on the 31st falls
      *> on the last day of a short month and back on the 31st after.
      *> SOI-END-TYPE says when it stops: D after SOI-END-DATE, C
      *> when SOI-REMAINING payments have been made, N not until it
      *> is cancelled. One that runs out is ended (status "E") by
      *> SOGEN; suspended ones ("S") are skipped; cancelled ones
      *> ("C") are kept for the record but never generate again.
      *> ----------------------------------------------------------
       05  SOI-INSTR-NO                 PIC 9(8).
       05  SOI-ACCOUNT-NO               PIC X(10).
       05  SOI-TRAN-TYPE                PIC X(4).
       05  SOI-AMOUNT                   PIC S9(9)V99.
       05  SOI-CURRENCY                 PIC X(3).
       05  SOI-PAYEE-REF                PIC X(20).
       05  SOI-FREQUENCY                PIC X.
           88  SOI-IS-WEEKLY                  VALUE "W".
           88  SOI-IS-FORTNIGHTLY             VALUE "F".
           88  SOI-IS-MONTHLY                 VALUE "M".
           88  SOI-IS-QUARTERLY               VALUE "Q".
           88  SOI-IS-ANNUAL                  VALUE "A".
       05  SOI-ANCHOR-DAY               PIC 9(2).
       05  SOI-NEXT-DUE                 PIC 9(8).
       05  SOI-END-TYPE                 PIC X.
           88  SOI-ENDS-ON-DATE               VALUE "D".
           88  SOI-ENDS-ON-COUNT              VALUE "C".
           88  SOI-OPEN-ENDED                 VALUE "N".
       05  SOI-END-DATE                 PIC 9(8).
       05  SOI-REMAINING                PIC 9(5).
       05  SOI-STATUS                   PIC X.
           88  SOI-IS-ACTIVE                  VALUE "A".
           88  SOI-IS-SUSPENDED               VALUE "S".
           88  SOI-IS-CANCELLED               VALUE "C".
           88  SOI-IS-ENDED                   VALUE "E".
       05  SOI-GEN-COUNT                PIC 9(5).
       05  SOI-LAST-GEN-DATE            PIC 9(8).
       05  SOI-REJ-COUNT                PIC 9(5).
       05  SOI-LAST-REJ-DATE            PIC 9(8).
       05  SOI-LAST-REJ-CYCLE           PIC 9(2).
       05  SOI-LAST-REJ-REASON          PIC X(4).
       05  SOI-LAST-CHANGED             PIC 9(8).
       05  SOI-CHANGED-BY               PIC X(3).
       05  FILLER                       PIC X(15).
