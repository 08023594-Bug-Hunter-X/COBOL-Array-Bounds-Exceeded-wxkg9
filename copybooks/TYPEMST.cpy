      *> ----------------------------------------------------------
      *> TYPEMST - transaction-type master, one 80-byte record per
      *> TRAN-TYPE code the shop has ever posted. The single place
      *> a type's edit, ledger and reversal rules live: DAILYTBL's
      *> type and amount edits and its reversal pairing, the GL
      *> extract's account, and REJREPAR's and GLACKWRK's GL
      *> postings are all read from here. Maintained only through
      *> TYPEMNT, which logs every change to TYPELOG.
      *> A type is never deleted - history still carries it - it is
      *> retired (TYM-STATUS "R"), which stops new capture of it
      *> while its GL account keeps serving postings already made.
      *> TYM-CLASS says which side of a reversal pair the type is:
      *> for a posting type TYM-COUNTERPART names the code that
      *> reverses it, for a reversal type the code it backs out.
      *> TYM-DIRECTION is the sign the type is expected to carry -
      *> D (debit) positive, C (credit) negative - the same sense
      *> the run report prints them under.
      *> TYM-AMOUNT-LIMIT zero means no limit of the type's own; the
      *> shop-wide ceiling applies.
      *> ----------------------------------------------------------
       05  TYM-TRAN-TYPE                PIC X(4).
       05  TYM-DESCRIPTION              PIC X(30).
       05  TYM-DIRECTION                PIC X.
           88  TYM-IS-DEBIT                   VALUE "D".
           88  TYM-IS-CREDIT                  VALUE "C".
       05  TYM-AMOUNT-LIMIT             PIC 9(9)V99.
       05  TYM-GL-ACCOUNT               PIC X(8).
       05  TYM-CLASS                    PIC X.
           88  TYM-IS-POSTING                 VALUE "P".
           88  TYM-IS-REVERSAL                VALUE "R".
       05  TYM-COUNTERPART              PIC X(4).
       05  TYM-STATUS                   PIC X.
           88  TYM-IS-ACTIVE                  VALUE "A".
           88  TYM-IS-RETIRED                 VALUE "R".
       05  TYM-LAST-CHANGED             PIC 9(8).
       05  TYM-CHANGED-BY               PIC X(3).
       05  FILLER                       PIC X(9).
