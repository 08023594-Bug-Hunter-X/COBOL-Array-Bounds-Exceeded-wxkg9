      *> ----------------------------------------------------------
      *> OPERMST - operator master, one 100-byte record per role
      *> and per operator. The console programs sign operators on
      *> against it, and no initials not on it can take an action.
      *> A role record (OPM-IS-ROLE) carries the value an operator
      *> in that role may move on their own authority, per action:
      *>   REPAIR   - a REJREPAR correction resubmitted
      *>   WRITEOFF - a REJREPAR write-off
      *>   CANCEL   - a PENDINQ cancellation of a post-dated hold
      *>   ASSIGN   - a GLACKWRK manual GL account assignment
      *>   APPROVE  - the most the role may approve for another
      *>              operator in APPRWRK (zero - no approvals)
      *>   CREDIT   - a DISPMNT dispute credit, or the reversal of
      *>              one (blank is taken as zero)
      *> An action valued over the maker's limit is not refused but
      *> parked on APPRQUE until a second operator approves it. A
      *> limit of zero parks every action of that kind.
      *> An operator record (OPM-IS-OPERATOR) names the role the
      *> operator works under; only status "A" may sign on.
      *> ----------------------------------------------------------
       05  OPM-RECORD-TYPE              PIC X.
           88  OPM-IS-ROLE                    VALUE "R".
           88  OPM-IS-OPERATOR                VALUE "O".
       05  OPM-ROLE-VIEW.
           10  OPM-ROLE-CODE            PIC X(4).
           10  OPM-ROLE-DESCRIPTION     PIC X(30).
           10  OPM-REPAIR-LIMIT         PIC 9(9)V99.
           10  OPM-WRITEOFF-LIMIT       PIC 9(9)V99.
           10  OPM-CANCEL-LIMIT         PIC 9(9)V99.
           10  OPM-ASSIGN-LIMIT         PIC 9(9)V99.
           10  OPM-APPROVE-LIMIT        PIC 9(9)V99.
           10  OPM-CREDIT-LIMIT         PIC 9(8)V99.
       05  OPM-OPERATOR-VIEW REDEFINES OPM-ROLE-VIEW.
           10  OPM-OPERATOR-ID          PIC X(3).
           10  OPM-OPERATOR-NAME        PIC X(30).
           10  OPM-OPERATOR-ROLE        PIC X(4).
           10  OPM-OPERATOR-STATUS      PIC X.
               88  OPM-OPERATOR-ACTIVE        VALUE "A".
           10  FILLER                   PIC X(61).
