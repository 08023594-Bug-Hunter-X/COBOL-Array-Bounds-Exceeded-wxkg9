      *> ----------------------------------------------------------
      *> DISPCASE - dispute case master, one 240-byte record per
      *> customer dispute, keyed by DSP-CASE-NO with DSP-REF-ID (the
      *> disputed posting's TRAN-REF-ID on HISTMST) as an alternate
      *> key, so HISTINQ can say a transaction is under dispute.
      *> Maintained only through DISPMNT, which logs every change to
      *> DISPLOG; DISPAGE ages the open cases each day.
      *> The disputed posting's particulars are copied from HISTMST
      *> when the case is opened - DSP-BRANCH-ID is its
      *> TRAN-SOURCE-ID, the branch feed it arrived on.
      *> DSP-DEADLINE-DATE is the regulatory response date, fixed
      *> when the case is opened.
      *> DSP-CREDIT-STATUS follows the money: blank no credit given,
      *> P provisional credit issued into RESUBFIL under
      *> DSP-CREDIT-REF-ID ("DSP" + case number + "P"), F credit
      *> final - the provisional credit stood, or a final credit
      *> ("DSP" + case number + "F") was issued at close - and R
      *> provisional credit reversed by DSP-REVERSAL-TYPE under the
      *> same reference, which DAILYTBL's reversal matching pairs
      *> off against it. DSP-CREDIT-AMOUNT carries the sign the
      *> credit entry carried - the opposite of the disputed
      *> posting's.
      *> A credit or reversal over the operator's OPERMST credit
      *> limit waits on APPRQUE instead: A credit awaiting approval,
      *> V reversal awaiting approval (the provisional credit still
      *> stands), with DSP-APPROVAL-KEY naming the request. A parked
      *> final credit or reversal also carries the outcome the case
      *> closes with once the request is approved.
      *> ----------------------------------------------------------
       05  DSP-CASE-NO                  PIC 9(8).
       05  DSP-REF-ID                   PIC X(20).
       05  DSP-ACCOUNT-NO               PIC X(10).
       05  DSP-BRANCH-ID                PIC X(3).
       05  DSP-TRAN-TYPE                PIC X(4).
       05  DSP-TRAN-DATE                PIC 9(8).
       05  DSP-CAPTURE-DATE             PIC 9(8).
       05  DSP-TRAN-AMOUNT              PIC S9(9)V99.
       05  DSP-CURRENCY                 PIC X(3).
       05  DSP-DISPUTED-AMOUNT          PIC 9(9)V99.
       05  DSP-REASON-CODE              PIC X(4).
           88  DSP-REASON-VALID               VALUES "UNAU" "DUPL"
                                                     "AMNT" "NREC"
                                                     "OTHR".
       05  DSP-STATUS                   PIC X.
           88  DSP-IS-OPEN                    VALUE "O".
           88  DSP-IS-CLOSED                  VALUE "C".
       05  DSP-OPENED-DATE              PIC 9(8).
       05  DSP-OPENED-BY                PIC X(3).
       05  DSP-DEADLINE-DATE            PIC 9(8).
       05  DSP-CREDIT-STATUS            PIC X.
           88  DSP-NO-CREDIT                  VALUE SPACE.
           88  DSP-CREDIT-PROVISIONAL         VALUE "P".
           88  DSP-CREDIT-FINAL               VALUE "F".
           88  DSP-CREDIT-REVERSED            VALUE "R".
           88  DSP-CREDIT-AWAITING            VALUE "A".
           88  DSP-REVERSAL-AWAITING          VALUE "V".
       05  DSP-CREDIT-REF-ID            PIC X(20).
       05  DSP-CREDIT-TYPE              PIC X(4).
       05  DSP-CREDIT-AMOUNT            PIC S9(9)V99.
       05  DSP-CREDIT-DATE              PIC 9(8).
       05  DSP-REVERSAL-TYPE            PIC X(4).
       05  DSP-OUTCOME                  PIC X.
           88  DSP-OUTCOME-UPHELD             VALUE "U".
           88  DSP-OUTCOME-DECLINED           VALUE "D".
           88  DSP-OUTCOME-WITHDRAWN          VALUE "W".
       05  DSP-CLOSED-DATE              PIC 9(8).
       05  DSP-CLOSED-BY                PIC X(3).
       05  DSP-LAST-CHANGED             PIC 9(8).
       05  DSP-CHANGED-BY               PIC X(3).
       05  DSP-NOTE                     PIC X(40).
       05  DSP-APPROVAL-KEY             PIC X(19).
