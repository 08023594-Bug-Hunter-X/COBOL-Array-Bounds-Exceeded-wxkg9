      *> ----------------------------------------------------------
      *> APPRQUE - maker-checker approval queue, one 280-byte record
      *> per action parked because it was valued over the maker's
      *> OPERMST limit. The maker's program appends the request;
      *> APPRWRK records a second operator's decision (never the
      *> maker's own); the owning program applies an approved
      *> action on its next run - REJREPAR to RESUBFIL or WOFFREG,
      *> PENDINQ to CANLLOG, GLACKWRK to GLCORR - and stamps
      *> APR-APPLIED-DATE so it is never applied twice. A declined
      *> correction or write-off goes back to REJREPAR's pending
      *> rejects the same way; other declines need nothing applied
      *> and APPRWRK stamps them done at decision time.
      *> A DISPMNT dispute credit or reversal is the exception: the
      *> entry waits in APR-AFTER-IMAGE exactly as it will go to
      *> RESUBFIL, and APPRWRK writes it there itself on approval,
      *> so the customer's money does not wait on a DISPMNT
      *> session. DISPMNT brings the case up to date from the
      *> decided request at its next session start. Its
      *> APR-BEFORE-IMAGE is the disputed posting, and APR-REF-ID
      *> the credit's reference.
      *> APR-BEFORE-IMAGE is the item as the maker found it - the
      *> reject record, the held entry, or the suspense item -
      *> and APR-AFTER-IMAGE the item as the maker would leave it.
      *> ----------------------------------------------------------
       05  APR-REQUEST-KEY.
           10  APR-REQUEST-DATE         PIC 9(8).
           10  APR-REQUEST-TIME         PIC 9(8).
           10  APR-REQUEST-SEQ          PIC 9(3).
       05  APR-ACTION                   PIC X(4).
           88  APR-IS-CORRECTION              VALUE "CORR".
           88  APR-IS-WRITE-OFF               VALUE "WOFF".
           88  APR-IS-CANCEL                  VALUE "CANL".
           88  APR-IS-GL-ASSIGN               VALUE "GLAS".
           88  APR-IS-DISPUTE-CREDIT          VALUE "DCRD".
           88  APR-IS-DISPUTE-REVERSAL        VALUE "DRVS".
       05  APR-MAKER-ID                 PIC X(3).
       05  APR-AMOUNT                   PIC 9(9)V99.
       05  APR-REF-ID                   PIC X(20).
       05  APR-STATUS                   PIC X.
           88  APR-IS-PENDING                 VALUE "P".
           88  APR-IS-APPROVED                VALUE "A".
           88  APR-IS-DECLINED                VALUE "D".
       05  APR-CHECKER-ID               PIC X(3).
       05  APR-DECISION-DATE            PIC 9(8).
       05  APR-APPLIED-DATE             PIC 9(8).
       05  APR-BEFORE-IMAGE             PIC X(97).
       05  APR-GL-ITEM REDEFINES APR-BEFORE-IMAGE.
           10  APR-GL-TYPE              PIC X(4).
           10  APR-GL-AMOUNT            PIC S9(9)V99.
           10  APR-GL-DATE              PIC 9(8).
           10  APR-GL-REF-ID            PIC X(20).
           10  APR-GL-CURRENCY          PIC X(3).
           10  APR-GL-ORIG-AMOUNT       PIC S9(9)V99.
           10  APR-GL-NEW-ACCOUNT       PIC X(8).
           10  FILLER                   PIC X(32).
       05  APR-AFTER-IMAGE              PIC X(97).
       05  FILLER                       PIC X(9).
