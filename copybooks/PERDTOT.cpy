      *> ----------------------------------------------------------
      *> PERDTOT - period totals, 100 bytes. PERDACC appends one
      *> set of records per GLPOST batch (business date and cycle):
      *>   "T" totals - one per accounting period, type, branch
      *>       source, GL account and currency the batch touched,
      *>       with the item count and the base-currency debits
      *>       (positive amounts) and credits (negative) it carried,
      *>       and the original-currency amounts as captured
      *>   "B" batch  - one per accounting period the batch touched:
      *>       the items and absolute base hash it put in that
      *>       period, beside the count and hash the whole batch
      *>       carried on its GLPOST trailer, which is what the GL
      *>       acknowledges against
      *> The accounting period is the month of TRAN-DATE (YYYYMM),
      *> so a back-dated item counts where it belongs, not where it
      *> happened to be captured. PERDCLS sums these records to
      *> close a month or a year.
      *> ----------------------------------------------------------
       05  PDT-RECORD-TYPE              PIC X.
           88  PDT-IS-TOTAL                   VALUE "T".
           88  PDT-IS-BATCH                   VALUE "B".
       05  PDT-BATCH-DATE               PIC 9(8).
       05  PDT-CYCLE-NO                 PIC 9(2).
       05  PDT-PERIOD                   PIC 9(6).
       05  PDT-TOTAL-VIEW.
           10  PDT-TRAN-TYPE            PIC X(4).
           10  PDT-SOURCE-ID            PIC X(3).
           10  PDT-GL-ACCOUNT           PIC X(8).
           10  PDT-CURRENCY             PIC X(3).
           10  PDT-COUNT                PIC 9(7).
           10  PDT-DEBIT-TOTAL          PIC S9(13)V99.
           10  PDT-CREDIT-TOTAL         PIC S9(13)V99.
           10  PDT-ORIG-TOTAL           PIC S9(13)V99.
           10  FILLER                   PIC X(13).
       05  PDT-BATCH-VIEW REDEFINES PDT-TOTAL-VIEW.
           10  PDT-PERIOD-COUNT         PIC 9(7).
           10  PDT-PERIOD-HASH          PIC 9(13)V99.
           10  PDT-BATCH-COUNT          PIC 9(5).
           10  PDT-BATCH-HASH           PIC 9(13)V99.
           10  FILLER                   PIC X(41).
