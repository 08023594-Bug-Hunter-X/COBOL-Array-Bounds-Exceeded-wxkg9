      *> ----------------------------------------------------------
      *> PERDSTAT - period status, one 80-byte record per closed
      *> accounting period, appended by PERDCLS when a close ties.
      *> A month is PDS-PERIOD YYYYMM with type "M"; a year is
      *> YYYY00 with type "Y", and a closed year closes every month
      *> in it. The count, absolute base hash and net base movement
      *> are the figures the period closed on, so a later reprint
      *> or the year-end close can prove nothing has moved since.
      *> PDS-FORCED "Y" means the close was taken over a GLPOST
      *> batch the GL had not cleanly acknowledged. DAILYTBL rejects
      *> a TRAN-DATE in a closed period (reason PCLS) and REJREPAR
      *> will not resubmit one.
      *> ----------------------------------------------------------
       05  PDS-PERIOD                   PIC 9(6).
       05  PDS-PERIOD-TYPE              PIC X.
           88  PDS-IS-MONTH                   VALUE "M".
           88  PDS-IS-YEAR                    VALUE "Y".
       05  PDS-STATUS                   PIC X.
           88  PDS-IS-CLOSED                  VALUE "C".
       05  PDS-CLOSED-DATE              PIC 9(8).
       05  PDS-CLOSE-COUNT              PIC 9(7).
       05  PDS-CLOSE-HASH               PIC 9(13)V99.
       05  PDS-CLOSE-NET                PIC S9(13)V99.
       05  PDS-FORCED                   PIC X.
           88  PDS-WAS-FORCED                 VALUE "Y".
       05  PDS-BATCH-COUNT              PIC 9(5).
       05  FILLER                       PIC X(21).
