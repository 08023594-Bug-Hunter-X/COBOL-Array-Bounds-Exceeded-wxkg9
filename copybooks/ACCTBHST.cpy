      *> ----------------------------------------------------------
      *> ACCTBHST - account balance history, one record per account
      *> per ACCTPOST run, appended. The first record for an
      *> account on a business date carries that day's opening
      *> ledger balance; the last one carries its close, so a
      *> statement or an inquiry can take the balance as it stood
      *> on any business date without replaying the postings.
      *> Paid-in is the sum of the positive base amounts posted,
      *> paid-out the sum of the negative ones (kept signed), both
      *> day-to-date across the cycles of the date.
      *> ----------------------------------------------------------
       05  ABH-ACCOUNT-NO               PIC X(10).
       05  ABH-BUSINESS-DATE            PIC 9(8).
       05  ABH-CYCLE-NO                 PIC 9(2).
       05  ABH-OPEN-LEDGER              PIC S9(11)V99.
       05  ABH-DAY-PAID-IN              PIC S9(11)V99.
       05  ABH-DAY-PAID-OUT             PIC S9(11)V99.
       05  ABH-CLOSE-LEDGER             PIC S9(11)V99.
       05  ABH-CLOSE-AVAILABLE          PIC S9(11)V99.
       05  ABH-OD-LIMIT                 PIC 9(9)V99.
       05  ABH-DAY-POST-COUNT           PIC 9(5).
       05  FILLER                       PIC X(10).
