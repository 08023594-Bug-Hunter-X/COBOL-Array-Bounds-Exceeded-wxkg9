      *> ----------------------------------------------------------
      *> BUSCAL - shop business-day calendar, one 80-byte record per
      *> date that departs from the standing rule. The rule: Monday
      *> to Friday are business days, Saturday and Sunday are not.
      *> A date listed "H" is a holiday - closed though a weekday;
      *> a date listed "W" is a working day - open though a weekend
      *> (a make-up Saturday). Dates not listed follow the rule, so
      *> the file is a year's bank holidays and little else.
      *> DAILYTBL holds post-dated entries to the first business day
      *> on or after their value date and refuses a non-business
      *> run date; PENDINQ ages holds and TRENDRPT projects growth
      *> in business days off the same file.
      *> ----------------------------------------------------------
       05  CAL-DATE                     PIC 9(8).
       05  CAL-DAY-TYPE                 PIC X.
           88  CAL-IS-HOLIDAY                 VALUE "H".
           88  CAL-IS-WORKING-DAY             VALUE "W".
       05  CAL-DESCRIPTION              PIC X(30).
       05  FILLER                       PIC X(41).
