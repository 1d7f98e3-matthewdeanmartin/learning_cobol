      *> count coming back.  A date the calendar does not carry is    *>
      *> treated as a business day, the usual missing-control-file    *>
      *> convention.                                                  *>
      *> The fiscal entries read FISCCAL.CTL: "FiscalPeriodOfDate"    *>
      *> turns DC-DATE into DC-FISCAL-YEAR / DC-FISCAL-PERIOD /       *>
      *> DC-FISCAL-WEEK (all zero when the table does not cover the   *>
      *> date), and "FiscalPeriodBounds" turns a fiscal year and      *>
      *> period into its start (DC-DATE) and end (DC-DATE-2) dates.   *>
      *>--------------------------------------------------------------*>
       01 DC-DATE                  PIC 9(08) VALUE 0.
       01 DC-DATE-VALID-FLAG       PIC X(01) VALUE "N".
       01 DC-DAYS-ADJUST           PIC S9(05) VALUE 0.
       01 DC-DATE-2                PIC 9(08) VALUE 0.
       01 DC-BUSINESS-DAYS         PIC S9(05) VALUE 0.
       01 DC-FISCAL-YEAR           PIC 9(04) VALUE 0.
       01 DC-FISCAL-PERIOD         PIC 9(02) VALUE 0.
       01 DC-FISCAL-WEEK           PIC 9(02) VALUE 0.
