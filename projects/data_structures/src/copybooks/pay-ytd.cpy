      *>--------------------------------------------------------------*>
      *> PAY-YTD.CPY                                                  *>
      *> Record layout for the PAYYTD indexed (KSDS) year-to-date     *>
      *> pay accumulator master, keyed by person ID plus the tax      *>
      *> year the pay date falls in.  PayCycle rolls every posted     *>
      *> ledger row into it, so a new tax year starts a fresh row -   *>
      *> the calendar-year reset - and last year's row stays put for  *>
      *> the year-end statements.  Per-code deduction totals ride in  *>
      *> the table at the end.  Amounts are cents.                    *>
      *>--------------------------------------------------------------*>
       01 PAY-YTD-RECORD.
           05 YT-YTD-KEY.
               10 YT-PERSON-ID         PIC 9(05).
               10 YT-TAX-YEAR          PIC 9(04).
           05 YT-GROSS-AMOUNT          PIC 9(11).
           05 YT-PRETAX-AMOUNT         PIC 9(11).
           05 YT-FED-TAX               PIC 9(11).
           05 YT-STATE-CODE            PIC X(02).
           05 YT-STATE-TAX             PIC 9(11).
           05 YT-DEDUCT-TOTAL          PIC 9(11).
           05 YT-NET-AMOUNT            PIC 9(11).
           05 YT-PERIOD-COUNT          PIC 9(03).
           05 YT-LAST-PERIOD-END       PIC 9(08).
           05 YT-DED-COUNT             PIC 9(02).
           05 YT-DEDUCTION OCCURS 15 TIMES.
               10 YT-DED-CODE          PIC X(04).
               10 YT-DED-AMOUNT        PIC 9(11).
