      *>--------------------------------------------------------------*>
      *> PAY-LEDGER.CPY                                               *>
      *> Record layout for the PAYHIST.DAT pay-history ledger: one    *>
      *> row per person per finalized PayCycle period, appended and   *>
      *> never rewritten, carrying the period dates, the pay date,    *>
      *> what was paid (gross, the pre-tax part of the deductions,    *>
      *> each tax, total deductions, net) and every deduction code    *>
      *> taken, so what a person was actually paid is on file        *>
      *> rather than re-derived.  Amounts are cents.  The gross       *>
      *> includes LG-ADJUST-AMOUNT, the PAYTRAN adjustments folded    *>
      *> in that period (retro pay and the like), so gross less the   *>
      *> adjustment is the period's own salary.  LG-PAY-BASIS H marks *>
      *> an hourly person's row, with the hours priced.  Every amount *>
      *> is in the base currency; LG-PAY-CURRENCY is what the person  *>
      *> is paid in, with the gross and adjustment in that currency   *>
      *> and the rate they were converted at (1 for base).  Rows      *>
      *> written before these were carried leave them blank.          *>
      *>--------------------------------------------------------------*>
       01 PAY-LEDGER-RECORD.
           05 LG-ROW-TYPE              PIC X(01).
               88 LG-PERIOD-PAY                  VALUE "P".
           05 FILLER                   PIC X(01).
           05 LG-PERSON-ID             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 LG-PERIOD-START          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LG-PERIOD-END            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LG-PAY-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LG-DEPARTMENT-CODE       PIC X(04).
           05 FILLER                   PIC X(01).
           05 LG-DAYS-PAID             PIC 9(04).
           05 FILLER                   PIC X(01).
           05 LG-GROSS-AMOUNT          PIC 9(11).
           05 FILLER                   PIC X(01).
           05 LG-PRETAX-AMOUNT         PIC 9(11).
           05 FILLER                   PIC X(01).
           05 LG-FED-TAX               PIC 9(09).
           05 FILLER                   PIC X(01).
           05 LG-STATE-CODE            PIC X(02).
           05 FILLER                   PIC X(01).
           05 LG-STATE-TAX             PIC 9(09).
           05 FILLER                   PIC X(01).
           05 LG-DEDUCT-TOTAL          PIC 9(11).
           05 FILLER                   PIC X(01).
           05 LG-NET-AMOUNT            PIC 9(11).
           05 FILLER                   PIC X(01).
           05 LG-RUN-ID                PIC X(08).
           05 FILLER                   PIC X(01).
           05 LG-DED-COUNT             PIC 9(02).
           05 LG-DEDUCTION OCCURS 10 TIMES.
               10 FILLER               PIC X(01).
               10 LG-DED-CODE          PIC X(04).
               10 LG-DED-AMOUNT        PIC 9(09).
               10 LG-DED-PRETAX        PIC X(01).
           05 FILLER                   PIC X(01).
           05 LG-ADJUST-AMOUNT         PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(01).
           05 LG-PAY-BASIS             PIC X(01).
               88 LG-PAID-HOURLY                 VALUE "H".
           05 FILLER                   PIC X(01).
           05 LG-REGULAR-HOURS         PIC 9(04)V9(02).
           05 FILLER                   PIC X(01).
           05 LG-OVERTIME-HOURS        PIC 9(04)V9(02).
           05 FILLER                   PIC X(01).
           05 LG-HOLIDAY-HOURS         PIC 9(04)V9(02).
           05 FILLER                   PIC X(01).
           05 LG-PAY-CURRENCY          PIC X(03).
           05 FILLER                   PIC X(01).
           05 LG-LOCAL-GROSS           PIC 9(11).
           05 FILLER                   PIC X(01).
           05 LG-LOCAL-ADJUST          PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(01).
           05 LG-EXCHANGE-RATE         PIC 9(05)V9(06).
