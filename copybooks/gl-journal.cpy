      *>--------------------------------------------------------------*>
      *> GL-JOURNAL.CPY                                               *>
      *> Record layout for the GLJRNL.yyyymmdd payroll journal handed *>
      *> to Finance for one posted pay period: one line per GL        *>
      *> account and cost center, D debit or C credit, amounts in     *>
      *> cents.  Salary expense is debited by cost center; the        *>
      *> deduction, withholding and net-pay liabilities are credited  *>
      *> to their control accounts.                                   *>
      *>--------------------------------------------------------------*>
       01 GL-JOURNAL-RECORD.
           05 GJ-JOURNAL-DATE          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 GJ-PERIOD-END            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 GJ-LINE-NUMBER           PIC 9(05).
           05 FILLER                   PIC X(01).
           05 GJ-ACCOUNT               PIC X(12).
           05 FILLER                   PIC X(01).
           05 GJ-COST-CENTER           PIC X(06).
           05 FILLER                   PIC X(01).
           05 GJ-DEBIT-CREDIT          PIC X(01).
               88 GJ-DEBIT                       VALUE "D".
               88 GJ-CREDIT                      VALUE "C".
           05 FILLER                   PIC X(01).
           05 GJ-AMOUNT                PIC 9(11).
           05 FILLER                   PIC X(01).
           05 GJ-DESCRIPTION           PIC X(30).
           05 FILLER                   PIC X(01).
           05 GJ-RUN-ID                PIC X(08).
