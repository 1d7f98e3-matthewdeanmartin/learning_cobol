      *>--------------------------------------------------------------*>
      *> TAX-TABLE.CPY                                                *>
      *> Record layout for the TAXTABLE.CTL withholding tax-table     *>
      *> master, blank-separated like the other control files.  Every *>
      *> row is dated: for a given pay date the rows in force are the *>
      *> ones carrying the latest effective date not after it, per    *>
      *> jurisdiction and filing status, so next year's brackets can  *>
      *> be loaded ahead of January without disturbing this year's.   *>
      *>   B  bracket - annual taxable at or above TX-LOWER-BOUND     *>
      *>      pays TX-FLAT-AMOUNT plus TX-RATE percent of the excess  *>
      *>   A  allowance - each allowance claimed on the election      *>
      *>      takes TX-FLAT-AMOUNT off the annual taxable             *>
      *>   P  pre-tax - the DEDMAST code in TX-PRETAX-CODE comes off  *>
      *>      the gross before any withholding is figured             *>
      *> TX-JURISDICTION is FD for federal or the two-letter state    *>
      *> code; all amounts are annual cents.                          *>
      *>--------------------------------------------------------------*>
       01 TAX-TABLE-RECORD.
           05 TX-ROW-TYPE              PIC X(01).
               88 TX-BRACKET-ROW                 VALUE "B".
               88 TX-ALLOWANCE-ROW               VALUE "A".
               88 TX-PRETAX-ROW                  VALUE "P".
           05 FILLER                   PIC X(01).
           05 TX-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 TX-JURISDICTION          PIC X(02).
               88 TX-FEDERAL                     VALUE "FD".
           05 FILLER                   PIC X(01).
           05 TX-FILING-STATUS         PIC X(01).
           05 FILLER                   PIC X(01).
           05 TX-BRACKET-DATA.
               10 TX-LOWER-BOUND       PIC 9(11).
               10 FILLER               PIC X(01).
               10 TX-RATE              PIC 9(02)V9(03).
               10 FILLER               PIC X(01).
               10 TX-FLAT-AMOUNT       PIC 9(11).
           05 TX-PRETAX-DATA REDEFINES TX-BRACKET-DATA.
               10 TX-PRETAX-CODE       PIC X(04).
               10 FILLER               PIC X(25).
