      *>--------------------------------------------------------------*>
      *> WITHHOLDING-CALL.CPY                                         *>
      *> LINKAGE parameters for CALL "CalcWithholding" - any pay      *>
      *> program passes the person, the pay date the tax table is     *>
      *> read as of, the period's taxable amount (gross less the      *>
      *> pre-tax deductions) and the number of days the pay period    *>
      *> spans, and gets back the federal and state amounts to        *>
      *> withhold for that period in cents.  The period amount is     *>
      *> annualized by the period days, run through the brackets in  *>
      *> force, and brought back to the period.                       *>
      *> The same subprogram's ENTRY "IsPreTaxDeduction" says whether *>
      *> a DEDMAST code is taken before tax (a P row on the table).   *>
      *>--------------------------------------------------------------*>
       01 WC-PERSON-ID             PIC 9(05) VALUE 0.
       01 WC-AS-OF-DATE            PIC 9(08) VALUE 0.
       01 WC-TAXABLE-AMOUNT        PIC 9(11) VALUE 0.
       01 WC-PERIOD-DAYS           PIC 9(04) VALUE 0.
       01 WC-FED-AMOUNT            PIC 9(09) VALUE 0.
       01 WC-STATE-AMOUNT          PIC 9(09) VALUE 0.
       01 WC-STATE-CODE            PIC X(02) VALUE SPACES.
       01 WC-ELECTION-FLAG         PIC X(01) VALUE "N".
           88 WC-ELECTION-ON-FILE             VALUE "Y".
           88 WC-ELECTION-DEFAULTED           VALUE "N".
       01 WC-DEDUCT-CODE           PIC X(04) VALUE SPACES.
       01 WC-PRETAX-FLAG           PIC X(01) VALUE "N".
           88 WC-PRETAX-DEDUCTION             VALUE "Y".
           88 WC-AFTER-TAX-DEDUCTION          VALUE "N".
