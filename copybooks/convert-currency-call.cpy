      *>--------------------------------------------------------------*>
      *> CONVERT-CURRENCY-CALL.CPY                                    *>
      *> LINKAGE parameters for CALL "ConvertCurrency" - turns an     *>
      *> amount in the smallest unit of CX-CURRENCY-CODE (blank for   *>
      *> the base currency) into the smallest unit of the base        *>
      *> currency at the XRATEMST rate in force on CX-AS-OF-DATE,     *>
      *> rounded the MathCalc way named in CX-ROUNDING-MODE.          *>
      *> CX-RATE-FLAG comes back Y (converted), N (no rate on file    *>
      *> for the currency on that date) or E (the converted amount    *>
      *> would not fit); on N or E CX-BASE-AMOUNT is zero and the     *>
      *> caller is expected to stop rather than report a figure.      *>
      *> CX-BASE-CURRENCY names the base currency for formatting.     *>
      *>--------------------------------------------------------------*>
       01 CX-CURRENCY-CODE         PIC X(03) VALUE SPACES.
       01 CX-AS-OF-DATE            PIC 9(08) VALUE 0.
       01 CX-LOCAL-AMOUNT          PIC 9(13) VALUE 0.
       01 CX-ROUNDING-MODE         PIC X(01) VALUE "H".
           88 CX-ROUND-HALF-UP                VALUE "H".
           88 CX-ROUND-TRUNCATE               VALUE "T".
       01 CX-BASE-AMOUNT           PIC 9(13) VALUE 0.
       01 CX-BASE-CURRENCY         PIC X(03) VALUE SPACES.
       01 CX-RATE-USED             PIC 9(05)V9(06) VALUE 0.
       01 CX-RATE-FLAG             PIC X(01) VALUE "Y".
           88 CX-RATE-FOUND                   VALUE "Y".
           88 CX-RATE-MISSING                 VALUE "N".
           88 CX-CONVERT-FAILED               VALUE "E".
