      *>--------------------------------------------------------------*>
      *> XRATE.CPY                                                    *>
      *> LINKAGE parameters for CALL "xrate" and its                  *>
      *> GetExchangeRate / SetExchangeRate / GetBaseCurrency entry    *>
      *> points - kept separate from the XRATE-MASTER file record the *>
      *> same way grade.cpy is kept separate from grade-master.cpy.   *>
      *> XRateBasePerUnit matches XR-BASE-PER-UNIT; a get for the     *>
      *> base currency itself (or a blank code) comes back found at   *>
      *> exactly 1 with a zero XRateEffectiveDate.                    *>
      *>--------------------------------------------------------------*>
       01 XRateCurrencyCode   PIC X(03).
       01 XRateAsOfDate       PIC 9(08).
       01 XRateEffectiveDate  PIC 9(08).
       01 XRateBasePerUnit    PIC 9(05)V9(06).
       01 XRateBaseCurrency   PIC X(03).
       01 XRateFoundFlag      PIC X(01).
           88 XRateWasFound        VALUE "Y".
           88 XRateNotFound        VALUE "N".
