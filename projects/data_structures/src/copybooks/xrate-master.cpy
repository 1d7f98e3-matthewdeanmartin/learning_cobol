      *>--------------------------------------------------------------*>
      *> XRATE-MASTER.CPY                                             *>
      *> Record layout for the XRATEMST indexed (KSDS) exchange-rate  *>
      *> master, keyed by currency code and effective date so a       *>
      *> rate loaded today never disturbs the one a back-dated report *>
      *> needs: for a given date the rate in force is the row with    *>
      *> the latest effective date not after it.  XR-BASE-PER-UNIT is *>
      *> how many units of the base currency one unit of              *>
      *> XR-CURRENCY-CODE buys, carried to six decimal places.        *>
      *>--------------------------------------------------------------*>
       01 XRATE-MASTER-RECORD.
           05 XR-RATE-KEY.
               10 XR-CURRENCY-CODE PIC X(03).
               10 XR-EFFECTIVE-DATE PIC 9(08).
           05 XR-BASE-PER-UNIT     PIC 9(05)V9(06).
           05 XR-LOADED-DATE       PIC 9(08).
           05 XR-LOADED-BY         PIC X(08).
