      *>--------------------------------------------------------------*>
      *> PERSON-WITHHOLDING.CPY                                       *>
      *> Record layout for the PERSWHLD indexed (KSDS) withholding-   *>
      *> election child file, keyed by the same PM-PERSON-ID as the   *>
      *> person master.  Carries the filing status and allowances     *>
      *> the person claimed for federal and for their work state,     *>
      *> any extra per-period amount they asked to have withheld      *>
      *> (cents), and an exemption flag.  A person with no row is     *>
      *> withheld as single with no allowances and no state tax.      *>
      *>--------------------------------------------------------------*>
       01 PERSON-WITHHOLDING-RECORD.
           05 WH-PERSON-ID         PIC 9(05).
           05 WH-FED-FILING-STATUS PIC X(01).
               88 WH-FED-SINGLE              VALUE "S".
               88 WH-FED-MARRIED             VALUE "M".
               88 WH-FED-HEAD-OF-HOUSEHOLD   VALUE "H".
           05 WH-FED-ALLOWANCES    PIC 9(02).
           05 WH-FED-EXTRA-AMOUNT  PIC 9(07).
           05 WH-STATE-CODE        PIC X(02).
           05 WH-STATE-FILING-STATUS PIC X(01).
           05 WH-STATE-ALLOWANCES  PIC 9(02).
           05 WH-STATE-EXTRA-AMOUNT PIC 9(07).
           05 WH-EXEMPT-FLAG       PIC X(01).
               88 WH-NOT-EXEMPT              VALUE "N" SPACE.
               88 WH-FED-EXEMPT              VALUE "F" "B".
               88 WH-STATE-EXEMPT            VALUE "S" "B".
           05 WH-EFFECTIVE-DATE    PIC 9(08).
