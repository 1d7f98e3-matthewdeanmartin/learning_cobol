      *> file, keyed by the same PM-PERSON-ID as the person master.   *>
      *> CM-ANNUAL-SALARY is held in cents (the smallest unit), the   *>
      *> form CALL "FormatNumber" expects with two decimal places.    *>
      *> CM-PAY-BASIS says how PayCycle pays the person: S (or blank) *>
      *> from the annual salary, H from TIMECARD hours at             *>
      *> CM-HOURLY-RATE, which is cents per hour.  CM-CURRENCY-CODE   *>
      *> is the currency both amounts are paid in; blank is the base  *>
      *> currency, anything else is converted through the XRATEMST    *>
      *> exchange-rate master wherever pay is reported in base.       *>
      *>--------------------------------------------------------------*>
       01 COMP-MASTER-RECORD.
           05 CM-PERSON-ID         PIC 9(05).
           05 CM-GRADE             PIC X(02).
           05 CM-ANNUAL-SALARY     PIC 9(11).
           05 CM-EFFECTIVE-DATE    PIC 9(08).
           05 CM-PAY-BASIS         PIC X(01).
               88 CM-SALARIED                VALUE "S" " ".
               88 CM-HOURLY                  VALUE "H".
           05 CM-HOURLY-RATE       PIC 9(07).
           05 CM-CURRENCY-CODE     PIC X(03).
