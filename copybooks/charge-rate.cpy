      *>--------------------------------------------------------------*>
      *> CHARGE-RATE.CPY                                              *>
      *> Row layout for CHGRATE.CTL, the batch chargeback rate card,  *>
      *> blank-separated like the other control files.  One row per   *>
      *> rate and effective date: MINUTE (per elapsed minute of run   *>
      *> time), KRECORDS (per thousand records counted) or PAGE (per  *>
      *> printed page, banner and trailer pages included), the date   *>
      *> the rate takes effect, and the rate as nine digits with      *>
      *> four decimals (000012500 = 1.2500).  The row in force for a  *>
      *> month is the latest one effective on or before its last      *>
      *> day.  Lines starting with * are comments.                    *>
      *>--------------------------------------------------------------*>
       01 CHARGE-RATE-RECORD.
           05 CR-RATE-CODE             PIC X(08).
               88 CR-PER-MINUTE                  VALUE "MINUTE".
               88 CR-PER-THOUSAND                VALUE "KRECORDS".
               88 CR-PER-PAGE                    VALUE "PAGE".
           05 FILLER                   PIC X(01).
           05 CR-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CR-RATE                  PIC 9(05)V9(04).
