      *>--------------------------------------------------------------*>
      *> FREEZE-OVERRIDE.CPY                                          *>
      *> Record layout for FREEZOVR.LOG, which CheckOperatorAuth      *>
      *> appends to whenever a frozen operation is attempted with an  *>
      *> emergency override - one row per attempt, whether the        *>
      *> override was accepted (O) or refused (R) because the reason  *>
      *> or the second operator did not hold up.  The FreezeReport    *>
      *> job lists it for the auditors.                               *>
      *>--------------------------------------------------------------*>
       01 FREEZE-OVERRIDE-RECORD.
           05 FO-LOG-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FO-LOG-TIME              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FO-ACTION-NAME           PIC X(08).
           05 FILLER                   PIC X(01).
           05 FO-OPERATOR-ID           PIC X(08).
           05 FILLER                   PIC X(01).
           05 FO-APPROVER-ID           PIC X(08).
           05 FILLER                   PIC X(01).
           05 FO-FREEZE-CLASS          PIC X(08).
           05 FILLER                   PIC X(01).
           05 FO-OUTCOME               PIC X(01).
               88 FO-OVERRIDE-ACCEPTED           VALUE "O".
               88 FO-OVERRIDE-REFUSED            VALUE "R".
           05 FILLER                   PIC X(01).
           05 FO-WINDOW-NAME           PIC X(30).
           05 FILLER                   PIC X(01).
           05 FO-REASON                PIC X(60).
