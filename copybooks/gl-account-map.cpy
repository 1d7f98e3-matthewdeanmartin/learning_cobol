      *>--------------------------------------------------------------*>
      *> GL-ACCOUNT-MAP.CPY                                           *>
      *> Row layout for GLMAP.CTL, the general-ledger account mapping *>
      *> the payroll journal is posted through.  One row per mapping: *>
      *> a type, the key it applies to, and the GL account number.    *>
      *>   E  salary expense - key is the DM-COST-CENTER              *>
      *>   D  deduction liability - key is the deduction code         *>
      *>   F  federal withholding liability                           *>
      *>   S  state withholding liability - key is the state code     *>
      *>   N  net pay liability                                       *>
      *> A key of * is the fallback for every key of its type not     *>
      *> mapped on its own.  Lines starting with * are comments.      *>
      *>--------------------------------------------------------------*>
       01 GL-ACCOUNT-MAP-RECORD.
           05 GA-MAP-TYPE              PIC X(01).
               88 GA-EXPENSE-ROW                 VALUE "E".
               88 GA-DEDUCTION-ROW               VALUE "D".
               88 GA-FEDERAL-ROW                 VALUE "F".
               88 GA-STATE-ROW                   VALUE "S".
               88 GA-NET-PAY-ROW                 VALUE "N".
               88 GA-COMMENT-ROW                 VALUE "*".
           05 FILLER                   PIC X(01).
           05 GA-MAP-KEY               PIC X(08).
           05 FILLER                   PIC X(01).
           05 GA-ACCOUNT               PIC X(12).
