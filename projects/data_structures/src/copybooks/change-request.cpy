      *>--------------------------------------------------------------*>
      *> CHANGE-REQUEST.CPY                                           *>
      *> Record layout for the CHGREQ indexed (KSDS) dual-control     *>
      *> change request file, keyed by the moment the request was     *>
      *> keyed plus the person.  A pay change to an existing COMPMAST *>
      *> row (SetCompensation, type COMP; SetPayBasis, type RATE;     *>
      *> SetCompCurrency, type CURR) or a PERSBANK direct-deposit     *>
      *> change (SetBankAccount or CancelBankAccount, type BANK) is   *>
      *> not written to its master: it is held here pending (P)       *>
      *> with the requesting operator and the old and new values,     *>
      *> and reaches the master only when a different operator at     *>
      *> the payment approver level approves it (A) on the            *>
      *> ChangeApprove screen.  A rejection (R) just closes it; one   *>
      *> still pending after its expiry date (the request date plus   *>
      *> CHGREQ_EXPIRY_DAYS business days per PROCCAL.CTL) goes to    *>
      *> expired (E).  The value areas carry the pay view (COMP and   *>
      *> RATE and CURR) or the bank view (BANK) as the change type    *>
      *> says.  A BANK request whose new account number is blank      *>
      *> closes the account rather than replacing it.                 *>
      *>--------------------------------------------------------------*>
       01 CHANGE-REQUEST-RECORD.
           05 CQ-REQUEST-KEY.
               10 CQ-REQUEST-DATE      PIC 9(08).
               10 CQ-REQUEST-TIME      PIC 9(08).
               10 CQ-PERSON-ID         PIC 9(05).
           05 CQ-CHANGE-TYPE           PIC X(04).
               88 CQ-COMP-CHANGE                 VALUE "COMP".
               88 CQ-RATE-CHANGE                 VALUE "RATE".
               88 CQ-CURRENCY-CHANGE             VALUE "CURR".
               88 CQ-BANK-CHANGE                 VALUE "BANK".
           05 CQ-STATUS-FLAG           PIC X(01).
               88 CQ-PENDING                     VALUE "P".
               88 CQ-APPROVED                    VALUE "A".
               88 CQ-REJECTED                    VALUE "R".
               88 CQ-EXPIRED                     VALUE "E".
           05 CQ-REQUESTED-BY          PIC X(08).
           05 CQ-EXPIRY-DATE           PIC 9(08).
           05 CQ-DECIDED-BY            PIC X(08).
           05 CQ-DECIDED-DATE          PIC 9(08).
           05 CQ-OLD-VALUES            PIC X(43).
           05 CQ-OLD-PAY REDEFINES CQ-OLD-VALUES.
               10 CQ-OLD-GRADE         PIC X(02).
               10 CQ-OLD-SALARY        PIC 9(11).
               10 CQ-OLD-EFFECTIVE-DATE PIC 9(08).
               10 CQ-OLD-PAY-BASIS     PIC X(01).
               10 CQ-OLD-HOURLY-RATE   PIC 9(07).
               10 CQ-OLD-CURRENCY      PIC X(03).
               10 FILLER               PIC X(11).
           05 CQ-OLD-BANK REDEFINES CQ-OLD-VALUES.
               10 CQ-OLD-ACCOUNT-SEQ   PIC 9(01).
               10 CQ-OLD-ROUTING-NUMBER PIC 9(09).
               10 CQ-OLD-ACCOUNT-NUMBER PIC X(17).
               10 CQ-OLD-ACCOUNT-TYPE  PIC X(01).
               10 CQ-OLD-SPLIT-METHOD  PIC X(01).
               10 CQ-OLD-SPLIT-PERCENT PIC 9(03)V9(02).
               10 CQ-OLD-SPLIT-AMOUNT  PIC 9(09).
           05 CQ-NEW-VALUES            PIC X(43).
           05 CQ-NEW-PAY REDEFINES CQ-NEW-VALUES.
               10 CQ-NEW-GRADE         PIC X(02).
               10 CQ-NEW-SALARY        PIC 9(11).
               10 CQ-NEW-EFFECTIVE-DATE PIC 9(08).
               10 CQ-NEW-PAY-BASIS     PIC X(01).
               10 CQ-NEW-HOURLY-RATE   PIC 9(07).
               10 CQ-NEW-CURRENCY      PIC X(03).
               10 FILLER               PIC X(11).
           05 CQ-NEW-BANK REDEFINES CQ-NEW-VALUES.
               10 CQ-NEW-ACCOUNT-SEQ   PIC 9(01).
               10 CQ-NEW-ROUTING-NUMBER PIC 9(09).
               10 CQ-NEW-ACCOUNT-NUMBER PIC X(17).
               10 CQ-NEW-ACCOUNT-TYPE  PIC X(01).
               10 CQ-NEW-SPLIT-METHOD  PIC X(01).
               10 CQ-NEW-SPLIT-PERCENT PIC 9(03)V9(02).
               10 CQ-NEW-SPLIT-AMOUNT  PIC 9(09).
