      *>--------------------------------------------------------------*>
      *> PERSON-BANK.CPY                                              *>
      *> Record layout for the PERSBANK indexed (KSDS) direct-deposit *>
      *> child file - one row per person and account sequence,        *>
      *> keyed like PERSADDR: the same PM-PERSON-ID as the person     *>
      *> master plus a one-digit account sequence.  Net pay is split  *>
      *> across the active accounts in sequence order: a P row takes  *>
      *> its percentage of net, an F row its flat amount (cents), and *>
      *> the R (remainder) row - or, failing one, the last account -  *>
      *> takes whatever is left.  A person with no active row is paid *>
      *> by cheque.                                                   *>
      *>--------------------------------------------------------------*>
       01 PERSON-BANK-RECORD.
           05 BA-BANK-KEY.
               10 BA-PERSON-ID     PIC 9(05).
               10 BA-ACCOUNT-SEQ   PIC 9(01).
           05 BA-ROUTING-NUMBER    PIC 9(09).
           05 BA-ROUTING-DIGITS REDEFINES BA-ROUTING-NUMBER.
               10 BA-ROUTING-DIGIT PIC 9(01) OCCURS 9 TIMES.
           05 BA-ACCOUNT-NUMBER    PIC X(17).
           05 BA-ACCOUNT-TYPE      PIC X(01).
               88 BA-CHECKING                VALUE "C".
               88 BA-SAVINGS                 VALUE "S".
           05 BA-SPLIT-METHOD      PIC X(01).
               88 BA-SPLIT-PERCENT           VALUE "P".
               88 BA-SPLIT-FLAT              VALUE "F".
               88 BA-SPLIT-REMAINDER         VALUE "R".
           05 BA-SPLIT-PERCENT-RATE PIC 9(03)V9(02).
           05 BA-SPLIT-FLAT-AMOUNT PIC 9(09).
           05 BA-STATUS-FLAG       PIC X(01).
               88 BA-ACTIVE                  VALUE "A".
               88 BA-INACTIVE                VALUE "I".
           05 BA-EFFECTIVE-DATE    PIC 9(08).
