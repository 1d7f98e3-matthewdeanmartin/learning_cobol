      *> apply pass), carrying the old and new grade and salary, the  *>
      *> effective date, the operator and a timestamp - the pay       *>
      *> equivalent of PERSAUD.LOG, so "what were they paid in        *>
      *> 2025" stops being unanswerable.  A change that went through  *>
      *> dual control carries the requesting operator in              *>
      *> CH-OPERATOR-ID and the approving one in CH-APPROVER-ID;      *>
      *> anything else leaves the approver blank.  The chain columns  *>
      *> link each row to the one before it, as on PERSAUD.LOG        *>
      *> (ChainLogRow): its sequence in the log, the previous row's   *>
      *> hash and its own hash over CH-ROW-CONTENT - rows written     *>
      *> before the chain started carry spaces there.  The old and    *>
      *> new pay basis, hourly rate (cents) and pay currency sit      *>
      *> inside the hashed content too, so a basis or currency change *>
      *> is on the journal as plainly as a salary one; rows from      *>
      *> before they were carried show spaces, and the chain columns  *>
      *> start at column 94.                                          *>
      *>--------------------------------------------------------------*>
       01 COMP-HISTORY-RECORD.
           05 CH-ROW-CONTENT.
               10 CH-PERSON-ID         PIC 9(05).
               10 CH-OLD-GRADE         PIC X(02).
               10 CH-NEW-GRADE         PIC X(02).
               10 CH-OLD-SALARY        PIC 9(11).
               10 CH-NEW-SALARY        PIC 9(11).
               10 CH-EFFECTIVE-DATE    PIC 9(08).
               10 CH-OPERATOR-ID       PIC X(08).
               10 CH-CHANGE-TIMESTAMP  PIC X(16).
               10 CH-APPROVER-ID       PIC X(08).
               10 CH-OLD-PAY-BASIS     PIC X(01).
               10 CH-NEW-PAY-BASIS     PIC X(01).
               10 CH-OLD-HOURLY-RATE   PIC 9(07).
               10 CH-NEW-HOURLY-RATE   PIC 9(07).
               10 CH-OLD-CURRENCY      PIC X(03).
               10 CH-NEW-CURRENCY      PIC X(03).
           05 CH-CHAIN-SEQ         PIC 9(09).
           05 CH-PREV-HASH         PIC X(32).
           05 CH-ROW-HASH          PIC X(32).
