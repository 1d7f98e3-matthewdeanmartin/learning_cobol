      *>--------------------------------------------------------------*>
      *> VACATION-TRANS.CPY                                           *>
      *> Record layout for the VACTRAN.DAT vacation usage file -      *>
      *> PERSTRAN-style transactions, one per absence, naming the     *>
      *> person and the first and last days taken.  VacApprove        *>
      *> appends a row only when a manager approves the VACREQ        *>
      *> request behind it.  The month-end accrual job charges the    *>
      *> business days between the two dates (per PROCCAL.CTL)        *>
      *> against the VACBAL balance and clears the file.              *>
      *>--------------------------------------------------------------*>
       01 VACATION-TRANS-RECORD.
           05 VT-PERSON-ID         PIC 9(05).
