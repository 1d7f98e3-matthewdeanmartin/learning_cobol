      *>--------------------------------------------------------------*>
      *> BANK.CPY                                                     *>
      *> LINKAGE parameters for CALL "bank" and its SetBankAccount /  *>
      *> GetBankAccount / CancelBankAccount entry points - kept       *>
      *> separate from the PERSBANK file record the same way          *>
      *> deduct.cpy is kept separate from deduct-master.cpy.  The     *>
      *> account type is C checking or S savings; the split method    *>
      *> is P percent of net, F flat cents per period, R remainder.   *>
      *> BankChangeHeld comes back when SetBankAccount (or            *>
      *> CancelBankAccount) filed the change on CHGREQ for a second   *>
      *> operator's approval; BankRequestKey and BankApproverId       *>
      *> belong to the ApplyBankChange entry that carries an          *>
      *> approved request onto PERSBANK.                              *>
      *>--------------------------------------------------------------*>
       01 BankAccountSeq         PIC 9(01).
       01 BankRoutingNumber      PIC 9(09).
       01 BankAccountNumber      PIC X(17).
       01 BankAccountType        PIC X(01).
           88 BankIsChecking          VALUE "C".
           88 BankIsSavings           VALUE "S".
       01 BankSplitMethod        PIC X(01).
           88 BankSplitIsPercent      VALUE "P".
           88 BankSplitIsFlat         VALUE "F".
           88 BankSplitIsRemainder    VALUE "R".
       01 BankSplitPercent       PIC 9(03)V9(02).
       01 BankSplitAmount        PIC 9(09).
       01 BankFoundFlag          PIC X(01).
           88 BankWasFound            VALUE "Y".
           88 BankNotFound            VALUE "N".
           88 BankChangeHeld          VALUE "P".
       01 BankRequestKey         PIC X(21).
       01 BankApproverId         PIC X(08).
