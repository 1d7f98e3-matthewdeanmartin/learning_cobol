      *>--------------------------------------------------------------*>
      *> PAY-TRANSACTION.CPY                                          *>
      *> Record layout for the PAYTRAN indexed (KSDS) pay-adjustment  *>
      *> transaction file, keyed by person ID plus a per-person       *>
      *> sequence number.  Each row is an amount in cents (signed -   *>
      *> a retro correction can take pay back) that the finalized     *>
      *> PayCycle run for the target period folds into the person's   *>
      *> gross; a zero target means the next finalized period.  RETR  *>
      *> rows are written by RetroPay and carry the earlier period    *>
      *> they correct.  PayCycle marks a row P with the period and    *>
      *> run that paid it, so it is never paid twice.  BONS, COMM and *>
      *> ADJT one-time payments are loaded by OneTimePay and carry    *>
      *> the operator who approved them.                              *>
      *>--------------------------------------------------------------*>
       01 PAY-TRANSACTION-RECORD.
           05 PT-TRAN-KEY.
               10 PT-PERSON-ID         PIC 9(05).
               10 PT-TRAN-SEQ          PIC 9(04).
           05 PT-PAY-TYPE              PIC X(04).
               88 PT-RETRO-PAY                   VALUE "RETR".
               88 PT-ONE-TIME-PAY                VALUE "BONS" "COMM"
                                                       "ADJT".
           05 PT-AMOUNT                PIC S9(11).
           05 PT-TARGET-PERIOD-END     PIC 9(08).
           05 PT-REF-PERIOD-START      PIC 9(08).
           05 PT-REF-PERIOD-END        PIC 9(08).
           05 PT-STATUS-FLAG           PIC X(01).
               88 PT-OPEN                        VALUE "O".
               88 PT-POSTED                      VALUE "P".
           05 PT-ENTERED-DATE          PIC 9(08).
           05 PT-OPERATOR-ID           PIC X(08).
           05 PT-POSTED-PERIOD-END     PIC 9(08).
           05 PT-POSTED-RUN-ID         PIC X(08).
           05 PT-APPROVER-ID           PIC X(08).
