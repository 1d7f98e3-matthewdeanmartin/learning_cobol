      *>--------------------------------------------------------------*>
      *> ONE-TIME-PAYMENT.CPY                                         *>
      *> Record layout for the ONETIME.DAT one-time payment batch -   *>
      *> bonuses, spot awards, commissions and one-off adjustments,   *>
      *> one row per payment, blank-separated.  The amount is signed  *>
      *> cents (an adjustment can take pay back); a zero target       *>
      *> period means the next finalized PayCycle.  The approver is   *>
      *> the OPERAUTH.CTL operator who signed off the payment.        *>
      *> OneTimePay edits the batch onto PAYTRAN.                     *>
      *>--------------------------------------------------------------*>
       01 ONE-TIME-PAYMENT-RECORD.
           05 OT-PERSON-ID             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 OT-PAY-TYPE              PIC X(04).
           05 FILLER                   PIC X(01).
           05 OT-AMOUNT                PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(01).
           05 OT-TARGET-PERIOD-END     PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OT-APPROVER-ID           PIC X(08).
