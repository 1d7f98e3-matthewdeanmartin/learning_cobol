      *>--------------------------------------------------------------*>
      *> ONE-TIME-REJECT.CPY                                          *>
      *> Record layout for the ONETREJ.DAT reject file OneTimePay     *>
      *> writes - the ONETIME.DAT fields plus a reason code per       *>
      *> payment.  Corrected rows go back in the next ONETIME.DAT.    *>
      *>   OT01  person not on PERSMAST                               *>
      *>   OT02  person inactive                                      *>
      *>   OT03  payment type not BONS, COMM or ADJT                  *>
      *>   OT04  amount not numeric, or zero                          *>
      *>   OT05  target period end not zero or a real date            *>
      *>   OT06  no approving operator                                *>
      *>   OT07  over the approval limit and the approver is not at   *>
      *>         the OPERAUTH.CTL approver level                      *>
      *>   OT08  the same payment is already on PAYTRAN, open or      *>
      *>         already paid                                         *>
      *>--------------------------------------------------------------*>
       01 ONE-TIME-REJECT-RECORD.
           05 OJ-PERSON-ID             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 OJ-PAY-TYPE              PIC X(04).
           05 FILLER                   PIC X(01).
           05 OJ-AMOUNT                PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(01).
           05 OJ-TARGET-PERIOD-END     PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OJ-APPROVER-ID           PIC X(08).
           05 FILLER                   PIC X(01).
           05 OJ-REASON-CODE           PIC X(04).
