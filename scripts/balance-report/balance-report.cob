      *>               nothing posted still flags MISSING TOTALS     *>
      *>               and the nonzero return code, as it always     *>
      *>               did.                                          *>
      *>   2026-10-15  Added the bank payment pair (PAYCYCLE          *>
      *>               PAYMENT-AMOUNT written to the bank file versus *>
      *>               the register's DEPOSIT-NET).                   *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceReport.
               "MERITCYCPROPOSED-DELTA  MERITCYCAPPLIED-DELTA   O".
           05 FILLER                PIC X(49) VALUE
               "PAYCYCLEPAID-COUNT      DEPTRPT ACTIVE-HEADCT   O".
           05 FILLER                PIC X(49) VALUE
               "PAYCYCLEPAYMENT-AMOUNT  PAYCYCLEDEPOSIT-NET     O".
       01 WS-PAIR-TABLE REDEFINES WS-PAIR-DEFINITIONS.
           05 WS-PAIR-ENTRY OCCURS 5 TIMES.
               10 WS-PR-JOB-A       PIC X(08).
               10 WS-PR-NAME-A      PIC X(16).
               10 WS-PR-JOB-B       PIC X(08).
           PERFORM 2000-OPEN-REPORT
           PERFORM 2100-BALANCE-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > 5
           CLOSE BALANCE-REPORT
           IF WS-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
