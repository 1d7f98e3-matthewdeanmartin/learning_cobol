      *>--------------------------------------------------------------*>
      *> EMPLOYEE-LOAN.CPY                                            *>
      *> Record layout for the EMPLOAN indexed (KSDS) employee loan   *>
      *> and pay-advance master, keyed by person ID plus a loan       *>
      *> number.  LoanAmort books the row from the loan's schedule -  *>
      *> principal, rate, term and the level monthly payment, all in  *>
      *> cents.  PayCycle recovers the payment as deduction LOAN from *>
      *> the first period ending on or after LN-FIRST-DUE-DATE,       *>
      *> prorated for the days paid, charging interest on what is     *>
      *> outstanding and taking the rest off LN-OUTSTANDING; the loan *>
      *> goes to P once nothing is left.  Offboard flags a leaver     *>
      *> with an active loan still owing.                             *>
      *>--------------------------------------------------------------*>
       01 EMPLOYEE-LOAN-RECORD.
           05 LN-LOAN-KEY.
               10 LN-PERSON-ID         PIC 9(05).
               10 LN-LOAN-NUMBER       PIC X(08).
           05 LN-BOOKED-DATE           PIC 9(08).
           05 LN-FIRST-DUE-DATE        PIC 9(08).
           05 LN-PRINCIPAL             PIC 9(11).
           05 LN-ANNUAL-RATE           PIC 9(02)V9(04).
           05 LN-TERM-MONTHS           PIC 9(03).
           05 LN-MONTHLY-PAYMENT       PIC 9(09).
           05 LN-OUTSTANDING           PIC 9(11).
           05 LN-RECOVERED-TO-DATE     PIC 9(11).
           05 LN-INTEREST-TO-DATE      PIC 9(11).
           05 LN-STATUS-FLAG           PIC X(01).
               88 LN-ACTIVE                      VALUE "A".
               88 LN-PAID-OFF                    VALUE "P".
           05 LN-LAST-PERIOD-END       PIC 9(08).
           05 LN-OPERATOR-ID           PIC X(08).
