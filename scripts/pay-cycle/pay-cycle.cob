      *>             Controls (environment variables):                *>
      *>               PAYCYCLE_START  yyyymmdd period start (reqd)   *>
      *>               PAYCYCLE_END    yyyymmdd period end (reqd)     *>
      *>               PAYCYCLE_FINAL  Y posts the period to the      *>
      *>                               PAYHIST.DAT ledger and PAYYTD  *>
      *>                               (default: register only)       *>
      *>               PAYCYCLE_BANK_DEST    routing number of the    *>
      *>                                     bank taking the file     *>
      *>               PAYCYCLE_BANK_ORIGIN  our own routing number   *>
      *>               PAYCYCLE_COMPANY      company name on the file *>
      *>                                     (default SHOP PAYROLL)   *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  The register now takes the person's active     *>
      *>               DEDMAST deductions for the period (flat annual *>
      *>               cents prorated by days paid, percentages of    *>
      *>               the period gross) and federal and state        *>
      *>               withholding from CalcWithholding on the gross  *>
      *>               less the pre-tax deductions, with gross,       *>
      *>               deductions, each tax and net as columns and    *>
      *>               run totals, and DEDUCT / WITHHOLD / NET        *>
      *>               control totals beside PAID-AMOUNT.             *>
      *>   2026-10-15  A finalized run (PAYCYCLE_FINAL=Y) posts one   *>
      *>               PAYHIST.DAT ledger row per person paid, rolls  *>
      *>               it into the PAYYTD accumulator row for the     *>
      *>               tax year of the pay date (the period end moved *>
      *>               to a PROCCAL.CTL business day), and logs the   *>
      *>               period on PAYPOST.LOG; a period overlapping    *>
      *>               one already on the log is refused.             *>
      *>   2026-10-15  A finalized run splits each person's net pay   *>
      *>               across their active PERSBANK accounts and      *>
      *>               writes the BANKPAY.yyyymmdd bank payment file  *>
      *>               (batch/entry/trailer layout with entry counts  *>
      *>               and hash totals); people with no account are   *>
      *>               paid by cheque.  PAYMENT-COUNT, PAYMENT-AMOUNT *>
      *>               and the register's DEPOSIT-NET go to           *>
      *>               CTLTOTAL.DAT for BalanceReport.                *>
      *>   2026-10-15  Open PAYTRAN adjustments due by the period end *>
      *>               (retro pay and the like) are folded into the   *>
      *>               person's gross, listed under their register    *>
      *>               line, and on a finalized run marked posted and *>
      *>               carried on the ledger row as LG-ADJUST-AMOUNT. *>
      *>   2026-10-15  Hourly people (CM-PAY-BASIS H) are paid from   *>
      *>               their TimecardEdit-accepted TIMEACPT.DAT cards *>
      *>               for the period at CM-HOURLY-RATE: up to 40     *>
      *>               hours a Sunday-Saturday week straight time,    *>
      *>               the rest overtime at time and a half, and      *>
      *>               hours on a PROCCAL.CTL holiday at time and a   *>
      *>               half apart from the weekly count.  The hours   *>
      *>               go on the register and the ledger row.         *>
      *>   2026-10-15  One-time payments (BONS / COMM / ADJT rows     *>
      *>               OneTimePay loads to PAYTRAN) print on their    *>
      *>               own ONE-TIME register line with the approver,  *>
      *>               and are counted in ONETIME-COUNT.              *>
      *>   2026-10-15  Garnishment orders (GARNORD) are taken after   *>
      *>               tax in priority order, each within its cap     *>
      *>               percent of disposable earnings and what is     *>
      *>               still owed, as deduction GARN; a finalized run *>
      *>               brings each order's paid-to-date forward.  A   *>
      *>               GARNREM.<period end> remittance report lists   *>
      *>               the period's amounts by payee.                 *>
      *>   2026-10-15  Employee loans booked on EMPLOAN by LoanAmort  *>
      *>               are recovered after garnishments as deduction  *>
      *>               LOAN - the monthly payment prorated for the    *>
      *>               days paid, interest first - and a finalized    *>
      *>               run brings the outstanding principal down.     *>
      *>   2026-10-15  Pay is worked out in the person's pay currency *>
      *>               (CM-CURRENCY-CODE) and each gross, with its    *>
      *>               PAYTRAN adjustments, converted to the base     *>
      *>               currency through ConvertCurrency at the rate in*>
      *>               force on the period end before deductions, tax,*>
      *>               the ledger and the bank file; the register     *>
      *>               shows the local gross and rate beneath.  Every *>
      *>               COMPMAST currency must have a rate, or the step*>
      *>               stops with 8 before anything is paid.  The     *>
      *>               ledger row carries the pay currency, the local *>
      *>               gross and adjustment, and the rate used.       *>
      *>   2026-10-15  The rate check trial-converts each foreign-paid*>
      *>               person's full-period pay and open PAYTRAN      *>
      *>               amounts, so an amount too large to convert also*>
      *>               stops the step before anyone is paid.  A final *>
      *>               run that still stops on a conversion logs the  *>
      *>               period posted for the people already paid, so a*>
      *>               rerun cannot pay them twice.                   *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCycle.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-PERSON-ID
               FILE STATUS IS WS-SV-STATUS.
           SELECT DEDUCT-MASTER ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DEDUCT-KEY
               FILE STATUS IS WS-DD-STATUS.
           SELECT PAY-LEDGER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT PAY-YTD ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-YTD-KEY
               FILE STATUS IS WS-YT-STATUS.
           SELECT PAY-PERIOD-LOG ASSIGN TO "PAYPOST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PERSON-BANK ASSIGN TO "PERSBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-KEY
               FILE STATUS IS WS-BA-STATUS.
           SELECT PAY-TRANSACTION ASSIGN TO "PAYTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRAN-KEY
               FILE STATUS IS WS-PT-STATUS.
           SELECT TIMECARD-ACCEPTED ASSIGN TO "TIMEACPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT PROCESS-CALENDAR ASSIGN TO "PROCCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GARNISH-ORDER ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-ORDER-KEY
               FILE STATUS IS WS-GN-STATUS.
           SELECT EMPLOYEE-LOAN ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LN-STATUS.
           SELECT GARNISH-REMITTANCE ASSIGN TO WS-REMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT BANK-PAYMENT ASSIGN TO WS-PAYMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT PAY-REGISTER ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  PERSON-SERVICE.
           COPY "person-service.cpy".

       FD  DEDUCT-MASTER.
           COPY "deduct-master.cpy".

       FD  PAY-LEDGER.
           COPY "pay-ledger.cpy".

       FD  PAY-YTD.
           COPY "pay-ytd.cpy".

       FD  PAY-PERIOD-LOG.
           COPY "pay-period-log.cpy".

       FD  PERSON-BANK.
           COPY "person-bank.cpy".

       FD  PAY-TRANSACTION.
           COPY "pay-transaction.cpy".

       FD  TIMECARD-ACCEPTED.
           COPY "timecard.cpy".

       FD  PROCESS-CALENDAR.
           COPY "process-calendar.cpy".

       FD  GARNISH-ORDER.
           COPY "garnish-order.cpy".

       FD  EMPLOYEE-LOAN.
           COPY "employee-loan.cpy".

       FD  GARNISH-REMITTANCE.
       01  GR-REPORT-LINE           PIC X(132).

       FD  BANK-PAYMENT.
           COPY "bank-payment.cpy".

       FD  PAY-REGISTER.
       01  PG-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "control-totals-call.cpy".
           COPY "format-number-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "withholding-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
       01 WS-SKIPPED-COUNT          PIC 9(05) VALUE 0.
       01 WS-NO-COMP-COUNT          PIC 9(05) VALUE 0.
       01 WS-GRAND-TOTAL            PIC 9(12) VALUE 0.
       01 WS-DD-STATUS              PIC X(02) VALUE "00".
           88 WS-DD-OK                        VALUE "00".
       01 WS-DED-FILE-FLAG          PIC X(01) VALUE "N".
           88 WS-DED-FILE-OPEN                VALUE "Y".
       01 WS-DED-EOF                PIC X(01) VALUE "N".
           88 WS-DED-AT-END                   VALUE "Y".
       01 WS-PERIOD-DAYS            PIC 9(04) VALUE 0.
       01 WS-DED-THIS-AMOUNT        PIC 9(11) VALUE 0.
       01 WS-DED-PERSON-TOTAL       PIC 9(11) VALUE 0.
       01 WS-PRETAX-TOTAL           PIC 9(11) VALUE 0.
       01 WS-TAXABLE-AMOUNT         PIC 9(11) VALUE 0.
       01 WS-FED-TAX                PIC 9(09) VALUE 0.
       01 WS-STATE-TAX              PIC 9(09) VALUE 0.
       01 WS-NET-AMOUNT             PIC S9(11) VALUE 0.
       01 WS-GRAND-DED-TOTAL        PIC 9(12) VALUE 0.
       01 WS-GRAND-FED-TOTAL        PIC 9(12) VALUE 0.
       01 WS-GRAND-STATE-TOTAL      PIC 9(12) VALUE 0.
       01 WS-GRAND-NET-TOTAL        PIC 9(12) VALUE 0.

      *> the person's pay currency; amounts from here on are in the
      *> base currency, the local figures kept for the register and
      *> the ledger row.
       01 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
       01 WS-PAY-CURRENCY           PIC X(03) VALUE SPACES.
       01 WS-LOCAL-GROSS            PIC 9(11) VALUE 0.
       01 WS-LOCAL-ADJUST           PIC S9(11) VALUE 0.
       01 WS-RATE-USED              PIC 9(05)V9(06) VALUE 1.
       01 WS-FOREIGN-COUNT          PIC 9(05) VALUE 0.
       01 WS-RATES-FLAG             PIC X(01) VALUE "Y".
           88 WS-RATES-OK                     VALUE "Y".
       01 WS-MISSING-RATE-COUNT     PIC 9(05) VALUE 0.
       01 WS-PERSON-RATE-FLAG       PIC X(01) VALUE "Y".
           88 WS-PERSON-RATE-OK               VALUE "Y".
       01 WS-FULL-PERIOD-DAYS       PIC 9(04) VALUE 0.

       01 WS-LG-STATUS              PIC X(02) VALUE "00".
       01 WS-YT-STATUS              PIC X(02) VALUE "00".
           88 WS-YT-OK                        VALUE "00".
       01 WS-PD-STATUS              PIC X(02) VALUE "00".
       01 WS-PD-EOF                 PIC X(01) VALUE "N".
           88 WS-PD-AT-END                    VALUE "Y".
       01 WS-FINAL-TEXT             PIC X(01) VALUE "N".
           88 WS-FINAL-RUN                    VALUE "Y".
       01 WS-ALREADY-POSTED-FLAG    PIC X(01) VALUE "N".
           88 WS-ALREADY-POSTED               VALUE "Y".
       01 WS-PAY-DATE               PIC 9(08) VALUE 0.
       01 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
           05 WS-PAY-YEAR           PIC 9(04).
           05 WS-PAY-MMDD           PIC 9(04).
       01 WS-POSTED-COUNT           PIC 9(05) VALUE 0.
       01 WS-YD-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-YD-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-YD-FOUND                     VALUE "Y".
       01 WS-MODE-TEXT              PIC X(08) VALUE "PREVIEW".

       01 WS-BA-STATUS              PIC X(02) VALUE "00".
           88 WS-BA-OK                        VALUE "00".
       01 WS-BANK-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-BANK-FILE-OPEN               VALUE "Y".
       01 WS-BA-EOF                 PIC X(01) VALUE "N".
           88 WS-BA-AT-END                    VALUE "Y".
       01 WS-BP-STATUS              PIC X(02) VALUE "00".
       01 WS-PAYMENT-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-BANK-DEST-TEXT         PIC X(09) VALUE SPACES.
       01 WS-BANK-ORIGIN-TEXT       PIC X(09) VALUE SPACES.
       01 WS-BANK-DEST              PIC 9(09) VALUE 0.
       01 WS-BANK-ORIGIN            PIC 9(09) VALUE 0.
       01 WS-ORIGIN-DFI             PIC 9(08) VALUE 0.
       01 WS-COMPANY-NAME           PIC X(16) VALUE SPACES.
       01 WS-ROUTING-DFI            PIC 9(08) VALUE 0.
       01 WS-ROUTING-CHECK          PIC 9(01) VALUE 0.
       01 WS-NET-LEFT               PIC 9(11) VALUE 0.
       01 WS-SPLIT-AMOUNT           PIC 9(11) VALUE 0.
       01 WS-PAYMENT-COUNT          PIC 9(06) VALUE 0.
       01 WS-PAYMENT-AMOUNT         PIC 9(12) VALUE 0.
       01 WS-PAYMENT-HASH           PIC 9(10) VALUE 0.
       01 WS-PAYMENT-RECORDS        PIC 9(06) VALUE 0.
       01 WS-PAYMENT-BLOCKS         PIC 9(06) VALUE 0.
       01 WS-BLOCK-REMAINDER        PIC 9(02) VALUE 0.
       01 WS-DEPOSIT-NET            PIC 9(12) VALUE 0.
       01 WS-CHEQUE-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHEQUE-NET             PIC 9(12) VALUE 0.
       01 WS-DATE-WORK              PIC 9(08) VALUE 0.
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05 FILLER                PIC 9(02).
           05 WS-DATE-YYMMDD        PIC 9(06).
       01 WS-TIME-WORK              PIC 9(08) VALUE 0.
       01 WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HHMM          PIC 9(04).
           05 FILLER                PIC 9(04).

       01 WS-PT-STATUS              PIC X(02) VALUE "00".
           88 WS-PT-OK                        VALUE "00".
       01 WS-TRAN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-TRAN-FILE-OPEN               VALUE "Y".
       01 WS-PT-EOF                 PIC X(01) VALUE "N".
           88 WS-PT-AT-END                    VALUE "Y".
       01 WS-BASE-AMOUNT            PIC 9(11) VALUE 0.
       01 WS-ADJUST-AMOUNT          PIC S9(11) VALUE 0.
       01 WS-GROSS-WORK             PIC S9(11) VALUE 0.
       01 WS-ADJUST-COUNT           PIC 9(05) VALUE 0.
       01 WS-ONE-TIME-COUNT         PIC 9(05) VALUE 0.

       01 WS-GN-STATUS              PIC X(02) VALUE "00".
           88 WS-GN-OK                        VALUE "00".
       01 WS-GR-STATUS              PIC X(02) VALUE "00".
       01 WS-GARN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-GARN-FILE-OPEN               VALUE "Y".
       01 WS-GN-EOF                 PIC X(01) VALUE "N".
           88 WS-GN-AT-END                    VALUE "Y".
       01 WS-REMIT-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-DISPOSABLE-AMOUNT      PIC 9(11) VALUE 0.
       01 WS-GARNISH-TOTAL          PIC 9(11) VALUE 0.
       01 WS-GARNISH-LIMIT          PIC S9(11) VALUE 0.
       01 WS-GARNISH-THIS           PIC 9(11) VALUE 0.
       01 WS-GARNISH-COUNT          PIC 9(05) VALUE 0.
       01 WS-GRAND-GARNISH-TOTAL    PIC 9(12) VALUE 0.
       01 WS-GO-PASS                PIC 9(02) COMP VALUE 0.
       01 WS-GO-LOW-PRIORITY        PIC 9(03) VALUE 0.
       01 WS-GO-NEXT                PIC 9(02) COMP VALUE 0.

      *> the person's active garnishment orders for the period.
       01 WS-GO-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-GO-MAX                 PIC 9(02) COMP VALUE 10.
       01 WS-GARNISH-TABLE.
           05 WS-GO-ENTRY OCCURS 10 TIMES
                              INDEXED BY WS-GO-IDX.
               10 WS-GO-ORDER-NUMBER PIC X(12).
               10 WS-GO-PRIORITY    PIC 9(02).
               10 WS-GO-METHOD      PIC X(01).
               10 WS-GO-FLAT        PIC 9(09).
               10 WS-GO-RATE        PIC 9(02)V9(02).
               10 WS-GO-CAP         PIC 9(02)V9(02).
               10 WS-GO-REMAINING   PIC 9(11).
               10 WS-GO-PAYEE-ID    PIC X(10).
               10 WS-GO-PAYEE-NAME  PIC X(30).
               10 WS-GO-AMOUNT      PIC 9(11).
               10 WS-GO-DONE        PIC X(01).

       01 WS-LN-STATUS              PIC X(02) VALUE "00".
           88 WS-LN-OK                        VALUE "00".
       01 WS-LOAN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-LOAN-FILE-OPEN               VALUE "Y".
       01 WS-LN-EOF                 PIC X(01) VALUE "N".
           88 WS-LN-AT-END                    VALUE "Y".
       01 WS-LOAN-TOTAL             PIC 9(11) VALUE 0.
       01 WS-LOAN-INSTALLMENT       PIC 9(11) VALUE 0.
       01 WS-LOAN-INTEREST          PIC 9(11) VALUE 0.
       01 WS-LOAN-DUE               PIC 9(11) VALUE 0.
       01 WS-LOAN-NET-LEFT          PIC S9(11) VALUE 0.
       01 WS-LOAN-COUNT             PIC 9(05) VALUE 0.
       01 WS-GRAND-LOAN-TOTAL       PIC 9(12) VALUE 0.

      *> the person's employee loans recovered this period.
       01 WS-LR-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-LR-MAX                 PIC 9(02) COMP VALUE 10.
       01 WS-LOAN-RECOVERY-TABLE.
           05 WS-LR-ENTRY OCCURS 10 TIMES
                              INDEXED BY WS-LR-IDX.
               10 WS-LR-LOAN-NUMBER PIC X(08).
               10 WS-LR-AMOUNT      PIC 9(11).
               10 WS-LR-INTEREST    PIC 9(11).
               10 WS-LR-PRINCIPAL   PIC 9(11).
               10 WS-LR-BALANCE     PIC 9(11).

      *> the period's garnishments by payee, for the remittance
      *> report.
       01 WS-RP-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-RP-MAX                 PIC 9(03) COMP VALUE 200.
       01 WS-RP-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RP-FOUND                     VALUE "Y".
       01 WS-REMIT-PAYEE-TABLE.
           05 WS-RP-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-RP-IDX.
               10 WS-RP-PAYEE-ID    PIC X(10).
               10 WS-RP-PAYEE-NAME  PIC X(30).
               10 WS-RP-COUNT-ORDERS PIC 9(05).
               10 WS-RP-AMOUNT      PIC 9(12).
       01 WS-RD-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-RD-MAX                 PIC 9(04) COMP VALUE 3000.
       01 WS-REMIT-DETAIL-TABLE.
           05 WS-RD-ENTRY OCCURS 3000 TIMES
                              INDEXED BY WS-RD-IDX.
               10 WS-RD-PAYEE-ID    PIC X(10).
               10 WS-RD-PERSON-ID   PIC 9(05).
               10 WS-RD-ORDER-NUMBER PIC X(12).
               10 WS-RD-AMOUNT      PIC 9(11).
               10 WS-RD-REMAINING   PIC 9(11).

       01 WS-TC-STATUS              PIC X(02) VALUE "00".
           88 WS-TC-OK                        VALUE "00".
       01 WS-CAL-STATUS             PIC X(02) VALUE "00".
           88 WS-CAL-OK                       VALUE "00".
       01 WS-TC-EOF                 PIC X(01) VALUE "N".
           88 WS-TC-AT-END                    VALUE "Y".
       01 WS-WEEK-LIMIT             PIC 9(02)V9(02) VALUE 40.
       01 WS-OVERTIME-FACTOR        PIC 9(01)V9(02) VALUE 1.50.
       01 WS-HOLIDAY-FACTOR         PIC 9(01)V9(02) VALUE 1.50.
       01 WS-REGULAR-HOURS          PIC 9(04)V9(02) VALUE 0.
       01 WS-OVERTIME-HOURS         PIC 9(04)V9(02) VALUE 0.
       01 WS-HOLIDAY-HOURS          PIC 9(04)V9(02) VALUE 0.
       01 WS-CARD-HOURS             PIC 9(04)V9(02) VALUE 0.
       01 WS-HOURLY-COUNT           PIC 9(05) VALUE 0.
       01 WS-CARD-WEEK              PIC 9(06) VALUE 0.
       01 WS-CARD-HOLIDAY-FLAG      PIC X(01) VALUE "N".
           88 WS-CARD-ON-HOLIDAY              VALUE "Y".

      *> PROCCAL.CTL holidays falling inside the period.
       01 WS-HL-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-HL-MAX                 PIC 9(02) COMP VALUE 60.
       01 WS-HOLIDAY-TABLE.
           05 WS-HL-DATE OCCURS 60 TIMES
                              INDEXED BY WS-HL-IDX
                              PIC 9(08).

      *> accepted timecards dated inside the period, with the
      *> Sunday-Saturday week each falls in.
       01 WS-CD-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-CD-MAX                 PIC 9(04) COMP VALUE 5000.
       01 WS-CARD-TABLE.
           05 WS-CD-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-CD-IDX.
               10 WS-CD-PERSON-ID   PIC 9(05).
               10 WS-CD-WEEK        PIC 9(06).
               10 WS-CD-HOURS       PIC 9(02)V9(02).
               10 WS-CD-HOLIDAY     PIC X(01).

      *> one hourly person's non-holiday hours by week.
       01 WS-WK-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-WK-MAX                 PIC 9(02) COMP VALUE 12.
       01 WS-WK-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-WK-FOUND                     VALUE "Y".
       01 WS-WEEK-TABLE.
           05 WS-WK-ENTRY OCCURS 12 TIMES
                              INDEXED BY WS-WK-IDX.
               10 WS-WK-WEEK        PIC 9(06).
               10 WS-WK-HOURS       PIC 9(04)V9(02).

      *> the person's open PAYTRAN adjustments due this period.
       01 WS-TX-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-TX-MAX                 PIC 9(02) COMP VALUE 20.
       01 WS-PERSON-TRAN-TABLE.
           05 WS-TX-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-TX-IDX.
               10 WS-TX-SEQ         PIC 9(04).
               10 WS-TX-TYPE        PIC X(04).
               10 WS-TX-AMOUNT      PIC S9(11).
               10 WS-TX-REF-START   PIC 9(08).
               10 WS-TX-REF-END     PIC 9(08).
               10 WS-TX-APPROVER-ID PIC X(08).

      *> the person's active PERSBANK accounts in sequence order,
      *> with the share of net pay each one is to be credited.
       01 WS-AC-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-AC-MAX                 PIC 9(02) COMP VALUE 9.
       01 WS-AC-TARGET              PIC 9(02) COMP VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 9 TIMES
                              INDEXED BY WS-AC-IDX.
               10 WS-AC-ROUTING     PIC 9(09).
               10 WS-AC-ACCOUNT     PIC X(17).
               10 WS-AC-TYPE        PIC X(01).
               10 WS-AC-METHOD      PIC X(01).
               10 WS-AC-PERCENT     PIC 9(03)V9(02).
               10 WS-AC-FLAT        PIC 9(09).
               10 WS-AC-AMOUNT      PIC 9(11).

       01 WS-PD-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-PD-MAX                 PIC 9(02) COMP VALUE 20.
       01 WS-PERSON-DED-TABLE.
           05 WS-PD-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-PD-IDX.
               10 WS-PD-CODE        PIC X(04).
               10 WS-PD-AMOUNT      PIC 9(11).
               10 WS-PD-PRETAX      PIC X(01).

       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
           05 WS-H1-END             PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-H1-MODE            PIC X(08).
           05 FILLER                PIC X(05) VALUE " PAY ".
           05 WS-H1-PAY-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(39) VALUE
               "PERSON  NAME                 DEPT DAYS".
           05 FILLER                PIC X(18) VALUE "PERIOD GROSS".
           05 FILLER                PIC X(16) VALUE "DEDUCTIONS".
           05 FILLER                PIC X(15) VALUE "FED TAX".
           05 FILLER                PIC X(15) VALUE "STATE TAX".
           05 FILLER                PIC X(18) VALUE "NET PAY".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-AMOUNT          PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DEDUCTS         PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-FED-TAX         PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-STATE-TAX       PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NET             PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NOTE            PIC X(10).
       01 WS-ADJUST-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "ADJUSTMENT ".
           05 WS-AL-TYPE            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-REF-START       PIC X(08).
           05 WS-AL-REF-DASH        PIC X(01).
           05 WS-AL-REF-END         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-AL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ONE-TIME-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "ONE-TIME   ".
           05 WS-OL-TYPE            PIC X(04).
           05 FILLER                PIC X(14) VALUE " APPROVED BY ".
           05 WS-OL-APPROVER        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-OL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-GARNISH-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "GARNISHMENT ".
           05 WS-GA-ORDER           PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-GA-PAYEE           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-GA-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-GA-NOTE            PIC X(12).
       01 WS-LOAN-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "LOAN RECOVERY ".
           05 WS-LL-LOAN-NUMBER     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  INTEREST".
           05 WS-LL-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  BALANCE ".
           05 WS-LL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REMIT-HEADING.
           05 FILLER                PIC X(36) VALUE
               "GARNISHMENT REMITTANCE - PERIOD END ".
           05 WS-RH-END             PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  PAY DATE".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RH-PAY-DATE        PIC 9(08).
           05 FILLER                PIC X(06) VALUE "  RUN ".
           05 WS-RH-RUN-ID          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RH-MODE            PIC X(08).
       01 WS-REMIT-PAYEE-LINE.
           05 FILLER                PIC X(07) VALUE "PAYEE: ".
           05 WS-RL-PAYEE-ID        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RL-PAYEE-NAME      PIC X(30).
       01 WS-REMIT-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "PERSON ".
           05 WS-RL-PERSON-ID       PIC 9(05).
           05 FILLER                PIC X(08) VALUE "  ORDER ".
           05 WS-RL-ORDER           PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-RL-BALANCE-LABEL   PIC X(13).
           05 WS-RL-REMAINING       PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-RL-REMAINING-X REDEFINES WS-RL-REMAINING
                                    PIC X(14).
       01 WS-REMIT-TOTAL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "PAYEE TOTAL  ".
           05 WS-RT-COUNT           PIC ZZZZ9.
           05 FILLER                PIC X(09) VALUE " ORDERS  ".
           05 WS-RT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-HOURS-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "HOURS REGULAR ".
           05 WS-HR-REGULAR         PIC ZZZ9.99.
           05 FILLER                PIC X(11) VALUE "  OVERTIME ".
           05 WS-HR-OVERTIME        PIC ZZZ9.99.
           05 FILLER                PIC X(10) VALUE "  HOLIDAY ".
           05 WS-HR-HOLIDAY         PIC ZZZ9.99.
           05 FILLER                PIC X(07) VALUE "  RATE ".
           05 WS-HR-RATE            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-HR-CURRENCY        PIC X(03).
       01 WS-CURRENCY-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "PAID IN ".
           05 WS-CL-CURRENCY        PIC X(03).
           05 FILLER                PIC X(14) VALUE "  LOCAL GROSS ".
           05 WS-CL-LOCAL-GROSS     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  AT RATE ".
           05 WS-CL-RATE            PIC ZZ,ZZ9.999999.
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE "DEPT TOTAL ".
           05 WS-TL-DEPT            PIC X(04).
           05 FILLER                PIC X(16) VALUE
               "GRAND TOTAL     ".
           05 WS-GL-AMOUNT          PIC X(25).
       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL           PIC X(16).
           05 WS-SL-AMOUNT          PIC X(25).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(06) VALUE "PAID: ".
           05 WS-FL-PAID            PIC ZZZZ9.
           05 WS-FL-SKIPPED         PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  NO COMP: ".
           05 WS-FL-NO-COMP         PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  POSTED: ".
           05 WS-FL-POSTED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-EDIT-THE-PERIOD
               IF WS-PERIOD-OK AND WS-FINAL-RUN
                   PERFORM 1100-CHECK-NOT-YET-POSTED
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-PERIOD-OK
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME
                           " Set PAYCYCLE_START and PAYCYCLE_END to "
                           "valid dates with start <= end."
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-ALREADY-POSTED
                       PERFORM 1190-REFUSE-REPOST
                   WHEN OTHER
                       PERFORM 1400-CHECK-EXCHANGE-RATES
                       IF WS-RATES-OK
                           PERFORM 1500-OPEN-FILES
                           IF WS-PM-OK AND WS-CM-OK
                               PERFORM 2000-PAY-ONE-PERSON
                                   UNTIL WS-AT-END
                               PERFORM 3000-WRITE-TOTALS
                               PERFORM 3900-CLOSE-FILES
                               PERFORM 0030-MARK-JOB-COMPLETE
                           END-IF
                           CLOSE PAY-REGISTER
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.
           MOVE "N" TO WS-PERIOD-OK-FLAG
           ACCEPT WS-START-TEXT FROM ENVIRONMENT "PAYCYCLE_START"
           ACCEPT WS-END-TEXT FROM ENVIRONMENT "PAYCYCLE_END"
           ACCEPT WS-FINAL-TEXT FROM ENVIRONMENT "PAYCYCLE_FINAL"
           IF WS-FINAL-RUN
               MOVE "FINAL" TO WS-MODE-TEXT
           END-IF
           IF WS-START-TEXT IS NUMERIC AND WS-END-TEXT IS NUMERIC
               MOVE WS-START-TEXT TO WS-PERIOD-START
               MOVE WS-END-TEXT TO WS-PERIOD-END
               IF WS-START-DAYS > 0
                   AND WS-END-DAYS NOT < WS-START-DAYS
                   SET WS-PERIOD-OK TO TRUE
                   COMPUTE WS-PERIOD-DAYS =
                       WS-END-DAYS - WS-START-DAYS + 1
                   MOVE WS-PERIOD-END TO DC-DATE
                   CALL "NextBusinessDay" USING DC-DATE
                   MOVE DC-DATE TO WS-PAY-DATE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-CHECK-NOT-YET-POSTED - a finalized run may not post a  *>
      *> period that overlaps any period already on PAYPOST.LOG.     *>
      *> No log yet means nothing has been posted.                   *>
      *>----------------------------------------------------------*>
       1100-CHECK-NOT-YET-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED-FLAG
           MOVE "N" TO WS-PD-EOF
           OPEN INPUT PAY-PERIOD-LOG
           IF WS-PD-STATUS = "00"
               PERFORM 1110-TEST-ONE-POSTED-PERIOD
                   UNTIL WS-PD-AT-END OR WS-ALREADY-POSTED
               CLOSE PAY-PERIOD-LOG
           END-IF.

       1110-TEST-ONE-POSTED-PERIOD.
           READ PAY-PERIOD-LOG
               AT END
                   SET WS-PD-AT-END TO TRUE
               NOT AT END
                   IF PD-PERIOD-START IS NUMERIC
                       AND PD-PERIOD-END IS NUMERIC
                       AND PD-PERIOD-START NOT > WS-PERIOD-END
                       AND PD-PERIOD-END NOT < WS-PERIOD-START
                       SET WS-ALREADY-POSTED TO TRUE
                   END-IF
           END-READ.

       1190-REFUSE-REPOST.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Period " WS-PERIOD-START " to " WS-PERIOD-END
               " overlaps a posted period - not posted again."
           MOVE "PAYCYCLE" TO LE-PROGRAM-NAME
           MOVE "1100-CHECK-NOT-YET-POSTED" TO LE-PARAGRAPH-NAME
           MOVE "Period already posted - rerun refused"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE 8 TO RETURN-CODE.

      *>----------------------------------------------------------*>
      *> 1400-CHECK-EXCHANGE-RATES - everyone paid in a currency      *>
      *> other than the base must convert at the rate in force on     *>
      *> the period end: the pay for the whole period (the most they  *>
      *> can be paid for it) and each open PAYTRAN amount are         *>
      *> trial-converted just as 2080 will convert them.  Checked     *>
      *> before anything is opened for posting, so a missing rate or  *>
      *> an amount too large to convert stops the step with nobody    *>
      *> paid rather than part way through the ledger and the bank    *>
      *> file.  The holidays and timecards the hourly pay is priced   *>
      *> from are loaded here for the run.  No COMPMAST here is left  *>
      *> for 1500 to report.                                          *>
      *>----------------------------------------------------------*>
       1400-CHECK-EXCHANGE-RATES.
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           MOVE XRateBaseCurrency TO WS-BASE-CURRENCY
           MOVE "Y" TO WS-RATES-FLAG
           MOVE 0 TO WS-MISSING-RATE-COUNT
           PERFORM 1800-LOAD-PERIOD-HOLIDAYS
           PERFORM 1850-LOAD-PERIOD-TIMECARDS
           MOVE WS-PERIOD-START TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           MOVE DC-DAY-NUMBER TO WS-PAY-FROM-DAYS
           MOVE WS-PERIOD-END TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           MOVE DC-DAY-NUMBER TO WS-PAY-TO-DAYS
           COMPUTE WS-FULL-PERIOD-DAYS =
               WS-PAY-TO-DAYS - WS-PAY-FROM-DAYS + 1
           OPEN INPUT PAY-TRANSACTION
           IF WS-PT-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-CM-OK
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO CM-PERSON-ID
               START COMP-MASTER KEY IS GREATER THAN CM-PERSON-ID
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
               PERFORM 1410-CHECK-ONE-COMP-RATE
                   UNTIL WS-AT-END
               CLOSE COMP-MASTER
           END-IF
           IF WS-TRAN-FILE-OPEN
               CLOSE PAY-TRANSACTION
               MOVE "N" TO WS-TRAN-FILE-FLAG
           END-IF
           IF NOT WS-RATES-OK
               MOVE "PAYCYCLE" TO LE-PROGRAM-NAME
               MOVE "1400-CHECK-EXCHANGE-RATES" TO LE-PARAGRAPH-NAME
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "No conversion on " DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   " for " DELIMITED BY SIZE
                   WS-MISSING-RATE-COUNT DELIMITED BY SIZE
                   " people - nobody paid" DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               SET LE-SEVERITY-CRITICAL TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

       1410-CHECK-ONE-COMP-RATE.
           READ COMP-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CM-CURRENCY-CODE NOT = SPACES
                       AND CM-CURRENCY-CODE NOT = WS-BASE-CURRENCY
                       PERFORM 1420-TRIAL-CONVERT-PERSON
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1420-TRIAL-CONVERT-PERSON - the pay 2100 would price for the *>
      *> whole period (a hire or termination date only shortens it)   *>
      *> and each open PAYTRAN amount 2050 would gather, each put     *>
      *> through ConvertCurrency on its own as 2080 and 2087 do.      *>
      *> The person is counted once however many amounts fail.        *>
      *>----------------------------------------------------------*>
       1420-TRIAL-CONVERT-PERSON.
           MOVE "Y" TO WS-PERSON-RATE-FLAG
           MOVE CM-PERSON-ID TO PM-PERSON-ID
           IF CM-HOURLY
               PERFORM 2070-PRICE-HOURLY-TIME
           ELSE
               COMPUTE WS-PERIOD-AMOUNT ROUNDED =
                   CM-ANNUAL-SALARY * WS-FULL-PERIOD-DAYS / 365
           END-IF
           MOVE WS-PERIOD-AMOUNT TO CX-LOCAL-AMOUNT
           PERFORM 2085-CALL-CONVERT-CURRENCY
           IF NOT CX-RATE-FOUND
               PERFORM 1430-REFUSE-CONVERSION
           END-IF
           PERFORM 2050-GATHER-PAY-TRANSACTIONS
           PERFORM 1425-TRIAL-CONVERT-TRANSACTION
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-COUNT
           IF NOT WS-PERSON-RATE-OK
               MOVE "N" TO WS-RATES-FLAG
               ADD 1 TO WS-MISSING-RATE-COUNT
           END-IF.

       1425-TRIAL-CONVERT-TRANSACTION.
           IF WS-TX-AMOUNT(WS-TX-IDX) < 0
               COMPUTE CX-LOCAL-AMOUNT = 0 - WS-TX-AMOUNT(WS-TX-IDX)
           ELSE
               MOVE WS-TX-AMOUNT(WS-TX-IDX) TO CX-LOCAL-AMOUNT
           END-IF
           PERFORM 2085-CALL-CONVERT-CURRENCY
           IF NOT CX-RATE-FOUND
               PERFORM 1430-REFUSE-CONVERSION
           END-IF.

       1430-REFUSE-CONVERSION.
           MOVE "N" TO WS-PERSON-RATE-FLAG
           IF CX-RATE-MISSING
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No exchange rate for " CM-CURRENCY-CODE
                   " on " WS-PERIOD-END " (person " CM-PERSON-ID
                   ") - nobody paid"
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " CX-LOCAL-AMOUNT " " CM-CURRENCY-CODE
                   " too large to convert (person " CM-PERSON-ID
                   ") - nobody paid"
           END-IF.

       1500-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           OPEN INPUT COMP-MASTER
           IF WS-SV-OK
               SET WS-SERVICE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT DEDUCT-MASTER
           IF WS-DD-OK
               SET WS-DED-FILE-OPEN TO TRUE
           END-IF
           IF WS-FINAL-RUN
               PERFORM 1600-OPEN-POSTING-FILES
               OPEN I-O PAY-TRANSACTION
           ELSE
               OPEN INPUT PAY-TRANSACTION
           END-IF
           IF WS-PT-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           IF WS-FINAL-RUN
               OPEN I-O GARNISH-ORDER
           ELSE
               OPEN INPUT GARNISH-ORDER
           END-IF
           IF WS-GN-OK
               SET WS-GARN-FILE-OPEN TO TRUE
           END-IF
           IF WS-FINAL-RUN
               OPEN I-O EMPLOYEE-LOAN
           ELSE
               OPEN INPUT EMPLOYEE-LOAN
           END-IF
           IF WS-LN-OK
               SET WS-LOAN-FILE-OPEN TO TRUE
           END-IF
           STRING "PAYCYCLE." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-PERIOD-START TO WS-H1-START
           MOVE WS-PERIOD-END TO WS-H1-END
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE WS-MODE-TEXT TO WS-H1-MODE
           MOVE WS-PAY-DATE TO WS-H1-PAY-DATE
           MOVE WS-HEADING-1 TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO PG-REPORT-LINE
               END-START
           END-IF.

      *>----------------------------------------------------------*>
      *> 1600-OPEN-POSTING-FILES - the ledger is appended to and the *>
      *> YTD master updated in place; both are created on first use. *>
      *>----------------------------------------------------------*>
       1600-OPEN-POSTING-FILES.
           PERFORM 1700-OPEN-PAYMENT-FILE
           OPEN EXTEND PAY-LEDGER
           IF WS-LG-STATUS = "35"
               OPEN OUTPUT PAY-LEDGER
               CLOSE PAY-LEDGER
               OPEN EXTEND PAY-LEDGER
           END-IF
           OPEN I-O PAY-YTD
           IF WS-YT-STATUS = "35"
               OPEN OUTPUT PAY-YTD
               CLOSE PAY-YTD
               OPEN I-O PAY-YTD
           END-IF.

      *>----------------------------------------------------------*>
      *> 1700-OPEN-PAYMENT-FILE - PERSBANK is optional (no file,     *>
      *> everyone is paid by cheque); the payment file for the pay   *>
      *> date is started with its file and batch headers.            *>
      *>----------------------------------------------------------*>
       1700-OPEN-PAYMENT-FILE.
           OPEN INPUT PERSON-BANK
           IF WS-BA-OK
               SET WS-BANK-FILE-OPEN TO TRUE
           END-IF
           ACCEPT WS-BANK-DEST-TEXT
               FROM ENVIRONMENT "PAYCYCLE_BANK_DEST"
           IF WS-BANK-DEST-TEXT IS NUMERIC
               MOVE WS-BANK-DEST-TEXT TO WS-BANK-DEST
           END-IF
           ACCEPT WS-BANK-ORIGIN-TEXT
               FROM ENVIRONMENT "PAYCYCLE_BANK_ORIGIN"
           IF WS-BANK-ORIGIN-TEXT IS NUMERIC
               MOVE WS-BANK-ORIGIN-TEXT TO WS-BANK-ORIGIN
           END-IF
           COMPUTE WS-ORIGIN-DFI = WS-BANK-ORIGIN / 10
           ACCEPT WS-COMPANY-NAME FROM ENVIRONMENT "PAYCYCLE_COMPANY"
           IF WS-COMPANY-NAME = SPACES
               MOVE "SHOP PAYROLL" TO WS-COMPANY-NAME
           END-IF
           MOVE SPACES TO WS-PAYMENT-FILE-NAME
           STRING "BANKPAY." DELIMITED BY SIZE
               WS-PAY-DATE DELIMITED BY SIZE
               INTO WS-PAYMENT-FILE-NAME
           OPEN OUTPUT BANK-PAYMENT
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-FILE-HEADER TO TRUE
           MOVE 1 TO BP-PRIORITY-CODE
           MOVE WS-BANK-DEST TO BP-DESTINATION
           MOVE WS-BANK-ORIGIN TO BP-ORIGIN
           MOVE RC-RUN-DATE TO WS-DATE-WORK
           MOVE WS-DATE-YYMMDD TO BP-CREATION-DATE
           MOVE RC-RUN-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HHMM TO BP-CREATION-TIME
           MOVE "A" TO BP-FILE-ID-MODIFIER
           MOVE 94 TO BP-RECORD-SIZE
           MOVE 10 TO BP-BLOCKING-FACTOR
           MOVE 1 TO BP-FORMAT-CODE
           MOVE WS-COMPANY-NAME TO BP-ORIGIN-NAME
           MOVE RC-RUN-ID TO BP-REFERENCE-CODE
           PERFORM 2890-WRITE-PAYMENT-RECORD
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-BATCH-HEADER TO TRUE
           MOVE 220 TO BP-BH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME TO BP-BH-COMPANY-NAME
           MOVE WS-BANK-ORIGIN-TEXT TO BP-BH-COMPANY-ID
           MOVE "PPD" TO BP-BH-ENTRY-CLASS
           MOVE "PAYROLL" TO BP-BH-DESCRIPTION
           MOVE WS-PAY-DATE TO WS-DATE-WORK
           MOVE WS-DATE-YYMMDD TO BP-BH-EFFECTIVE-DATE
           MOVE "1" TO BP-BH-ORIGINATOR-STATUS
           MOVE WS-ORIGIN-DFI TO BP-BH-ORIGINATING-DFI
           MOVE 1 TO BP-BH-BATCH-NUMBER
           PERFORM 2890-WRITE-PAYMENT-RECORD.

      *>----------------------------------------------------------*>
      *> 1800-LOAD-PERIOD-HOLIDAYS - PROCCAL.CTL dates inside the    *>
      *> period that carry a holiday name.  No calendar, no          *>
      *> holidays.                                                   *>
      *>----------------------------------------------------------*>
       1800-LOAD-PERIOD-HOLIDAYS.
           MOVE 0 TO WS-HL-COUNT
           MOVE "N" TO WS-TC-EOF
           OPEN INPUT PROCESS-CALENDAR
           IF WS-CAL-OK
               PERFORM 1810-LOAD-ONE-CALENDAR-DAY
                   UNTIL WS-TC-AT-END
               CLOSE PROCESS-CALENDAR
           END-IF.

       1810-LOAD-ONE-CALENDAR-DAY.
           READ PROCESS-CALENDAR
               AT END
                   SET WS-TC-AT-END TO TRUE
               NOT AT END
                   IF PC-CAL-DATE IS NUMERIC
                       AND PC-CAL-DATE NOT < WS-PERIOD-START
                       AND PC-CAL-DATE NOT > WS-PERIOD-END
                       AND PC-HOLIDAY-NAME NOT = SPACES
                       AND WS-HL-COUNT < WS-HL-MAX
                       ADD 1 TO WS-HL-COUNT
                       SET WS-HL-IDX TO WS-HL-COUNT
                       MOVE PC-CAL-DATE TO WS-HL-DATE(WS-HL-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1850-LOAD-PERIOD-TIMECARDS - accepted cards dated inside    *>
      *> the period, each with its week (serial day number / 7, so   *>
      *> weeks run Sunday to Saturday) and whether it is a holiday.  *>
      *>----------------------------------------------------------*>
       1850-LOAD-PERIOD-TIMECARDS.
           MOVE 0 TO WS-CD-COUNT
           MOVE "N" TO WS-TC-EOF
           OPEN INPUT TIMECARD-ACCEPTED
           IF WS-TC-OK
               PERFORM 1860-LOAD-ONE-TIMECARD
                   UNTIL WS-TC-AT-END
               CLOSE TIMECARD-ACCEPTED
           END-IF.

       1860-LOAD-ONE-TIMECARD.
           READ TIMECARD-ACCEPTED
               AT END
                   SET WS-TC-AT-END TO TRUE
               NOT AT END
                   IF TC-WORK-DATE IS NUMERIC
                       AND TC-HOURS IS NUMERIC
                       AND TC-WORK-DATE NOT < WS-PERIOD-START
                       AND TC-WORK-DATE NOT > WS-PERIOD-END
                       AND WS-CD-COUNT < WS-CD-MAX
                       PERFORM 1870-KEEP-THIS-TIMECARD
                   END-IF
           END-READ.

       1870-KEEP-THIS-TIMECARD.
           MOVE TC-WORK-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           DIVIDE DC-DAY-NUMBER BY 7 GIVING WS-CARD-WEEK
           MOVE "N" TO WS-CARD-HOLIDAY-FLAG
           PERFORM 1880-MATCH-ONE-HOLIDAY
               VARYING WS-HL-IDX FROM 1 BY 1
               UNTIL WS-HL-IDX > WS-HL-COUNT OR WS-CARD-ON-HOLIDAY
           ADD 1 TO WS-CD-COUNT
           SET WS-CD-IDX TO WS-CD-COUNT
           MOVE TC-PERSON-ID TO WS-CD-PERSON-ID(WS-CD-IDX)
           MOVE WS-CARD-WEEK TO WS-CD-WEEK(WS-CD-IDX)
           MOVE TC-HOURS TO WS-CD-HOURS(WS-CD-IDX)
           MOVE WS-CARD-HOLIDAY-FLAG TO WS-CD-HOLIDAY(WS-CD-IDX).

       1880-MATCH-ONE-HOLIDAY.
           IF WS-HL-DATE(WS-HL-IDX) = TC-WORK-DATE
               SET WS-CARD-ON-HOLIDAY TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-PAY-ONE-PERSON - work out the person's paid span       *>
      *> inside the period: hired after the start prorates forward,  *>
           END-IF
           COMPUTE WS-DAYS-PAID =
               WS-PAY-TO-DAYS - WS-PAY-FROM-DAYS + 1
           IF CM-HOURLY
               PERFORM 2070-PRICE-HOURLY-TIME
           ELSE
               COMPUTE WS-PERIOD-AMOUNT ROUNDED =
                   CM-ANNUAL-SALARY * WS-DAYS-PAID / 365
           END-IF
           MOVE WS-PERIOD-AMOUNT TO WS-BASE-AMOUNT
           PERFORM 2050-GATHER-PAY-TRANSACTIONS
           IF CM-HOURLY AND WS-CARD-HOURS = 0 AND WS-TX-COUNT = 0
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2100-PAY-THIS-PERSON-EXIT
           END-IF
           PERFORM 2080-CONVERT-TO-BASE
           IF WS-ADJUST-AMOUNT NOT = 0
               COMPUTE WS-GROSS-WORK =
                   WS-BASE-AMOUNT + WS-ADJUST-AMOUNT
               IF WS-GROSS-WORK < 0
                   MOVE 0 TO WS-GROSS-WORK
               END-IF
               MOVE WS-GROSS-WORK TO WS-PERIOD-AMOUNT
               COMPUTE WS-ADJUST-AMOUNT =
                   WS-PERIOD-AMOUNT - WS-BASE-AMOUNT
           END-IF
           PERFORM 2400-COMPUTE-DEDUCTIONS
               THRU 2400-COMPUTE-DEDUCTIONS-EXIT
           PERFORM 2500-COMPUTE-WITHHOLDING
           PERFORM 2550-APPLY-GARNISHMENTS
               THRU 2550-APPLY-GARNISHMENTS-EXIT
           PERFORM 2590-RECOVER-LOANS
               THRU 2590-RECOVER-LOANS-EXIT
           PERFORM 2200-WRITE-REGISTER-LINE
           IF CM-HOURLY
               PERFORM 2240-WRITE-HOURS-LINE
               ADD 1 TO WS-HOURLY-COUNT
           END-IF
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               PERFORM 2245-WRITE-CURRENCY-LINE
           END-IF
           PERFORM 2250-WRITE-ONE-ADJUSTMENT
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-COUNT
           PERFORM 2270-WRITE-ONE-GARNISHMENT
               VARYING WS-GO-IDX FROM 1 BY 1
               UNTIL WS-GO-IDX > WS-GO-COUNT
           PERFORM 2295-WRITE-ONE-LOAN-RECOVERY
               VARYING WS-LR-IDX FROM 1 BY 1
               UNTIL WS-LR-IDX > WS-LR-COUNT
           PERFORM 2300-ADD-TO-DEPT-TOTAL
           ADD WS-PERIOD-AMOUNT TO WS-GRAND-TOTAL
           ADD WS-DED-PERSON-TOTAL TO WS-GRAND-DED-TOTAL
           ADD WS-FED-TAX TO WS-GRAND-FED-TOTAL
           ADD WS-STATE-TAX TO WS-GRAND-STATE-TOTAL
           ADD WS-NET-AMOUNT TO WS-GRAND-NET-TOTAL
           ADD 1 TO WS-PAID-COUNT
           IF WS-FINAL-RUN
               PERFORM 2600-POST-LEDGER-ROW
               PERFORM 2700-ROLL-UP-YTD
               PERFORM 2800-PAY-BY-DEPOSIT
                   THRU 2800-PAY-BY-DEPOSIT-EXIT
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
       2100-PAY-THIS-PERSON-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2050-GATHER-PAY-TRANSACTIONS - the person's open PAYTRAN    *>
      *> rows due by the period end (a zero target is due now) are   *>
      *> totalled into the period's adjustment.  No PAYTRAN file     *>
      *> means no adjustments.                                       *>
      *>----------------------------------------------------------*>
       2050-GATHER-PAY-TRANSACTIONS.
           MOVE 0 TO WS-ADJUST-AMOUNT
           MOVE 0 TO WS-TX-COUNT
           IF WS-TRAN-FILE-OPEN
               MOVE "N" TO WS-PT-EOF
               MOVE PM-PERSON-ID TO PT-PERSON-ID
               MOVE 0 TO PT-TRAN-SEQ
               START PAY-TRANSACTION
                   KEY IS NOT LESS THAN PT-TRAN-KEY
                   INVALID KEY
                       SET WS-PT-AT-END TO TRUE
               END-START
               PERFORM 2060-GATHER-ONE-TRANSACTION
                   UNTIL WS-PT-AT-END
           END-IF.

       2060-GATHER-ONE-TRANSACTION.
           READ PAY-TRANSACTION NEXT RECORD
               AT END
                   SET WS-PT-AT-END TO TRUE
               NOT AT END
                   IF PT-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-PT-AT-END TO TRUE
                   ELSE
                       IF PT-OPEN
                           AND PT-TARGET-PERIOD-END
                               NOT > WS-PERIOD-END
                           AND WS-TX-COUNT < WS-TX-MAX
                           ADD 1 TO WS-TX-COUNT
                           SET WS-TX-IDX TO WS-TX-COUNT
                           MOVE PT-TRAN-SEQ TO WS-TX-SEQ(WS-TX-IDX)
                           MOVE PT-PAY-TYPE TO WS-TX-TYPE(WS-TX-IDX)
                           MOVE PT-AMOUNT TO WS-TX-AMOUNT(WS-TX-IDX)
                           MOVE PT-REF-PERIOD-START
                               TO WS-TX-REF-START(WS-TX-IDX)
                           MOVE PT-REF-PERIOD-END
                               TO WS-TX-REF-END(WS-TX-IDX)
                           MOVE PT-APPROVER-ID
                               TO WS-TX-APPROVER-ID(WS-TX-IDX)
                           ADD PT-AMOUNT TO WS-ADJUST-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2070-PRICE-HOURLY-TIME - the person's cards for the period: *>
      *> holiday hours apart, the rest by week, each week's hours    *>
      *> over the limit overtime; each kind at its factor of the     *>
      *> hourly rate.                                                *>
      *>----------------------------------------------------------*>
       2070-PRICE-HOURLY-TIME.
           MOVE 0 TO WS-REGULAR-HOURS WS-OVERTIME-HOURS
               WS-HOLIDAY-HOURS WS-CARD-HOURS
           MOVE 0 TO WS-WK-COUNT
           PERFORM 2075-TAKE-ONE-CARD
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           PERFORM 2078-SPLIT-ONE-WEEK
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WK-COUNT
           COMPUTE WS-PERIOD-AMOUNT ROUNDED =
               CM-HOURLY-RATE * WS-REGULAR-HOURS
               + CM-HOURLY-RATE * WS-OVERTIME-HOURS
                   * WS-OVERTIME-FACTOR
               + CM-HOURLY-RATE * WS-HOLIDAY-HOURS
                   * WS-HOLIDAY-FACTOR.

       2075-TAKE-ONE-CARD.
           IF WS-CD-PERSON-ID(WS-CD-IDX) = PM-PERSON-ID
               ADD WS-CD-HOURS(WS-CD-IDX) TO WS-CARD-HOURS
               IF WS-CD-HOLIDAY(WS-CD-IDX) = "Y"
                   ADD WS-CD-HOURS(WS-CD-IDX) TO WS-HOLIDAY-HOURS
               ELSE
                   PERFORM 2076-ADD-TO-WEEK
               END-IF
           END-IF.

       2076-ADD-TO-WEEK.
           MOVE "N" TO WS-WK-FOUND-FLAG
           PERFORM 2077-MATCH-ONE-WEEK
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WK-COUNT OR WS-WK-FOUND
           IF WS-WK-FOUND
               SET WS-WK-IDX DOWN BY 1
           ELSE
               IF WS-WK-COUNT < WS-WK-MAX
                   ADD 1 TO WS-WK-COUNT
                   SET WS-WK-IDX TO WS-WK-COUNT
                   MOVE WS-CD-WEEK(WS-CD-IDX) TO WS-WK-WEEK(WS-WK-IDX)
                   MOVE 0 TO WS-WK-HOURS(WS-WK-IDX)
               ELSE
                   SET WS-WK-IDX TO WS-WK-MAX
               END-IF
           END-IF
           ADD WS-CD-HOURS(WS-CD-IDX) TO WS-WK-HOURS(WS-WK-IDX).

       2077-MATCH-ONE-WEEK.
           IF WS-WK-WEEK(WS-WK-IDX) = WS-CD-WEEK(WS-CD-IDX)
               SET WS-WK-FOUND TO TRUE
           END-IF.

       2078-SPLIT-ONE-WEEK.
           IF WS-WK-HOURS(WS-WK-IDX) > WS-WEEK-LIMIT
               ADD WS-WEEK-LIMIT TO WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-HOURS = WS-OVERTIME-HOURS
                   + WS-WK-HOURS(WS-WK-IDX) - WS-WEEK-LIMIT
           ELSE
               ADD WS-WK-HOURS(WS-WK-IDX) TO WS-REGULAR-HOURS
           END-IF.

      *>----------------------------------------------------------*>
      *> 2080-CONVERT-TO-BASE - the salary or hourly pay and the      *>
      *> PAYTRAN adjustments are in the person's pay currency; the    *>
      *> local gross (never below zero) is kept for the register and  *>
      *> the ledger, then the pay and each adjustment are converted   *>
      *> to the base currency at the rate in force on the period end  *>
      *> so deductions, tax, the ledger and the bank file all work    *>
      *> in base.  A base-currency person passes through unchanged.   *>
      *>----------------------------------------------------------*>
       2080-CONVERT-TO-BASE.
           MOVE CM-CURRENCY-CODE TO WS-PAY-CURRENCY
           IF WS-PAY-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
           END-IF
           COMPUTE WS-GROSS-WORK = WS-BASE-AMOUNT + WS-ADJUST-AMOUNT
           IF WS-GROSS-WORK < 0
               MOVE 0 TO WS-GROSS-WORK
           END-IF
           MOVE WS-GROSS-WORK TO WS-LOCAL-GROSS
           COMPUTE WS-LOCAL-ADJUST = WS-LOCAL-GROSS - WS-BASE-AMOUNT
           MOVE 1 TO WS-RATE-USED
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-BASE-AMOUNT TO CX-LOCAL-AMOUNT
               PERFORM 2085-CALL-CONVERT-CURRENCY
               IF NOT CX-RATE-FOUND
                   PERFORM 2090-STOP-FOR-MISSING-RATE
               END-IF
               MOVE CX-RATE-USED TO WS-RATE-USED
               MOVE CX-BASE-AMOUNT TO WS-BASE-AMOUNT
               MOVE WS-BASE-AMOUNT TO WS-PERIOD-AMOUNT
               MOVE 0 TO WS-ADJUST-AMOUNT
               PERFORM 2087-CONVERT-ONE-TRANSACTION
                   VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               ADD 1 TO WS-FOREIGN-COUNT
           END-IF.

       2085-CALL-CONVERT-CURRENCY.
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE WS-PERIOD-END TO CX-AS-OF-DATE
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG.

      *> a credit or a claw-back alike, converted on its size.
       2087-CONVERT-ONE-TRANSACTION.
           IF WS-TX-AMOUNT(WS-TX-IDX) < 0
               COMPUTE CX-LOCAL-AMOUNT = 0 - WS-TX-AMOUNT(WS-TX-IDX)
           ELSE
               MOVE WS-TX-AMOUNT(WS-TX-IDX) TO CX-LOCAL-AMOUNT
           END-IF
           PERFORM 2085-CALL-CONVERT-CURRENCY
           IF NOT CX-RATE-FOUND
               PERFORM 2090-STOP-FOR-MISSING-RATE
           END-IF
           IF WS-TX-AMOUNT(WS-TX-IDX) < 0
               COMPUTE WS-TX-AMOUNT(WS-TX-IDX) = 0 - CX-BASE-AMOUNT
           ELSE
               MOVE CX-BASE-AMOUNT TO WS-TX-AMOUNT(WS-TX-IDX)
           END-IF
           ADD WS-TX-AMOUNT(WS-TX-IDX) TO WS-ADJUST-AMOUNT.

      *>----------------------------------------------------------*>
      *> 2090-STOP-FOR-MISSING-RATE - 1400 trial-converted the same   *>
      *> amounts, so this is reached only when XRATEMST changes under *>
      *> the run.  A figure at a guessed rate is worse than no        *>
      *> payroll, so say which person and currency and end the step   *>
      *> with 8, not marked complete.  On a final run the people      *>
      *> above are already posted and in the bank file, so that file  *>
      *> is closed off and the period logged posted for them: a rerun *>
      *> is refused rather than paying them twice, and this person    *>
      *> and those after are paid by hand.                            *>
      *>----------------------------------------------------------*>
       2090-STOP-FOR-MISSING-RATE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No conversion for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " PM-PERSON-ID
               ") - pay cycle stopped"
           MOVE "PAYCYCLE" TO LE-PROGRAM-NAME
           MOVE "2080-CONVERT-TO-BASE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No conversion for " DELIMITED BY SIZE
               CX-CURRENCY-CODE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CX-AS-OF-DATE DELIMITED BY SIZE
               " - pay cycle stopped" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE "*** PAY CYCLE STOPPED - NO EXCHANGE RATE ***"
               TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           IF WS-FINAL-RUN
               MOVE SPACES TO PG-REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-POSTED-COUNT DELIMITED BY SIZE
                   " PEOPLE ABOVE POSTED AND LOGGED - PERSON "
                       DELIMITED BY SIZE
                   PM-PERSON-ID DELIMITED BY SIZE
                   " AND AFTER NOT PAID ***" DELIMITED BY SIZE
                   INTO PG-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               PERFORM 3100-LOG-POSTED-PERIOD
               PERFORM 3200-CLOSE-PAYMENT-FILE
           END-IF
           PERFORM 3900-CLOSE-FILES
           CLOSE PAY-REGISTER
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 2150-LIMIT-TO-TERMINATION - an inactive person is paid only  *>
      *> up to the PERSSERV termination date; inactive with no        *>
           MOVE WS-DAYS-PAID TO WS-DL-DAYS
           MOVE WS-PERIOD-AMOUNT TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DED-PERSON-TOTAL TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-DEDUCTS
           MOVE WS-FED-TAX TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-FED-TAX
           MOVE WS-STATE-TAX TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-STATE-TAX
           MOVE WS-NET-AMOUNT TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-NET
           IF WS-PAY-FROM-DATE > WS-PERIOD-START
               OR WS-PAY-TO-DATE < WS-PERIOD-END
               MOVE "PRORATED" TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2240-WRITE-HOURS-LINE.
           MOVE WS-REGULAR-HOURS TO WS-HR-REGULAR
           MOVE WS-OVERTIME-HOURS TO WS-HR-OVERTIME
           MOVE WS-HOLIDAY-HOURS TO WS-HR-HOLIDAY
           COMPUTE WS-HR-RATE = CM-HOURLY-RATE / 100
           MOVE WS-PAY-CURRENCY TO WS-HR-CURRENCY
           MOVE WS-HOURS-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2245-WRITE-CURRENCY-LINE.
           MOVE WS-PAY-CURRENCY TO WS-CL-CURRENCY
           COMPUTE WS-CL-LOCAL-GROSS = WS-LOCAL-GROSS / 100
           MOVE WS-RATE-USED TO WS-CL-RATE
           MOVE WS-CURRENCY-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2250-WRITE-ONE-ADJUSTMENT - one register line per PAYTRAN   *>
      *> row taken, with the period it corrects; a finalized run     *>
      *> marks the row posted to this period and run.                *>
      *>----------------------------------------------------------*>
       2250-WRITE-ONE-ADJUSTMENT.
           MOVE WS-TX-TYPE(WS-TX-IDX) TO PT-PAY-TYPE
           IF PT-ONE-TIME-PAY
               MOVE WS-TX-TYPE(WS-TX-IDX) TO WS-OL-TYPE
               MOVE WS-TX-APPROVER-ID(WS-TX-IDX) TO WS-OL-APPROVER
               COMPUTE WS-OL-AMOUNT = WS-TX-AMOUNT(WS-TX-IDX) / 100
               MOVE WS-ONE-TIME-LINE TO PG-REPORT-LINE
               ADD 1 TO WS-ONE-TIME-COUNT
           ELSE
               MOVE SPACES TO WS-AL-REF-START WS-AL-REF-DASH
                   WS-AL-REF-END
               MOVE WS-TX-TYPE(WS-TX-IDX) TO WS-AL-TYPE
               IF WS-TX-REF-END(WS-TX-IDX) > 0
                   MOVE WS-TX-REF-START(WS-TX-IDX) TO WS-AL-REF-START
                   MOVE "-" TO WS-AL-REF-DASH
                   MOVE WS-TX-REF-END(WS-TX-IDX) TO WS-AL-REF-END
               END-IF
               COMPUTE WS-AL-AMOUNT = WS-TX-AMOUNT(WS-TX-IDX) / 100
               MOVE WS-ADJUST-LINE TO PG-REPORT-LINE
           END-IF
           PERFORM 2910-EMIT-REPORT-LINE
           ADD 1 TO WS-ADJUST-COUNT
           IF WS-FINAL-RUN
               MOVE PM-PERSON-ID TO PT-PERSON-ID
               MOVE WS-TX-SEQ(WS-TX-IDX) TO PT-TRAN-SEQ
               READ PAY-TRANSACTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PT-POSTED TO TRUE
                       MOVE WS-PERIOD-END TO PT-POSTED-PERIOD-END
                       MOVE RC-RUN-ID TO PT-POSTED-RUN-ID
                       REWRITE PAY-TRANSACTION-RECORD
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 2270-WRITE-ONE-GARNISHMENT - one register line per order    *>
      *> taken; the amount goes to its payee's remittance, and a     *>
      *> finalized run brings the order's paid-to-date forward.      *>
      *>----------------------------------------------------------*>
       2270-WRITE-ONE-GARNISHMENT.
           IF WS-GO-AMOUNT(WS-GO-IDX) > 0
               MOVE WS-GO-ORDER-NUMBER(WS-GO-IDX) TO WS-GA-ORDER
               MOVE WS-GO-PAYEE-ID(WS-GO-IDX) TO WS-GA-PAYEE
               COMPUTE WS-GA-AMOUNT = WS-GO-AMOUNT(WS-GO-IDX) / 100
               MOVE SPACES TO WS-GA-NOTE
               IF WS-GO-AMOUNT(WS-GO-IDX)
                   NOT < WS-GO-REMAINING(WS-GO-IDX)
                   MOVE "  SATISFIED" TO WS-GA-NOTE
               END-IF
               MOVE WS-GARNISH-LINE TO PG-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               ADD 1 TO WS-GARNISH-COUNT
               ADD WS-GO-AMOUNT(WS-GO-IDX) TO WS-GRAND-GARNISH-TOTAL
               PERFORM 2280-ADD-TO-REMITTANCE
               IF WS-FINAL-RUN
                   PERFORM 2290-POST-ONE-GARNISHMENT
               END-IF
           END-IF.

       2280-ADD-TO-REMITTANCE.
           MOVE "N" TO WS-RP-FOUND-FLAG
           PERFORM 2285-MATCH-ONE-PAYEE
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT OR WS-RP-FOUND
           IF WS-RP-FOUND
               SET WS-RP-IDX DOWN BY 1
           ELSE
               IF WS-RP-COUNT < WS-RP-MAX
                   ADD 1 TO WS-RP-COUNT
                   SET WS-RP-IDX TO WS-RP-COUNT
                   MOVE WS-GO-PAYEE-ID(WS-GO-IDX)
                       TO WS-RP-PAYEE-ID(WS-RP-IDX)
                   MOVE WS-GO-PAYEE-NAME(WS-GO-IDX)
                       TO WS-RP-PAYEE-NAME(WS-RP-IDX)
                   MOVE 0 TO WS-RP-COUNT-ORDERS(WS-RP-IDX)
                   MOVE 0 TO WS-RP-AMOUNT(WS-RP-IDX)
               ELSE
                   SET WS-RP-IDX TO WS-RP-MAX
               END-IF
           END-IF
           ADD 1 TO WS-RP-COUNT-ORDERS(WS-RP-IDX)
           ADD WS-GO-AMOUNT(WS-GO-IDX) TO WS-RP-AMOUNT(WS-RP-IDX)
           IF WS-RD-COUNT < WS-RD-MAX
               ADD 1 TO WS-RD-COUNT
               SET WS-RD-IDX TO WS-RD-COUNT
               MOVE WS-RP-PAYEE-ID(WS-RP-IDX)
                   TO WS-RD-PAYEE-ID(WS-RD-IDX)
               MOVE PM-PERSON-ID TO WS-RD-PERSON-ID(WS-RD-IDX)
               MOVE WS-GO-ORDER-NUMBER(WS-GO-IDX)
                   TO WS-RD-ORDER-NUMBER(WS-RD-IDX)
               MOVE WS-GO-AMOUNT(WS-GO-IDX) TO WS-RD-AMOUNT(WS-RD-IDX)
               COMPUTE WS-RD-REMAINING(WS-RD-IDX) =
                   WS-GO-REMAINING(WS-GO-IDX) - WS-GO-AMOUNT(WS-GO-IDX)
           END-IF.

       2285-MATCH-ONE-PAYEE.
           IF WS-RP-PAYEE-ID(WS-RP-IDX) = WS-GO-PAYEE-ID(WS-GO-IDX)
               SET WS-RP-FOUND TO TRUE
           END-IF.

       2290-POST-ONE-GARNISHMENT.
           MOVE PM-PERSON-ID TO GN-PERSON-ID
           MOVE WS-GO-ORDER-NUMBER(WS-GO-IDX) TO GN-ORDER-NUMBER
           READ GARNISH-ORDER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-GO-AMOUNT(WS-GO-IDX) TO GN-PAID-TO-DATE
                   MOVE WS-PERIOD-END TO GN-LAST-PERIOD-END
                   IF GN-TOTAL-OWED > 0
                       AND GN-PAID-TO-DATE NOT < GN-TOTAL-OWED
                       SET GN-SATISFIED TO TRUE
                   END-IF
                   REWRITE GARNISH-ORDER-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 2295-WRITE-ONE-LOAN-RECOVERY - one register line per loan   *>
      *> recovered; a finalized run takes the principal part off     *>
      *> the loan and closes it once nothing is outstanding.         *>
      *>----------------------------------------------------------*>
       2295-WRITE-ONE-LOAN-RECOVERY.
           MOVE WS-LR-LOAN-NUMBER(WS-LR-IDX) TO WS-LL-LOAN-NUMBER
           COMPUTE WS-LL-AMOUNT = WS-LR-AMOUNT(WS-LR-IDX) / 100
           COMPUTE WS-LL-INTEREST = WS-LR-INTEREST(WS-LR-IDX) / 100
           COMPUTE WS-LL-BALANCE = WS-LR-BALANCE(WS-LR-IDX) / 100
           MOVE WS-LOAN-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           ADD 1 TO WS-LOAN-COUNT
           ADD WS-LR-AMOUNT(WS-LR-IDX) TO WS-GRAND-LOAN-TOTAL
           IF WS-FINAL-RUN
               MOVE PM-PERSON-ID TO LN-PERSON-ID
               MOVE WS-LR-LOAN-NUMBER(WS-LR-IDX) TO LN-LOAN-NUMBER
               READ EMPLOYEE-LOAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-LR-PRINCIPAL(WS-LR-IDX)
                           FROM LN-OUTSTANDING
                       ADD WS-LR-AMOUNT(WS-LR-IDX)
                           TO LN-RECOVERED-TO-DATE
                       ADD WS-LR-INTEREST(WS-LR-IDX)
                           TO LN-INTEREST-TO-DATE
                       MOVE WS-PERIOD-END TO LN-LAST-PERIOD-END
                       IF LN-OUTSTANDING = 0
                           SET LN-PAID-OFF TO TRUE
                       END-IF
                       REWRITE EMPLOYEE-LOAN-RECORD
               END-READ
           END-IF.

       2300-ADD-TO-DEPT-TOTAL.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 2310-MATCH-ONE-DEPT
               SET WS-DT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-COMPUTE-DEDUCTIONS - position DEDMAST at this person    *>
      *> and price each active deduction for the days paid: a flat   *>
      *> one prorates its annual cents, a percentage one takes its   *>
      *> rate of the period gross.  Each is kept in the person's     *>
      *> deduction table with its pre-tax standing from the tax      *>
      *> table, and the pre-tax ones are totalled apart.             *>
      *>----------------------------------------------------------*>
       2400-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-DED-PERSON-TOTAL
           MOVE 0 TO WS-PRETAX-TOTAL
           MOVE 0 TO WS-PD-COUNT
           IF NOT WS-DED-FILE-OPEN
               GO TO 2400-COMPUTE-DEDUCTIONS-EXIT
           END-IF
           MOVE "N" TO WS-DED-EOF
           MOVE PM-PERSON-ID TO DD-PERSON-ID
           MOVE SPACES TO DD-DEDUCT-CODE
           START DEDUCT-MASTER KEY IS NOT LESS THAN DD-DEDUCT-KEY
               INVALID KEY
                   SET WS-DED-AT-END TO TRUE
           END-START
           PERFORM 2410-TOTAL-ONE-DEDUCTION
               UNTIL WS-DED-AT-END.
       2400-COMPUTE-DEDUCTIONS-EXIT.
           EXIT.

       2410-TOTAL-ONE-DEDUCTION.
           READ DEDUCT-MASTER NEXT RECORD
               AT END
                   SET WS-DED-AT-END TO TRUE
               NOT AT END
                   IF DD-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-DED-AT-END TO TRUE
                   ELSE
                       IF DD-ACTIVE
                           PERFORM 2420-PRICE-ONE-DEDUCTION
                       END-IF
                   END-IF
           END-READ.

       2420-PRICE-ONE-DEDUCTION.
           IF DD-METHOD-PERCENT
               COMPUTE WS-DED-THIS-AMOUNT ROUNDED =
                   WS-PERIOD-AMOUNT * DD-PERCENT-RATE / 100
           ELSE
               COMPUTE WS-DED-THIS-AMOUNT ROUNDED =
                   DD-FLAT-AMOUNT * WS-DAYS-PAID / 365
           END-IF
           ADD WS-DED-THIS-AMOUNT TO WS-DED-PERSON-TOTAL
           MOVE DD-DEDUCT-CODE TO WC-DEDUCT-CODE
           CALL "IsPreTaxDeduction" USING WC-DEDUCT-CODE
               WC-PRETAX-FLAG
           IF WC-PRETAX-DEDUCTION
               ADD WS-DED-THIS-AMOUNT TO WS-PRETAX-TOTAL
           END-IF
           IF WS-PD-COUNT < WS-PD-MAX
               ADD 1 TO WS-PD-COUNT
               SET WS-PD-IDX TO WS-PD-COUNT
               MOVE DD-DEDUCT-CODE TO WS-PD-CODE(WS-PD-IDX)
               MOVE WS-DED-THIS-AMOUNT TO WS-PD-AMOUNT(WS-PD-IDX)
               MOVE WC-PRETAX-FLAG TO WS-PD-PRETAX(WS-PD-IDX)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2500-COMPUTE-WITHHOLDING - federal and state tax on the     *>
      *> period gross less the pre-tax deductions, as of the period  *>
      *> end, annualized over the whole period's days; net is what   *>
      *> is left after deductions and tax, never below zero.         *>
      *>----------------------------------------------------------*>
       2500-COMPUTE-WITHHOLDING.
           IF WS-PRETAX-TOTAL < WS-PERIOD-AMOUNT
               COMPUTE WS-TAXABLE-AMOUNT =
                   WS-PERIOD-AMOUNT - WS-PRETAX-TOTAL
           ELSE
               MOVE 0 TO WS-TAXABLE-AMOUNT
           END-IF
           MOVE PM-PERSON-ID TO WC-PERSON-ID
           MOVE WS-PERIOD-END TO WC-AS-OF-DATE
           MOVE WS-TAXABLE-AMOUNT TO WC-TAXABLE-AMOUNT
           MOVE WS-PERIOD-DAYS TO WC-PERIOD-DAYS
           CALL "CalcWithholding" USING WC-PERSON-ID WC-AS-OF-DATE
               WC-TAXABLE-AMOUNT WC-PERIOD-DAYS WC-FED-AMOUNT
               WC-STATE-AMOUNT WC-STATE-CODE WC-ELECTION-FLAG
           MOVE WC-FED-AMOUNT TO WS-FED-TAX
           MOVE WC-STATE-AMOUNT TO WS-STATE-TAX
           COMPUTE WS-NET-AMOUNT = WS-PERIOD-AMOUNT
               - WS-DED-PERSON-TOTAL - WS-FED-TAX - WS-STATE-TAX
           IF WS-NET-AMOUNT < 0
               MOVE 0 TO WS-NET-AMOUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2550-APPLY-GARNISHMENTS - the person's active orders, after *>
      *> tax, lowest priority number first.  Each takes its flat     *>
      *> amount or its rate of disposable earnings (gross less       *>
      *> federal and state tax), held to what is still owed, to what *>
      *> net pay is left, and to its cap percent of disposable       *>
      *> earnings less what earlier orders took.  The total goes on  *>
      *> as after-tax deduction GARN.                                *>
      *>----------------------------------------------------------*>
       2550-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GO-COUNT
           MOVE 0 TO WS-GARNISH-TOTAL
           IF NOT WS-GARN-FILE-OPEN
               GO TO 2550-APPLY-GARNISHMENTS-EXIT
           END-IF
           MOVE "N" TO WS-GN-EOF
           MOVE PM-PERSON-ID TO GN-PERSON-ID
           MOVE SPACES TO GN-ORDER-NUMBER
           START GARNISH-ORDER KEY IS NOT LESS THAN GN-ORDER-KEY
               INVALID KEY
                   SET WS-GN-AT-END TO TRUE
           END-START
           PERFORM 2560-LOAD-ONE-ORDER
               UNTIL WS-GN-AT-END
           IF WS-GO-COUNT = 0
               GO TO 2550-APPLY-GARNISHMENTS-EXIT
           END-IF
           COMPUTE WS-GARNISH-LIMIT = WS-PERIOD-AMOUNT
               - WS-FED-TAX - WS-STATE-TAX
           IF WS-GARNISH-LIMIT > 0
               MOVE WS-GARNISH-LIMIT TO WS-DISPOSABLE-AMOUNT
           ELSE
               MOVE 0 TO WS-DISPOSABLE-AMOUNT
           END-IF
           PERFORM 2570-APPLY-NEXT-ORDER
               VARYING WS-GO-PASS FROM 1 BY 1
               UNTIL WS-GO-PASS > WS-GO-COUNT
           IF WS-GARNISH-TOTAL > 0
               SUBTRACT WS-GARNISH-TOTAL FROM WS-NET-AMOUNT
               ADD WS-GARNISH-TOTAL TO WS-DED-PERSON-TOTAL
               IF WS-PD-COUNT < WS-PD-MAX
                   ADD 1 TO WS-PD-COUNT
                   SET WS-PD-IDX TO WS-PD-COUNT
                   MOVE "GARN" TO WS-PD-CODE(WS-PD-IDX)
                   MOVE WS-GARNISH-TOTAL TO WS-PD-AMOUNT(WS-PD-IDX)
                   MOVE "N" TO WS-PD-PRETAX(WS-PD-IDX)
               END-IF
           END-IF.
       2550-APPLY-GARNISHMENTS-EXIT.
           EXIT.

       2560-LOAD-ONE-ORDER.
           READ GARNISH-ORDER NEXT RECORD
               AT END
                   SET WS-GN-AT-END TO TRUE
               NOT AT END
                   IF GN-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-GN-AT-END TO TRUE
                   ELSE
                       IF GN-ACTIVE AND WS-GO-COUNT < WS-GO-MAX
                           PERFORM 2565-KEEP-THIS-ORDER
                       END-IF
                   END-IF
           END-READ.

       2565-KEEP-THIS-ORDER.
           ADD 1 TO WS-GO-COUNT
           SET WS-GO-IDX TO WS-GO-COUNT
           MOVE GN-ORDER-NUMBER TO WS-GO-ORDER-NUMBER(WS-GO-IDX)
           MOVE GN-PRIORITY TO WS-GO-PRIORITY(WS-GO-IDX)
           MOVE GN-METHOD-FLAG TO WS-GO-METHOD(WS-GO-IDX)
           MOVE GN-FLAT-AMOUNT TO WS-GO-FLAT(WS-GO-IDX)
           MOVE GN-PERCENT-RATE TO WS-GO-RATE(WS-GO-IDX)
           MOVE GN-CAP-PERCENT TO WS-GO-CAP(WS-GO-IDX)
           IF GN-TOTAL-OWED = 0
               MOVE 99999999999 TO WS-GO-REMAINING(WS-GO-IDX)
           ELSE
               IF GN-PAID-TO-DATE < GN-TOTAL-OWED
                   COMPUTE WS-GO-REMAINING(WS-GO-IDX) =
                       GN-TOTAL-OWED - GN-PAID-TO-DATE
               ELSE
                   MOVE 0 TO WS-GO-REMAINING(WS-GO-IDX)
               END-IF
           END-IF
           MOVE GN-PAYEE-ID TO WS-GO-PAYEE-ID(WS-GO-IDX)
           MOVE GN-PAYEE-NAME TO WS-GO-PAYEE-NAME(WS-GO-IDX)
           MOVE 0 TO WS-GO-AMOUNT(WS-GO-IDX)
           MOVE "N" TO WS-GO-DONE(WS-GO-IDX).

      *>----------------------------------------------------------*>
      *> 2570-APPLY-NEXT-ORDER - the order not yet taken with the    *>
      *> lowest priority number (first loaded wins a tie).           *>
      *>----------------------------------------------------------*>
       2570-APPLY-NEXT-ORDER.
           MOVE 999 TO WS-GO-LOW-PRIORITY
           MOVE 0 TO WS-GO-NEXT
           PERFORM 2575-TEST-ONE-PRIORITY
               VARYING WS-GO-IDX FROM 1 BY 1
               UNTIL WS-GO-IDX > WS-GO-COUNT
           IF WS-GO-NEXT > 0
               SET WS-GO-IDX TO WS-GO-NEXT
               MOVE "Y" TO WS-GO-DONE(WS-GO-IDX)
               PERFORM 2580-PRICE-ONE-ORDER
           END-IF.

       2575-TEST-ONE-PRIORITY.
           IF WS-GO-DONE(WS-GO-IDX) = "N"
               AND WS-GO-PRIORITY(WS-GO-IDX) < WS-GO-LOW-PRIORITY
               MOVE WS-GO-PRIORITY(WS-GO-IDX) TO WS-GO-LOW-PRIORITY
               SET WS-GO-NEXT TO WS-GO-IDX
           END-IF.

       2580-PRICE-ONE-ORDER.
           IF WS-GO-METHOD(WS-GO-IDX) = "P"
               COMPUTE WS-GARNISH-THIS ROUNDED =
                   WS-DISPOSABLE-AMOUNT * WS-GO-RATE(WS-GO-IDX) / 100
           ELSE
               MOVE WS-GO-FLAT(WS-GO-IDX) TO WS-GARNISH-THIS
           END-IF
           COMPUTE WS-GARNISH-LIMIT ROUNDED =
               WS-DISPOSABLE-AMOUNT * WS-GO-CAP(WS-GO-IDX) / 100
               - WS-GARNISH-TOTAL
           IF WS-GARNISH-LIMIT < 0
               MOVE 0 TO WS-GARNISH-LIMIT
           END-IF
           IF WS-GARNISH-THIS > WS-GARNISH-LIMIT
               MOVE WS-GARNISH-LIMIT TO WS-GARNISH-THIS
           END-IF
           IF WS-GARNISH-THIS > WS-GO-REMAINING(WS-GO-IDX)
               MOVE WS-GO-REMAINING(WS-GO-IDX) TO WS-GARNISH-THIS
           END-IF
           COMPUTE WS-GARNISH-LIMIT = WS-NET-AMOUNT - WS-GARNISH-TOTAL
           IF WS-GARNISH-LIMIT < 0
               MOVE 0 TO WS-GARNISH-LIMIT
           END-IF
           IF WS-GARNISH-THIS > WS-GARNISH-LIMIT
               MOVE WS-GARNISH-LIMIT TO WS-GARNISH-THIS
           END-IF
           MOVE WS-GARNISH-THIS TO WS-GO-AMOUNT(WS-GO-IDX)
           ADD WS-GARNISH-THIS TO WS-GARNISH-TOTAL.

      *>----------------------------------------------------------*>
      *> 2590-RECOVER-LOANS - each active loan due by the period end  *>
      *> takes its monthly payment prorated for the days paid, held  *>
      *> to interest plus what is outstanding and to the net pay     *>
      *> left after garnishments.  Interest on the outstanding       *>
      *> principal for the days paid comes first, the rest is        *>
      *> principal.  The total goes on as after-tax deduction LOAN.  *>
      *>----------------------------------------------------------*>
       2590-RECOVER-LOANS.
           MOVE 0 TO WS-LR-COUNT
           MOVE 0 TO WS-LOAN-TOTAL
           IF NOT WS-LOAN-FILE-OPEN OR WS-NET-AMOUNT NOT > 0
               GO TO 2590-RECOVER-LOANS-EXIT
           END-IF
           MOVE "N" TO WS-LN-EOF
           MOVE PM-PERSON-ID TO LN-PERSON-ID
           MOVE SPACES TO LN-LOAN-NUMBER
           START EMPLOYEE-LOAN KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY
                   SET WS-LN-AT-END TO TRUE
           END-START
           PERFORM 2592-TAKE-ONE-LOAN
               UNTIL WS-LN-AT-END
           IF WS-LOAN-TOTAL > 0
               SUBTRACT WS-LOAN-TOTAL FROM WS-NET-AMOUNT
               ADD WS-LOAN-TOTAL TO WS-DED-PERSON-TOTAL
               IF WS-PD-COUNT < WS-PD-MAX
                   ADD 1 TO WS-PD-COUNT
                   SET WS-PD-IDX TO WS-PD-COUNT
                   MOVE "LOAN" TO WS-PD-CODE(WS-PD-IDX)
                   MOVE WS-LOAN-TOTAL TO WS-PD-AMOUNT(WS-PD-IDX)
                   MOVE "N" TO WS-PD-PRETAX(WS-PD-IDX)
               END-IF
           END-IF.
       2590-RECOVER-LOANS-EXIT.
           EXIT.

       2592-TAKE-ONE-LOAN.
           READ EMPLOYEE-LOAN NEXT RECORD
               AT END
                   SET WS-LN-AT-END TO TRUE
               NOT AT END
                   IF LN-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-LN-AT-END TO TRUE
                   ELSE
                       IF LN-ACTIVE
                           AND LN-OUTSTANDING > 0
                           AND LN-FIRST-DUE-DATE NOT > WS-PERIOD-END
                           AND WS-LR-COUNT < WS-LR-MAX
                           PERFORM 2594-PRICE-ONE-LOAN
                       END-IF
                   END-IF
           END-READ.

       2594-PRICE-ONE-LOAN.
           COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
               LN-MONTHLY-PAYMENT * 12 * WS-DAYS-PAID / 365
           COMPUTE WS-LOAN-INTEREST ROUNDED =
               LN-OUTSTANDING * LN-ANNUAL-RATE / 100
                   * WS-DAYS-PAID / 365
           COMPUTE WS-LOAN-DUE = LN-OUTSTANDING + WS-LOAN-INTEREST
           IF WS-LOAN-INSTALLMENT > WS-LOAN-DUE
               MOVE WS-LOAN-DUE TO WS-LOAN-INSTALLMENT
           END-IF
           COMPUTE WS-LOAN-NET-LEFT = WS-NET-AMOUNT - WS-LOAN-TOTAL
           IF WS-LOAN-NET-LEFT < 0
               MOVE 0 TO WS-LOAN-NET-LEFT
           END-IF
           IF WS-LOAN-INSTALLMENT > WS-LOAN-NET-LEFT
               MOVE WS-LOAN-NET-LEFT TO WS-LOAN-INSTALLMENT
           END-IF
           IF WS-LOAN-INSTALLMENT > 0
               IF WS-LOAN-INTEREST > WS-LOAN-INSTALLMENT
                   MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-INTEREST
               END-IF
               ADD 1 TO WS-LR-COUNT
               SET WS-LR-IDX TO WS-LR-COUNT
               MOVE LN-LOAN-NUMBER TO WS-LR-LOAN-NUMBER(WS-LR-IDX)
               MOVE WS-LOAN-INSTALLMENT TO WS-LR-AMOUNT(WS-LR-IDX)
               MOVE WS-LOAN-INTEREST TO WS-LR-INTEREST(WS-LR-IDX)
               COMPUTE WS-LR-PRINCIPAL(WS-LR-IDX) =
                   WS-LOAN-INSTALLMENT - WS-LOAN-INTEREST
               COMPUTE WS-LR-BALANCE(WS-LR-IDX) =
                   LN-OUTSTANDING - WS-LR-PRINCIPAL(WS-LR-IDX)
               ADD WS-LOAN-INSTALLMENT TO WS-LOAN-TOTAL
           END-IF.

      *>----------------------------------------------------------*>
      *> 2600-POST-LEDGER-ROW - the person's period as paid, with    *>
      *> every deduction code taken, appended to PAYHIST.DAT.        *>
      *>----------------------------------------------------------*>
       2600-POST-LEDGER-ROW.
           MOVE SPACES TO PAY-LEDGER-RECORD
           SET LG-PERIOD-PAY TO TRUE
           MOVE PM-PERSON-ID TO LG-PERSON-ID
           MOVE WS-PERIOD-START TO LG-PERIOD-START
           MOVE WS-PERIOD-END TO LG-PERIOD-END
           MOVE WS-PAY-DATE TO LG-PAY-DATE
           MOVE PM-DEPARTMENT-CODE TO LG-DEPARTMENT-CODE
           MOVE WS-DAYS-PAID TO LG-DAYS-PAID
           MOVE WS-PERIOD-AMOUNT TO LG-GROSS-AMOUNT
           MOVE WS-PRETAX-TOTAL TO LG-PRETAX-AMOUNT
           MOVE WS-FED-TAX TO LG-FED-TAX
           MOVE WC-STATE-CODE TO LG-STATE-CODE
           MOVE WS-STATE-TAX TO LG-STATE-TAX
           MOVE WS-DED-PERSON-TOTAL TO LG-DEDUCT-TOTAL
           MOVE WS-NET-AMOUNT TO LG-NET-AMOUNT
           MOVE RC-RUN-ID TO LG-RUN-ID
           MOVE WS-ADJUST-AMOUNT TO LG-ADJUST-AMOUNT
           MOVE WS-PAY-CURRENCY TO LG-PAY-CURRENCY
           MOVE WS-LOCAL-GROSS TO LG-LOCAL-GROSS
           MOVE WS-LOCAL-ADJUST TO LG-LOCAL-ADJUST
           MOVE WS-RATE-USED TO LG-EXCHANGE-RATE
           IF CM-HOURLY
               MOVE "H" TO LG-PAY-BASIS
               MOVE WS-REGULAR-HOURS TO LG-REGULAR-HOURS
               MOVE WS-OVERTIME-HOURS TO LG-OVERTIME-HOURS
               MOVE WS-HOLIDAY-HOURS TO LG-HOLIDAY-HOURS
           ELSE
               MOVE "S" TO LG-PAY-BASIS
               MOVE 0 TO LG-REGULAR-HOURS LG-OVERTIME-HOURS
                   LG-HOLIDAY-HOURS
           END-IF
           MOVE 0 TO LG-DED-COUNT
           PERFORM 2610-POST-ONE-DEDUCTION
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
                   OR LG-DED-COUNT NOT < 10
           WRITE PAY-LEDGER-RECORD.

       2610-POST-ONE-DEDUCTION.
           ADD 1 TO LG-DED-COUNT
           MOVE WS-PD-CODE(WS-PD-IDX) TO LG-DED-CODE(LG-DED-COUNT)
           MOVE WS-PD-AMOUNT(WS-PD-IDX)
               TO LG-DED-AMOUNT(LG-DED-COUNT)
           MOVE WS-PD-PRETAX(WS-PD-IDX)
               TO LG-DED-PRETAX(LG-DED-COUNT).

      *>----------------------------------------------------------*>
      *> 2700-ROLL-UP-YTD - add the posted row into the person's     *>
      *> PAYYTD row for the pay date's tax year; the first posting   *>
      *> of a new year starts a fresh zeroed row.                    *>
      *>----------------------------------------------------------*>
       2700-ROLL-UP-YTD.
           MOVE PM-PERSON-ID TO YT-PERSON-ID
           MOVE WS-PAY-YEAR TO YT-TAX-YEAR
           READ PAY-YTD
               INVALID KEY
                   INITIALIZE PAY-YTD-RECORD
                   MOVE PM-PERSON-ID TO YT-PERSON-ID
                   MOVE WS-PAY-YEAR TO YT-TAX-YEAR
           END-READ
           ADD WS-PERIOD-AMOUNT TO YT-GROSS-AMOUNT
           ADD WS-PRETAX-TOTAL TO YT-PRETAX-AMOUNT
           ADD WS-FED-TAX TO YT-FED-TAX
           ADD WS-STATE-TAX TO YT-STATE-TAX
           IF WC-STATE-CODE NOT = SPACES
               MOVE WC-STATE-CODE TO YT-STATE-CODE
           END-IF
           ADD WS-DED-PERSON-TOTAL TO YT-DEDUCT-TOTAL
           ADD WS-NET-AMOUNT TO YT-NET-AMOUNT
           ADD 1 TO YT-PERIOD-COUNT
           MOVE WS-PERIOD-END TO YT-LAST-PERIOD-END
           PERFORM 2710-ROLL-UP-ONE-DEDUCTION
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
           IF WS-YT-OK
               REWRITE PAY-YTD-RECORD
           ELSE
               WRITE PAY-YTD-RECORD
           END-IF.

       2710-ROLL-UP-ONE-DEDUCTION.
           MOVE "N" TO WS-YD-FOUND-FLAG
           PERFORM 2720-MATCH-ONE-YTD-CODE
               VARYING WS-YD-SUB FROM 1 BY 1
               UNTIL WS-YD-SUB > YT-DED-COUNT
                   OR WS-YD-FOUND
           IF WS-YD-FOUND
               SUBTRACT 1 FROM WS-YD-SUB
               ADD WS-PD-AMOUNT(WS-PD-IDX)
                   TO YT-DED-AMOUNT(WS-YD-SUB)
           ELSE
               IF YT-DED-COUNT < 15
                   ADD 1 TO YT-DED-COUNT
                   MOVE WS-PD-CODE(WS-PD-IDX)
                       TO YT-DED-CODE(YT-DED-COUNT)
                   MOVE WS-PD-AMOUNT(WS-PD-IDX)
                       TO YT-DED-AMOUNT(YT-DED-COUNT)
               END-IF
           END-IF.

       2720-MATCH-ONE-YTD-CODE.
           IF YT-DED-CODE(WS-YD-SUB) = WS-PD-CODE(WS-PD-IDX)
               SET WS-YD-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2800-PAY-BY-DEPOSIT - split net pay across the person's     *>
      *> active accounts: percentages and flat amounts in sequence   *>
      *> order, each capped at what is left, and the rest to the R   *>
      *> account (or the last account).  No account, or nothing to   *>
      *> pay, means a cheque.                                        *>
      *>----------------------------------------------------------*>
       2800-PAY-BY-DEPOSIT.
           PERFORM 2810-LOAD-PERSON-ACCOUNTS
           IF WS-AC-COUNT = 0 OR WS-NET-AMOUNT NOT > 0
               ADD 1 TO WS-CHEQUE-COUNT
               IF WS-NET-AMOUNT > 0
                   ADD WS-NET-AMOUNT TO WS-CHEQUE-NET
               END-IF
               GO TO 2800-PAY-BY-DEPOSIT-EXIT
           END-IF
           MOVE WS-NET-AMOUNT TO WS-NET-LEFT
           MOVE 0 TO WS-AC-TARGET
           PERFORM 2830-SPLIT-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           IF WS-AC-TARGET = 0
               MOVE WS-AC-COUNT TO WS-AC-TARGET
           END-IF
           ADD WS-NET-LEFT TO WS-AC-AMOUNT(WS-AC-TARGET)
           PERFORM 2840-WRITE-ONE-ENTRY
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
           ADD WS-NET-AMOUNT TO WS-DEPOSIT-NET.
       2800-PAY-BY-DEPOSIT-EXIT.
           EXIT.

       2810-LOAD-PERSON-ACCOUNTS.
           MOVE 0 TO WS-AC-COUNT
           IF WS-BANK-FILE-OPEN
               MOVE "N" TO WS-BA-EOF
               MOVE PM-PERSON-ID TO BA-PERSON-ID
               MOVE 0 TO BA-ACCOUNT-SEQ
               START PERSON-BANK KEY IS NOT LESS THAN BA-BANK-KEY
                   INVALID KEY
                       SET WS-BA-AT-END TO TRUE
               END-START
               PERFORM 2820-LOAD-ONE-ACCOUNT
                   UNTIL WS-BA-AT-END
           END-IF.

       2820-LOAD-ONE-ACCOUNT.
           READ PERSON-BANK NEXT RECORD
               AT END
                   SET WS-BA-AT-END TO TRUE
               NOT AT END
                   IF BA-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-BA-AT-END TO TRUE
                   ELSE
                       IF BA-ACTIVE AND WS-AC-COUNT < WS-AC-MAX
                           ADD 1 TO WS-AC-COUNT
                           SET WS-AC-IDX TO WS-AC-COUNT
                           MOVE BA-ROUTING-NUMBER
                               TO WS-AC-ROUTING(WS-AC-IDX)
                           MOVE BA-ACCOUNT-NUMBER
                               TO WS-AC-ACCOUNT(WS-AC-IDX)
                           MOVE BA-ACCOUNT-TYPE
                               TO WS-AC-TYPE(WS-AC-IDX)
                           MOVE BA-SPLIT-METHOD
                               TO WS-AC-METHOD(WS-AC-IDX)
                           MOVE BA-SPLIT-PERCENT-RATE
                               TO WS-AC-PERCENT(WS-AC-IDX)
                           MOVE BA-SPLIT-FLAT-AMOUNT
                               TO WS-AC-FLAT(WS-AC-IDX)
                           MOVE 0 TO WS-AC-AMOUNT(WS-AC-IDX)
                       END-IF
                   END-IF
           END-READ.

       2830-SPLIT-ONE-ACCOUNT.
           EVALUATE WS-AC-METHOD(WS-AC-IDX)
               WHEN "P"
                   COMPUTE WS-SPLIT-AMOUNT =
                       WS-NET-AMOUNT * WS-AC-PERCENT(WS-AC-IDX) / 100
               WHEN "F"
                   MOVE WS-AC-FLAT(WS-AC-IDX) TO WS-SPLIT-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SPLIT-AMOUNT
                   IF WS-AC-TARGET = 0
                       SET WS-AC-TARGET TO WS-AC-IDX
                   END-IF
           END-EVALUATE
           IF WS-SPLIT-AMOUNT > WS-NET-LEFT
               MOVE WS-NET-LEFT TO WS-SPLIT-AMOUNT
           END-IF
           MOVE WS-SPLIT-AMOUNT TO WS-AC-AMOUNT(WS-AC-IDX)
           SUBTRACT WS-SPLIT-AMOUNT FROM WS-NET-LEFT.

       2840-WRITE-ONE-ENTRY.
           IF WS-AC-AMOUNT(WS-AC-IDX) > 0
               MOVE SPACES TO BANK-PAYMENT-RECORD
               SET BP-ENTRY-DETAIL TO TRUE
               IF WS-AC-TYPE(WS-AC-IDX) = "S"
                   SET BP-EN-SAVINGS-CREDIT TO TRUE
               ELSE
                   SET BP-EN-CHECKING-CREDIT TO TRUE
               END-IF
               DIVIDE WS-AC-ROUTING(WS-AC-IDX) BY 10
                   GIVING WS-ROUTING-DFI
                   REMAINDER WS-ROUTING-CHECK
               MOVE WS-ROUTING-DFI TO BP-EN-RECEIVING-DFI
               MOVE WS-ROUTING-CHECK TO BP-EN-CHECK-DIGIT
               MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO BP-EN-ACCOUNT-NUMBER
               MOVE WS-AC-AMOUNT(WS-AC-IDX) TO BP-EN-AMOUNT
               MOVE PM-PERSON-ID TO BP-EN-INDIVIDUAL-ID
               MOVE PM-HUMAN-NAME TO BP-EN-INDIVIDUAL-NAME
               MOVE 0 TO BP-EN-ADDENDA-FLAG
               ADD 1 TO WS-PAYMENT-COUNT
               COMPUTE BP-EN-TRACE-NUMBER =
                   WS-ORIGIN-DFI * 10000000 + WS-PAYMENT-COUNT
               ADD WS-ROUTING-DFI TO WS-PAYMENT-HASH
               ADD WS-AC-AMOUNT(WS-AC-IDX) TO WS-PAYMENT-AMOUNT
               PERFORM 2890-WRITE-PAYMENT-RECORD
           END-IF.

       2890-WRITE-PAYMENT-RECORD.
           WRITE BANK-PAYMENT-RECORD
           ADD 1 TO WS-PAYMENT-RECORDS.

       2910-EMIT-REPORT-LINE.
           DISPLAY PG-REPORT-LINE
           WRITE PG-REPORT-LINE.

       2920-FORMAT-ONE-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

      *>----------------------------------------------------------*>
      *> 3000-WRITE-TOTALS - department subtotals, the grand total,   *>
      *> the footing counts, and the PAID control totals the close-   *>
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
           MOVE WS-GRAND-TOTAL TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "TOTAL DEDUCTIONS" TO WS-SL-LABEL
           MOVE WS-GRAND-DED-TOTAL TO FN-AMOUNT
           PERFORM 3020-WRITE-SUMMARY-LINE
           MOVE "TOTAL FED TAX" TO WS-SL-LABEL
           MOVE WS-GRAND-FED-TOTAL TO FN-AMOUNT
           PERFORM 3020-WRITE-SUMMARY-LINE
           MOVE "TOTAL STATE TAX" TO WS-SL-LABEL
           MOVE WS-GRAND-STATE-TOTAL TO FN-AMOUNT
           PERFORM 3020-WRITE-SUMMARY-LINE
           MOVE "TOTAL NET PAY" TO WS-SL-LABEL
           MOVE WS-GRAND-NET-TOTAL TO FN-AMOUNT
           PERFORM 3020-WRITE-SUMMARY-LINE
           MOVE WS-PAID-COUNT TO WS-FL-PAID
           MOVE WS-SKIPPED-COUNT TO WS-FL-SKIPPED
           MOVE WS-NO-COMP-COUNT TO WS-FL-NO-COMP
           MOVE WS-POSTED-COUNT TO WS-FL-POSTED
           MOVE WS-FOOTING-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "PAYCYCLE" TO CW-JOB-STEP
           MOVE "PAID-AMOUNT" TO CW-TOTAL-NAME
           MOVE WS-GRAND-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "DEDUCT-AMOUNT" TO CW-TOTAL-NAME
           MOVE WS-GRAND-DED-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "WITHHOLD-FED" TO CW-TOTAL-NAME
           MOVE WS-GRAND-FED-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "WITHHOLD-STATE" TO CW-TOTAL-NAME
           MOVE WS-GRAND-STATE-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "NET-AMOUNT" TO CW-TOTAL-NAME
           MOVE WS-GRAND-NET-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "HOURLY-COUNT" TO CW-TOTAL-NAME
           MOVE WS-HOURLY-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "ONETIME-COUNT" TO CW-TOTAL-NAME
           MOVE WS-ONE-TIME-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "GARNISH-COUNT" TO CW-TOTAL-NAME
           MOVE WS-GARNISH-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "GARNISH-AMOUNT" TO CW-TOTAL-NAME
           MOVE WS-GRAND-GARNISH-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           IF WS-GARN-FILE-OPEN
               PERFORM 3300-WRITE-REMITTANCE-REPORT
           END-IF
           MOVE "LOAN-COUNT" TO CW-TOTAL-NAME
           MOVE WS-LOAN-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "LOAN-AMOUNT" TO CW-TOTAL-NAME
           MOVE WS-GRAND-LOAN-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "ADJUST-COUNT" TO CW-TOTAL-NAME
           MOVE WS-ADJUST-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           IF WS-FINAL-RUN
               MOVE "POSTED-COUNT" TO CW-TOTAL-NAME
               MOVE WS-POSTED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               PERFORM 3100-LOG-POSTED-PERIOD
               PERFORM 3200-CLOSE-PAYMENT-FILE
               MOVE "PAYMENT-COUNT" TO CW-TOTAL-NAME
               MOVE WS-PAYMENT-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "PAYMENT-AMOUNT" TO CW-TOTAL-NAME
               MOVE WS-PAYMENT-AMOUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "DEPOSIT-NET" TO CW-TOTAL-NAME
               MOVE WS-DEPOSIT-NET TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "CHEQUE-NET" TO CW-TOTAL-NAME
               MOVE WS-CHEQUE-NET TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Deposits: " WS-PAYMENT-COUNT
                   " Amount: " WS-PAYMENT-AMOUNT
                   " Cheques: " WS-CHEQUE-COUNT
                   " File: " WS-PAYMENT-FILE-NAME
           END-IF.

       3010-WRITE-ONE-DEPT-TOTAL.
           MOVE WS-DT-CODE(WS-DT-IDX) TO WS-TL-DEPT
           MOVE WS-DT-AMOUNT(WS-DT-IDX) TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-TL-AMOUNT
           MOVE WS-DEPT-TOTAL-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       3020-WRITE-SUMMARY-LINE.
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO PG-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3100-LOG-POSTED-PERIOD - the period goes on PAYPOST.LOG,    *>
      *> which is what refuses any later rerun of it.                *>
      *>----------------------------------------------------------*>
       3100-LOG-POSTED-PERIOD.
           OPEN EXTEND PAY-PERIOD-LOG
           IF WS-PD-STATUS = "35"
               OPEN OUTPUT PAY-PERIOD-LOG
               CLOSE PAY-PERIOD-LOG
               OPEN EXTEND PAY-PERIOD-LOG
           END-IF
           MOVE SPACES TO PAY-PERIOD-LOG-RECORD
           MOVE WS-PERIOD-START TO PD-PERIOD-START
           MOVE WS-PERIOD-END TO PD-PERIOD-END
           MOVE WS-PAY-DATE TO PD-PAY-DATE
           MOVE RC-RUN-DATE TO PD-POST-DATE
           MOVE RC-RUN-TIME TO PD-POST-TIME
           MOVE RC-RUN-ID TO PD-RUN-ID
           MOVE RC-OPERATOR-ID TO PD-OPERATOR-ID
           MOVE WS-POSTED-COUNT TO PD-PERSON-COUNT
           MOVE WS-GRAND-TOTAL TO PD-GROSS-TOTAL
           MOVE WS-GRAND-NET-TOTAL TO PD-NET-TOTAL
           WRITE PAY-PERIOD-LOG-RECORD
           CLOSE PAY-PERIOD-LOG.

      *>----------------------------------------------------------*>
      *> 3200-CLOSE-PAYMENT-FILE - batch and file control rows with  *>
      *> the entry count, entry hash and credit total, then all-9s   *>
      *> rows to fill out the last block of ten.                     *>
      *>----------------------------------------------------------*>
       3200-CLOSE-PAYMENT-FILE.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-BATCH-CONTROL TO TRUE
           MOVE 220 TO BP-BC-SERVICE-CLASS
           MOVE WS-PAYMENT-COUNT TO BP-BC-ENTRY-COUNT
           MOVE WS-PAYMENT-HASH TO BP-BC-ENTRY-HASH
           MOVE 0 TO BP-BC-TOTAL-DEBIT
           MOVE WS-PAYMENT-AMOUNT TO BP-BC-TOTAL-CREDIT
           MOVE WS-BANK-ORIGIN-TEXT TO BP-BC-COMPANY-ID
           MOVE WS-ORIGIN-DFI TO BP-BC-ORIGINATING-DFI
           MOVE 1 TO BP-BC-BATCH-NUMBER
           PERFORM 2890-WRITE-PAYMENT-RECORD
           COMPUTE WS-PAYMENT-BLOCKS =
               (WS-PAYMENT-RECORDS + 1 + 9) / 10
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-FILE-CONTROL TO TRUE
           MOVE 1 TO BP-FC-BATCH-COUNT
           MOVE WS-PAYMENT-BLOCKS TO BP-FC-BLOCK-COUNT
           MOVE WS-PAYMENT-COUNT TO BP-FC-ENTRY-COUNT
           MOVE WS-PAYMENT-HASH TO BP-FC-ENTRY-HASH
           MOVE 0 TO BP-FC-TOTAL-DEBIT
           MOVE WS-PAYMENT-AMOUNT TO BP-FC-TOTAL-CREDIT
           PERFORM 2890-WRITE-PAYMENT-RECORD
           DIVIDE WS-PAYMENT-RECORDS BY 10
               GIVING WS-PAYMENT-BLOCKS
               REMAINDER WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER > 0
               PERFORM 3210-WRITE-ONE-FILLER-ROW
                   UNTIL WS-BLOCK-REMAINDER NOT < 10
           END-IF
           CLOSE BANK-PAYMENT.

       3210-WRITE-ONE-FILLER-ROW.
           MOVE ALL "9" TO BANK-PAYMENT-RECORD
           PERFORM 2890-WRITE-PAYMENT-RECORD
           ADD 1 TO WS-BLOCK-REMAINDER.

      *>----------------------------------------------------------*>
      *> 3300-WRITE-REMITTANCE-REPORT - GARNREM.<period end>: each    *>
      *> payee, the orders remitted to it this period with the       *>
      *> balance still due, and the payee total.                     *>
      *>----------------------------------------------------------*>
       3300-WRITE-REMITTANCE-REPORT.
           MOVE SPACES TO WS-REMIT-FILE-NAME
           STRING "GARNREM." DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-REMIT-FILE-NAME
           OPEN OUTPUT GARNISH-REMITTANCE
           MOVE WS-PERIOD-END TO WS-RH-END
           MOVE WS-PAY-DATE TO WS-RH-PAY-DATE
           MOVE RC-RUN-ID TO WS-RH-RUN-ID
           MOVE WS-MODE-TEXT TO WS-RH-MODE
           WRITE GR-REPORT-LINE FROM WS-REMIT-HEADING
           PERFORM 3310-WRITE-ONE-PAYEE
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
           CLOSE GARNISH-REMITTANCE.

       3310-WRITE-ONE-PAYEE.
           MOVE SPACES TO GR-REPORT-LINE
           WRITE GR-REPORT-LINE
           MOVE WS-RP-PAYEE-ID(WS-RP-IDX) TO WS-RL-PAYEE-ID
           MOVE WS-RP-PAYEE-NAME(WS-RP-IDX) TO WS-RL-PAYEE-NAME
           WRITE GR-REPORT-LINE FROM WS-REMIT-PAYEE-LINE
           PERFORM 3320-WRITE-ONE-REMITTANCE
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
           MOVE WS-RP-COUNT-ORDERS(WS-RP-IDX) TO WS-RT-COUNT
           COMPUTE WS-RT-AMOUNT = WS-RP-AMOUNT(WS-RP-IDX) / 100
           WRITE GR-REPORT-LINE FROM WS-REMIT-TOTAL-LINE.

       3320-WRITE-ONE-REMITTANCE.
           IF WS-RD-PAYEE-ID(WS-RD-IDX) = WS-RP-PAYEE-ID(WS-RP-IDX)
               MOVE WS-RD-PERSON-ID(WS-RD-IDX) TO WS-RL-PERSON-ID
               MOVE WS-RD-ORDER-NUMBER(WS-RD-IDX) TO WS-RL-ORDER
               COMPUTE WS-RL-AMOUNT = WS-RD-AMOUNT(WS-RD-IDX) / 100
               IF WS-RD-REMAINING(WS-RD-IDX) > 9999999999
                   MOVE "  OPEN-ENDED" TO WS-RL-BALANCE-LABEL
                   MOVE SPACES TO WS-RL-REMAINING-X
               ELSE
                   MOVE "  BALANCE DUE" TO WS-RL-BALANCE-LABEL
                   COMPUTE WS-RL-REMAINING =
                       WS-RD-REMAINING(WS-RD-IDX) / 100
               END-IF
               WRITE GR-REPORT-LINE FROM WS-REMIT-DETAIL-LINE
           END-IF.

       3900-CLOSE-FILES.
           CLOSE PERSON-MASTER
           CLOSE COMP-MASTER
           IF WS-SERVICE-FILE-OPEN
               CLOSE PERSON-SERVICE
           END-IF
           IF WS-DED-FILE-OPEN
               CLOSE DEDUCT-MASTER
           END-IF
           IF WS-FINAL-RUN
               CLOSE PAY-LEDGER
               CLOSE PAY-YTD
           END-IF
           IF WS-BANK-FILE-OPEN
               CLOSE PERSON-BANK
           END-IF
           IF WS-TRAN-FILE-OPEN
               CLOSE PAY-TRANSACTION
           END-IF
           IF WS-GARN-FILE-OPEN
               CLOSE GARNISH-ORDER
           END-IF
           IF WS-LOAN-FILE-OPEN
               CLOSE EMPLOYEE-LOAN
           END-IF.
