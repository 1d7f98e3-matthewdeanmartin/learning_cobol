      *>                                                              *>
      *>             LOANTRAN.DAT row: principal(11, cents) blank     *>
      *>             annual-rate(6 as 99v9999 percent) blank          *>
      *>             term-months(3) blank start-date(8), and for an   *>
      *>             employee loan or pay advance blank person-id(5)  *>
      *>             blank loan-number(8).  An employee loan's        *>
      *>             schedule is booked to the EMPLOAN master, which  *>
      *>             PayCycle recovers through payroll deductions.    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               LOANAMRT_ROUNDING  H half-up (default) or T    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Rows carrying a person ID book the loan to     *>
      *>               EMPLOAN (monthly payment, first due date) for  *>
      *>               PayCycle to recover; the person must be on     *>
      *>               PERSMAST and a loan already booked is left     *>
      *>               alone.                                         *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanAmort.
           SELECT LOAN-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EMPLOYEE-LOAN ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LN-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 LT-TERM-MONTHS       PIC 9(03).
           05 FILLER               PIC X(01).
           05 LT-START-DATE        PIC 9(08).
           05 FILLER               PIC X(01).
           05 LT-PERSON-ID         PIC 9(05).
           05 FILLER               PIC X(01).
           05 LT-LOAN-NUMBER       PIC X(08).

       FD  LOAN-REPORT.
       01  LA-REPORT-LINE           PIC X(100).

       FD  EMPLOYEE-LOAN.
           COPY "employee-loan.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
       01 WS-ROUNDING-MODE          PIC X(01) VALUE "H".
       01 WS-LOAN-COUNT             PIC 9(05) VALUE 0.
       01 WS-LOAN-ERRORS            PIC 9(05) VALUE 0.
       01 WS-LN-STATUS              PIC X(02) VALUE "00".
           88 WS-LN-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-LOAN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-LOAN-FILE-OPEN               VALUE "Y".
       01 WS-PERSON-FILE-FLAG       PIC X(01) VALUE "N".
           88 WS-PERSON-FILE-OPEN             VALUE "Y".
       01 WS-EMPLOYEE-LOAN-FLAG     PIC X(01) VALUE "N".
           88 WS-EMPLOYEE-LOAN                VALUE "Y".
       01 WS-BOOKED-COUNT           PIC 9(05) VALUE 0.
       01 WS-MONTHLY-CENTS          PIC 9(09) VALUE 0.
       01 WS-FIRST-DUE-DATE         PIC 9(08) VALUE 0.

      *> all money works in whole dollars with the four assumed
      *> decimal places MathCalc carries; cents only at the edges
           05 WS-PL-PROOF           PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-VERDICT         PIC X(10).
       01 WS-BOOKING-LINE.
           05 FILLER                PIC X(07) VALUE "PERSON ".
           05 WS-BL-PERSON-ID       PIC 9(05).
           05 FILLER                PIC X(06) VALUE " LOAN ".
           05 WS-BL-LOAN-NUMBER     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-BL-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Loans scheduled: "
                   WS-LOAN-COUNT " Errors: " WS-LOAN-ERRORS
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Employee loans booked: "
                   WS-BOOKED-COUNT
           END-IF
           CLOSE LOAN-REPORT
           IF WS-LOAN-FILE-OPEN
               CLOSE EMPLOYEE-LOAN
           END-IF
           IF WS-PERSON-FILE-OPEN
               CLOSE PERSON-MASTER
           END-IF
           IF WS-LOAN-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           OPEN INPUT PERSON-MASTER
           IF WS-PM-OK
               SET WS-PERSON-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O EMPLOYEE-LOAN
           IF WS-LN-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-LOAN
               CLOSE EMPLOYEE-LOAN
               OPEN I-O EMPLOYEE-LOAN
           END-IF
           IF WS-LN-OK
               SET WS-LOAN-FILE-OPEN TO TRUE
           END-IF
           STRING "LOANAMRT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
                   LT-START-DATE " is not a real date."
               GO TO 2100-SCHEDULE-THIS-LOAN-EXIT
           END-IF
           MOVE "N" TO WS-EMPLOYEE-LOAN-FLAG
           IF LT-PERSON-ID IS NUMERIC AND LT-PERSON-ID > 0
               SET WS-EMPLOYEE-LOAN TO TRUE
               PERFORM 2050-CHECK-EMPLOYEE
               IF NOT WS-EMPLOYEE-LOAN
                   GO TO 2100-SCHEDULE-THIS-LOAN-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           COMPUTE WS-PRINCIPAL = LT-PRINCIPAL / 100
           PERFORM 2200-COMPUTE-LEVEL-PAYMENT
           COMPUTE WS-MONTHLY-CENTS ROUNDED = WS-PAYMENT * 100
           PERFORM 2300-WRITE-LOAN-HEADING
           MOVE WS-PRINCIPAL TO WS-BALANCE
           MOVE 0 TO WS-TOTAL-PAYMENTS
           PERFORM 2400-WRITE-ONE-PAYMENT
               VARYING WS-PAYMENT-SUB FROM 1 BY 1
               UNTIL WS-PAYMENT-SUB > LT-TERM-MONTHS
           PERFORM 2500-WRITE-PROOF-LINE
           IF WS-EMPLOYEE-LOAN
               PERFORM 2600-BOOK-EMPLOYEE-LOAN
           END-IF.
       2100-SCHEDULE-THIS-LOAN-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
       2400-WRITE-ONE-PAYMENT.
           PERFORM 2450-ADVANCE-DUE-DATE
           IF WS-PAYMENT-SUB = 1
               MOVE WS-DUE-DATE TO WS-FIRST-DUE-DATE
           END-IF
           MOVE WS-BALANCE TO addend1
           MOVE WS-MONTHLY-PCT TO addend2
           MOVE "M" TO operation-code
           MOVE WS-PROOF-LINE TO LA-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2050-CHECK-EMPLOYEE - an employee loan needs a loan number,  *>
      *> the loan master, and a person on PERSMAST.                   *>
      *>----------------------------------------------------------*>
       2050-CHECK-EMPLOYEE.
           IF LT-LOAN-NUMBER = SPACES
               OR NOT WS-LOAN-FILE-OPEN
               OR NOT WS-PERSON-FILE-OPEN
               MOVE "N" TO WS-EMPLOYEE-LOAN-FLAG
           ELSE
               MOVE LT-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-EMPLOYEE-LOAN-FLAG
               END-READ
           END-IF
           IF NOT WS-EMPLOYEE-LOAN
               ADD 1 TO WS-LOAN-ERRORS
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Loan row rejected - person " LT-PERSON-ID
                   " loan " LT-LOAN-NUMBER
                   " cannot be booked to payroll."
           END-IF.

      *>----------------------------------------------------------*>
      *> 2600-BOOK-EMPLOYEE-LOAN - the schedule's monthly payment and *>
      *> first due date go on EMPLOAN with the whole principal        *>
      *> outstanding; a loan already on file is not booked again.     *>
      *>----------------------------------------------------------*>
       2600-BOOK-EMPLOYEE-LOAN.
           MOVE LT-PERSON-ID TO WS-BL-PERSON-ID
           MOVE LT-LOAN-NUMBER TO WS-BL-LOAN-NUMBER
           MOVE SPACES TO EMPLOYEE-LOAN-RECORD
           MOVE LT-PERSON-ID TO LN-PERSON-ID
           MOVE LT-LOAN-NUMBER TO LN-LOAN-NUMBER
           MOVE RC-RUN-DATE TO LN-BOOKED-DATE
           MOVE WS-FIRST-DUE-DATE TO LN-FIRST-DUE-DATE
           MOVE LT-PRINCIPAL TO LN-PRINCIPAL
           MOVE LT-ANNUAL-RATE TO LN-ANNUAL-RATE
           MOVE LT-TERM-MONTHS TO LN-TERM-MONTHS
           MOVE WS-MONTHLY-CENTS TO LN-MONTHLY-PAYMENT
           MOVE LT-PRINCIPAL TO LN-OUTSTANDING
           MOVE 0 TO LN-RECOVERED-TO-DATE
           MOVE 0 TO LN-INTEREST-TO-DATE
           SET LN-ACTIVE TO TRUE
           MOVE 0 TO LN-LAST-PERIOD-END
           MOVE RC-OPERATOR-ID TO LN-OPERATOR-ID
           WRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   MOVE "ALREADY BOOKED - NOT CHANGED" TO WS-BL-TEXT
               NOT INVALID KEY
                   MOVE "BOOKED FOR PAYROLL RECOVERY" TO WS-BL-TEXT
                   ADD 1 TO WS-BOOKED-COUNT
           END-WRITE
           MOVE WS-BOOKING-LINE TO LA-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY LA-REPORT-LINE
           WRITE LA-REPORT-LINE.
