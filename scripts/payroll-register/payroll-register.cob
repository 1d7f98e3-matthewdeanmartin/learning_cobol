      *>             compensation master, formats amounts through     *>
      *>             the shared FormatNumber subprogram, and totals   *>
      *>             annual salary by department with a grand total.  *>
      *>             Each person's amounts print in the currency they *>
      *>             are paid in (CM-CURRENCY-CODE) with the gross    *>
      *>             also converted to the base currency through      *>
      *>             ConvertCurrency; department, grand, withholding  *>
      *>             and deduction-code totals are in base, and a     *>
      *>             totals-by-currency section shows each currency's *>
      *>             local and base figures.  A person's salary is    *>
      *>             spread over the department totals by their       *>
      *>             COSTALOC cost allocation in force, if any.       *>
      *>             A currency with no exchange rate in force on the *>
      *>             run date stops the register with return code 8   *>
      *>             rather than being printed at a made-up rate.     *>
      *>             The roster and pay come from tonight's PERSSNAP  *>
      *>             person snapshot when it is on hand and balances; *>
      *>             otherwise both masters are read as before.       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>               salary), and net, with per-deduction-code      *>
      *>               totals at the end so the amounts remitted to   *>
      *>               each benefits provider can be balanced.        *>
      *>   2026-10-15  Annual federal and state withholding from      *>
      *>               CalcWithholding, on gross less the pre-tax     *>
      *>               deductions, now has its own column and comes   *>
      *>               out of net, with a withholding total at the    *>
      *>               foot of the register.                          *>
      *>   2026-10-15  Every line written is noted in the             *>
      *>               PAYREG.<date>.BIX burst index with its         *>
      *>               department (detail, deduction and department-  *>
      *>               total lines), so ReportBurst can split the     *>
      *>               register for distribution.                     *>
      *>   2026-10-15  Amounts print in the person's pay currency     *>
      *>               with a base-currency gross column beside them; *>
      *>               department, grand, withholding and deduction-  *>
      *>               code totals are in base, with a new totals-by- *>
      *>               currency section.  A missing exchange rate     *>
      *>               stops the register with return code 8.         *>
      *>   2026-10-15  Department totals follow COSTALOC allocations. *>
      *>   2026-10-15  The roster and compensation come from          *>
      *>               tonight's PERSSNAP person snapshot when it is  *>
      *>               on hand and balances, with both masters read   *>
      *>               as before when it is not.                      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollRegister.
           COPY "deduct-master.cpy".

       FD  PAYROLL-REPORT.
       01  PY-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "format-number-call.cpy".
           COPY "withholding-call.cpy".
           COPY "burst-index-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
           COPY "cost-alloc.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
       01 WS-NET-AMOUNT             PIC S9(13) VALUE 0.
       01 WS-GRAND-DED-TOTAL        PIC 9(13) VALUE 0.
       01 WS-GRAND-NET-TOTAL        PIC S9(13) VALUE 0.
       01 WS-PRETAX-TOTAL           PIC 9(11) VALUE 0.
       01 WS-TAX-AMOUNT             PIC 9(11) VALUE 0.
       01 WS-GRAND-TAX-TOTAL        PIC 9(13) VALUE 0.
       01 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
       01 WS-PAY-CURRENCY           PIC X(03) VALUE SPACES.
       01 WS-BASE-GROSS             PIC 9(13) VALUE 0.

       01 WS-CURR-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-CURR-MAX               PIC 9(02) COMP VALUE 20.
       01 WS-CURR-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-CURR-FOUND                   VALUE "Y".
       01 WS-CURRENCY-TABLE.
           05 WS-CY-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-CY-IDX.
               10 WS-CY-CODE        PIC X(03).
               10 WS-CY-COUNT       PIC 9(05).
               10 WS-CY-LOCAL-TOTAL PIC 9(13).
               10 WS-CY-BASE-TOTAL  PIC 9(13).

       01 WS-CODE-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-CODE-MAX               PIC 9(02) COMP VALUE 50.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-FIND-DEPT              PIC X(04) VALUE SPACES.
       01 WS-ALLOC-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-DT-IDX.
           05 FILLER                PIC X(40) VALUE
               "PERSON  NAME                 DEPT GR ".
           05 FILLER                PIC X(50) VALUE
               "GROSS          DEDUCTIONS     WITHHOLDING    NET".
           05 FILLER                PIC X(17) VALUE
               "             BASE".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DEDUCTS         PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TAX             PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NET             PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-BASE-GROSS      PIC X(15).
       01 WS-DED-ITEM-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "DED ".
           05 FILLER                PIC X(16) VALUE
               "GRAND TOTAL     ".
           05 WS-GL-AMOUNT          PIC X(25).
       01 WS-TAX-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE
               "TOTAL WITHHELD  ".
           05 WS-XL-AMOUNT          PIC X(25).
       01 WS-CURR-TOTAL-HEADING.
           05 FILLER                PIC X(40) VALUE
               "TOTALS BY CURRENCY  PEOPLE  LOCAL GROSS".
           05 FILLER                PIC X(30) VALUE
               "                BASE GROSS".
       01 WS-CURR-TOTAL-LINE.
           05 FILLER                PIC X(04) VALUE "CUR ".
           05 WS-CY-LINE-CODE       PIC X(03).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 WS-CY-LINE-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CY-LINE-LOCAL      PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CY-LINE-BASE       PIC X(25).
       01 WS-RATE-STOP-LINE.
           05 FILLER                PIC X(40) VALUE
               "*** REGISTER STOPPED - NO EXCHANGE RATE ".
           05 FILLER                PIC X(04) VALUE "FOR ".
           05 WS-RS-CURRENCY        PIC X(03).
           05 FILLER                PIC X(04) VALUE " ON ".
           05 WS-RS-DATE            PIC 9(08).
           05 FILLER                PIC X(11) VALUE " PERSON ".
           05 WS-RS-PERSON          PIC 9(05).
           05 FILLER                PIC X(04) VALUE " ***".
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(24) VALUE
               "TOTAL EMPLOYEES LISTED: ".
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK AND WS-CM-OK
                   IF SN-USABLE
                       PERFORM 2010-LIST-FROM-SNAPSHOT
                           UNTIL WS-SCAN-AT-END
                   ELSE
                       PERFORM 2000-LIST-ONE-EMPLOYEE
                           UNTIL WS-SCAN-AT-END
                   END-IF
                   PERFORM 3000-WRITE-TOTALS
                   IF NOT SN-USABLE
                       CLOSE PERSON-MASTER
                       CLOSE COMP-MASTER
                   END-IF
                   IF WS-DED-FILE-OPEN
                       CLOSE DEDUCT-MASTER
                   END-IF
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
               CALL "ClosePersonSnapshot"
               CLOSE PAYROLL-REPORT
               CALL "CloseBurstIndex"
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - tonight's person snapshot, or both         *>
      *> masters for the join when it is not usable, and the dated    *>
      *> PAYREG.<yyyymmdd> report with its headings.                  *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           PERFORM 1005-TRY-THE-SNAPSHOT
           IF NOT SN-USABLE
               OPEN INPUT PERSON-MASTER
               IF NOT WS-PM-OK
                   PERFORM 1910-LOG-OPEN-FAILURE
               END-IF
               OPEN INPUT COMP-MASTER
               IF NOT WS-CM-OK
                   PERFORM 1910-LOG-OPEN-FAILURE
               END-IF
           END-IF
           OPEN INPUT DEDUCT-MASTER
           IF WS-DD-OK
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT PAYROLL-REPORT
           MOVE WS-REPORT-FILE-NAME TO BX-REPORT-FILE-NAME
           CALL "OpenBurstIndex" USING BX-REPORT-FILE-NAME
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           MOVE XRateBaseCurrency TO WS-BASE-CURRENCY
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO PY-REPORT-LINE
           MOVE WS-HEADING-2 TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE
           MOVE "N" TO WS-EOF-SCAN
           IF WS-PM-OK AND NOT SN-USABLE
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
               END-START
           END-IF.

       1005-TRY-THE-SNAPSHOT.
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF NOT SN-USABLE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSSNAP not usable - " SN-REASON-TEXT
                   " - reading the masters"
           END-IF.

       1910-LOG-OPEN-FAILURE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Master open failed - PERSMAST " WS-PM-STATUS
                   END-IF
           END-READ.

      *> the same, from a snapshot detail that carries the master
      *> record and its compensation row already joined.
       2010-LIST-FROM-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-SCAN-AT-END TO TRUE
           ELSE
               MOVE PN-PERSON-ID TO PM-PERSON-ID
               MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
               MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
               MOVE PN-HIRE-DATE TO PM-HIRE-DATE
               MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
               IF PM-ACTIVE
                   PERFORM 2100-JOIN-AND-PRINT
               END-IF
           END-IF.

       2100-JOIN-AND-PRINT.
           IF SN-USABLE
               PERFORM 2105-TAKE-SNAPSHOT-COMP
           ELSE
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-GRADE
                       MOVE 0 TO CM-ANNUAL-SALARY
                       MOVE SPACES TO CM-CURRENCY-CODE
               END-READ
           END-IF
           MOVE CM-CURRENCY-CODE TO WS-PAY-CURRENCY
           IF WS-PAY-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PM-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
               MOVE "** NO COMP **" TO WS-DL-SALARY
               ADD 1 TO WS-COMP-MISSING-COUNT
               MOVE WS-DETAIL-LINE TO PY-REPORT-LINE
               PERFORM 2115-KEY-LINE-TO-PERSON-DEPT
               PERFORM 2110-EMIT-REPORT-LINE
           ELSE
               PERFORM 2120-FORMAT-SALARY
               MOVE FN-FORMATTED-AMOUNT TO WS-DL-SALARY
               MOVE CM-ANNUAL-SALARY TO CX-LOCAL-AMOUNT
               PERFORM 2140-CONVERT-TO-BASE
               MOVE CX-BASE-AMOUNT TO WS-BASE-GROSS
               MOVE WS-BASE-GROSS TO FN-AMOUNT
               PERFORM 2135-FORMAT-ONE-BASE-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-DL-BASE-GROSS
               ADD WS-BASE-GROSS TO WS-GRAND-TOTAL
               PERFORM 2200-ADD-TO-DEPT-TOTAL
               PERFORM 2250-ADD-TO-CURRENCY-TOTAL
               PERFORM 2400-COMPUTE-DEDUCTIONS
               MOVE WS-DED-PERSON-TOTAL TO FN-AMOUNT
               PERFORM 2130-FORMAT-ONE-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-DL-DEDUCTS
               PERFORM 2450-COMPUTE-WITHHOLDING
               MOVE WS-TAX-AMOUNT TO FN-AMOUNT
               PERFORM 2130-FORMAT-ONE-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-DL-TAX
               MOVE WS-TAX-AMOUNT TO CX-LOCAL-AMOUNT
               PERFORM 2140-CONVERT-TO-BASE
               ADD CX-BASE-AMOUNT TO WS-GRAND-TAX-TOTAL
               COMPUTE WS-NET-AMOUNT =
                   CM-ANNUAL-SALARY - WS-DED-PERSON-TOTAL
                   - WS-TAX-AMOUNT
               IF WS-NET-AMOUNT < 0
                   MOVE 0 TO WS-NET-AMOUNT
               END-IF
               ADD WS-DED-PERSON-TOTAL TO WS-GRAND-DED-TOTAL
               ADD WS-NET-AMOUNT TO WS-GRAND-NET-TOTAL
               MOVE WS-DETAIL-LINE TO PY-REPORT-LINE
               PERFORM 2115-KEY-LINE-TO-PERSON-DEPT
               PERFORM 2110-EMIT-REPORT-LINE
               PERFORM 2500-ITEMIZE-DEDUCTIONS
           END-IF
           ADD 1 TO WS-LISTED-COUNT.

      *> a person with no compensation row in the snapshot is left
      *> exactly as a COMPMAST miss leaves them.
       2105-TAKE-SNAPSHOT-COMP.
           MOVE PN-PERSON-ID TO CM-PERSON-ID
           IF PN-HAS-COMP
               MOVE PN-GRADE TO CM-GRADE
               MOVE PN-ANNUAL-SALARY TO CM-ANNUAL-SALARY
               MOVE PN-COMP-EFFECTIVE TO CM-EFFECTIVE-DATE
               MOVE PN-PAY-BASIS TO CM-PAY-BASIS
               MOVE PN-HOURLY-RATE TO CM-HOURLY-RATE
               MOVE PN-CURRENCY-CODE TO CM-CURRENCY-CODE
           ELSE
               MOVE SPACES TO CM-GRADE
               MOVE 0 TO CM-ANNUAL-SALARY
               MOVE SPACES TO CM-CURRENCY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-COMPUTE-DEDUCTIONS - position DEDMAST at this person    *>
      *> and total their active deductions: a flat one takes its     *>
      *>----------------------------------------------------------*>
       2400-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-DED-PERSON-TOTAL
           MOVE 0 TO WS-PRETAX-TOTAL
           IF NOT WS-DED-FILE-OPEN
               GO TO 2400-COMPUTE-DEDUCTIONS-EXIT
           END-IF
               MOVE DD-FLAT-AMOUNT TO WS-DED-THIS-AMOUNT
           END-IF
           ADD WS-DED-THIS-AMOUNT TO WS-DED-PERSON-TOTAL
           MOVE DD-DEDUCT-CODE TO WC-DEDUCT-CODE
           CALL "IsPreTaxDeduction" USING WC-DEDUCT-CODE
               WC-PRETAX-FLAG
           IF WC-PRETAX-DEDUCTION
               ADD WS-DED-THIS-AMOUNT TO WS-PRETAX-TOTAL
           END-IF
           MOVE WS-DED-THIS-AMOUNT TO CX-LOCAL-AMOUNT
           PERFORM 2140-CONVERT-TO-BASE
           PERFORM 2430-ADD-TO-CODE-TOTAL.

       2430-ADD-TO-CODE-TOTAL.
               UNTIL WS-CT-IDX > WS-CODE-COUNT
                   OR WS-CODE-FOUND
           IF WS-CODE-FOUND
               ADD CX-BASE-AMOUNT TO WS-CT-TOTAL(WS-CT-IDX)
           ELSE
               IF WS-CODE-COUNT < WS-CODE-MAX
                   ADD 1 TO WS-CODE-COUNT
                   SET WS-CT-IDX TO WS-CODE-COUNT
                   MOVE DD-DEDUCT-CODE TO WS-CT-CODE(WS-CT-IDX)
                   MOVE CX-BASE-AMOUNT
                       TO WS-CT-TOTAL(WS-CT-IDX)
               END-IF
           END-IF.
               SET WS-CT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 2450-COMPUTE-WITHHOLDING - a year's federal and state tax   *>
      *> on the annual salary less the pre-tax deductions, from the  *>
      *> tax table in force on the run date.                         *>
      *>----------------------------------------------------------*>
       2450-COMPUTE-WITHHOLDING.
           MOVE PM-PERSON-ID TO WC-PERSON-ID
           MOVE RC-RUN-DATE TO WC-AS-OF-DATE
           IF WS-PRETAX-TOTAL < CM-ANNUAL-SALARY
               COMPUTE WC-TAXABLE-AMOUNT =
                   CM-ANNUAL-SALARY - WS-PRETAX-TOTAL
           ELSE
               MOVE 0 TO WC-TAXABLE-AMOUNT
           END-IF
           MOVE 365 TO WC-PERIOD-DAYS
           CALL "CalcWithholding" USING WC-PERSON-ID WC-AS-OF-DATE
               WC-TAXABLE-AMOUNT WC-PERIOD-DAYS WC-FED-AMOUNT
               WC-STATE-AMOUNT WC-STATE-CODE WC-ELECTION-FLAG
           COMPUTE WS-TAX-AMOUNT = WC-FED-AMOUNT + WC-STATE-AMOUNT.

      *>----------------------------------------------------------*>
      *> 2500-ITEMIZE-DEDUCTIONS - one indented line per active       *>
      *> deduction under the person's register line.                  *>
                           PERFORM 2130-FORMAT-ONE-AMOUNT
                           MOVE FN-FORMATTED-AMOUNT TO WS-DI-AMOUNT
                           MOVE WS-DED-ITEM-LINE TO PY-REPORT-LINE
                           PERFORM 2115-KEY-LINE-TO-PERSON-DEPT
                           PERFORM 2110-EMIT-REPORT-LINE
                       END-IF
                   END-IF

       2110-EMIT-REPORT-LINE.
           DISPLAY PY-REPORT-LINE
           WRITE PY-REPORT-LINE
           CALL "NoteBurstLine" USING BX-DEPT-CODE
           MOVE SPACES TO BX-DEPT-CODE.

      *>----------------------------------------------------------*>
      *> 2115-KEY-LINE-TO-PERSON-DEPT - the next line emitted is      *>
      *> this person's, so ReportBurst files it under their           *>
      *> department (NONE when they have none).                       *>
      *>----------------------------------------------------------*>
       2115-KEY-LINE-TO-PERSON-DEPT.
           MOVE PM-DEPARTMENT-CODE TO BX-DEPT-CODE
           IF BX-DEPT-CODE = SPACES
               MOVE "NONE" TO BX-DEPT-CODE
           END-IF.

       2120-FORMAT-SALARY.
           MOVE CM-ANNUAL-SALARY TO FN-AMOUNT
           PERFORM 2130-FORMAT-ONE-AMOUNT.

      *>----------------------------------------------------------*>
      *> 2130-FORMAT-ONE-AMOUNT - a person's own figures, in the      *>
      *> currency they are paid in.                                   *>
      *>----------------------------------------------------------*>
       2130-FORMAT-ONE-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-PAY-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

       2135-FORMAT-ONE-BASE-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

      *>----------------------------------------------------------*>
      *> 2140-CONVERT-TO-BASE - CX-LOCAL-AMOUNT, in the person's      *>
      *> currency, to CX-BASE-AMOUNT at the rate in force on the      *>
      *> run date, rounded half-up to the cent.                       *>
      *>----------------------------------------------------------*>
       2140-CONVERT-TO-BASE.
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE RC-RUN-DATE TO CX-AS-OF-DATE
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG
           IF NOT CX-RATE-FOUND
               PERFORM 2190-STOP-FOR-MISSING-RATE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2190-STOP-FOR-MISSING-RATE - a figure at a guessed rate is   *>
      *> worse than no register: say which currency and person,       *>
      *> mark the report, and end the step without marking it         *>
      *> complete so the chain holds until the rate is loaded and     *>
      *> PAYREG rerun.                                                *>
      *>----------------------------------------------------------*>
       2190-STOP-FOR-MISSING-RATE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No exchange rate for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " PM-PERSON-ID
               ") - register stopped"
           MOVE "PAYREG" TO LE-PROGRAM-NAME
           MOVE "2140-CONVERT-TO-BASE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No exchange rate for " DELIMITED BY SIZE
               CX-CURRENCY-CODE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CX-AS-OF-DATE DELIMITED BY SIZE
               " - register stopped" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE CX-CURRENCY-CODE TO WS-RS-CURRENCY
           MOVE CX-AS-OF-DATE TO WS-RS-DATE
           MOVE PM-PERSON-ID TO WS-RS-PERSON
           MOVE WS-RATE-STOP-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE
           IF SN-USABLE
               CALL "ClosePersonSnapshot"
           ELSE
               CLOSE PERSON-MASTER
               CLOSE COMP-MASTER
           END-IF
           IF WS-DED-FILE-OPEN
               CLOSE DEDUCT-MASTER
           END-IF
           CLOSE PAYROLL-REPORT
           CALL "CloseBurstIndex"
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 2200-ADD-TO-DEPT-TOTAL - roll this salary into the           *>
      *> department buckets, split the way the person's COSTALOC      *>
      *> allocation in force spreads it (each cost center's share     *>
      *> to the department carrying it), or all to their own          *>
      *> department when there is no usable allocation.               *>
      *>----------------------------------------------------------*>
       2200-ADD-TO-DEPT-TOTAL.
           MOVE PM-PERSON-ID TO AllocPersonId
           MOVE RC-RUN-DATE TO AllocAsOfDate
           MOVE PM-DEPARTMENT-CODE TO AllocHomeDept
           MOVE WS-BASE-GROSS TO AllocAmount
           CALL "GetCostAllocation" USING AllocPersonId
               AllocAsOfDate AllocHomeDept AllocAmount AllocResult
           PERFORM 2205-ADD-ONE-SHARE
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > AllocCount.

       2205-ADD-ONE-SHARE.
           MOVE AllocDeptCode(WS-ALLOC-SUB) TO WS-FIND-DEPT
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 2210-MATCH-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               ADD AllocShare(WS-ALLOC-SUB) TO WS-DT-SALARY(WS-DT-IDX)
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DT-IDX TO WS-DEPT-COUNT
                   MOVE WS-FIND-DEPT TO WS-DT-CODE(WS-DT-IDX)
                   MOVE AllocShare(WS-ALLOC-SUB)
                       TO WS-DT-SALARY(WS-DT-IDX)
               END-IF
           END-IF.

       2210-MATCH-ONE-DEPT.
           IF WS-DT-CODE(WS-DT-IDX) = WS-FIND-DEPT
               SET WS-DEPT-FOUND TO TRUE
               SET WS-DT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 2250-ADD-TO-CURRENCY-TOTAL - this gross, local and base,     *>
      *> into its pay currency's bucket.                              *>
      *>----------------------------------------------------------*>
       2250-ADD-TO-CURRENCY-TOTAL.
           MOVE "N" TO WS-CURR-FOUND-FLAG
           PERFORM 2260-MATCH-ONE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CURR-COUNT
                   OR WS-CURR-FOUND
           IF NOT WS-CURR-FOUND
               IF WS-CURR-COUNT < WS-CURR-MAX
                   ADD 1 TO WS-CURR-COUNT
                   SET WS-CY-IDX TO WS-CURR-COUNT
                   MOVE WS-PAY-CURRENCY TO WS-CY-CODE(WS-CY-IDX)
                   MOVE 0 TO WS-CY-COUNT(WS-CY-IDX)
                   MOVE 0 TO WS-CY-LOCAL-TOTAL(WS-CY-IDX)
                   MOVE 0 TO WS-CY-BASE-TOTAL(WS-CY-IDX)
                   SET WS-CURR-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-CURR-FOUND
               ADD 1 TO WS-CY-COUNT(WS-CY-IDX)
               ADD CM-ANNUAL-SALARY TO WS-CY-LOCAL-TOTAL(WS-CY-IDX)
               ADD WS-BASE-GROSS TO WS-CY-BASE-TOTAL(WS-CY-IDX)
           END-IF.

       2260-MATCH-ONE-CURRENCY.
           IF WS-CY-CODE(WS-CY-IDX) = WS-PAY-CURRENCY
               SET WS-CURR-FOUND TO TRUE
               SET WS-CY-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-WRITE-TOTALS - salary total per department, the grand   *>
      *> total, and the listed/missing footing.                       *>
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
           MOVE WS-GRAND-TOTAL TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE
           MOVE WS-GRAND-TAX-TOTAL TO FN-AMOUNT
           PERFORM 2135-FORMAT-ONE-BASE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-XL-AMOUNT
           MOVE WS-TAX-TOTAL-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE
           MOVE WS-LISTED-COUNT TO WS-FL-COUNT
           MOVE WS-COMP-MISSING-COUNT TO WS-FL-MISSING
           MOVE WS-FOOTING-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE
           PERFORM 3100-WRITE-CODE-TOTALS
           PERFORM 3200-WRITE-CURRENCY-TOTALS.

      *>----------------------------------------------------------*>
      *> 3200-WRITE-CURRENCY-TOTALS - one line per pay currency:      *>
      *> how many people, their gross in that currency, and the       *>
      *> same gross in base, which is what the department totals      *>
      *> add up.                                                      *>
      *>----------------------------------------------------------*>
       3200-WRITE-CURRENCY-TOTALS.
           IF WS-CURR-COUNT > 0
               MOVE SPACES TO PY-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               MOVE WS-CURR-TOTAL-HEADING TO PY-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               PERFORM 3210-WRITE-ONE-CURRENCY-TOTAL
                   VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CURR-COUNT
           END-IF.

       3210-WRITE-ONE-CURRENCY-TOTAL.
           MOVE WS-CY-CODE(WS-CY-IDX) TO WS-CY-LINE-CODE
           MOVE WS-CY-COUNT(WS-CY-IDX) TO WS-CY-LINE-COUNT
           MOVE WS-CY-CODE(WS-CY-IDX) TO WS-PAY-CURRENCY
           MOVE WS-CY-LOCAL-TOTAL(WS-CY-IDX) TO FN-AMOUNT
           PERFORM 2130-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CY-LINE-LOCAL
           MOVE WS-CY-BASE-TOTAL(WS-CY-IDX) TO FN-AMOUNT
           PERFORM 2135-FORMAT-ONE-BASE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CY-LINE-BASE
           MOVE WS-CURR-TOTAL-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3100-WRITE-CODE-TOTALS - the amount owed to each benefits    *>
       3110-WRITE-ONE-CODE-TOTAL.
           MOVE WS-CT-CODE(WS-CT-IDX) TO WS-CT-LINE-CODE
           MOVE WS-CT-TOTAL(WS-CT-IDX) TO FN-AMOUNT
           PERFORM 2135-FORMAT-ONE-BASE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CT-LINE-AMOUNT
           MOVE WS-CODE-TOTAL-LINE TO PY-REPORT-LINE
           PERFORM 2110-EMIT-REPORT-LINE.
           MOVE WS-DT-CODE(WS-DT-IDX) TO WS-TL-DEPT
           MOVE WS-DT-SALARY(WS-DT-IDX) TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-TL-AMOUNT
           MOVE WS-DEPT-TOTAL-LINE TO PY-REPORT-LINE
           MOVE WS-DT-CODE(WS-DT-IDX) TO BX-DEPT-CODE
           IF BX-DEPT-CODE = SPACES
               MOVE "NONE" TO BX-DEPT-CODE
           END-IF
           PERFORM 2110-EMIT-REPORT-LINE.
