      *>             the DEPTBUDG.CTL authorized figures, and prints  *>
      *>             one line per department with the variance and    *>
      *>             an OVER / UNDER / NO BUDGET flag - so headcount  *>
      *>             budgets stop living on paper only.  Each         *>
      *>             department line also carries the annual salary   *>
      *>             cost of its occupants from COMPMAST in the base  *>
      *>             currency, converted through ConvertCurrency for  *>
      *>             anyone paid in another currency, and a closing   *>
      *>             section gives the cost by pay currency in both   *>
      *>             the local and the base money.  A currency with   *>
      *>             no exchange rate on the run date stops the       *>
      *>             report with return code 8.  The roster and pay   *>
      *>             come from tonight's PERSSNAP person snapshot     *>
      *>             when it is on hand and balances; otherwise       *>
      *>             PERSMAST and COMPMAST are read as before.        *>
      *>                                                              *>
      *>             DEPTBUDG.CTL row: dept(4) blank authorized(5).   *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Annual cost per department and by pay          *>
      *>               currency.                                      *>
      *>   2026-10-15  The roster and pay come from tonight's         *>
      *>               PERSSNAP person snapshot when it is on hand    *>
      *>               and balances, with PERSMAST and COMPMAST read  *>
      *>               as before when it is not.                      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadBudget.
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEPT-BUDGET ASSIGN TO "DEPTBUDG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  DEPT-BUDGET.
       01  DEPT-BUDGET-RECORD.
           05 BG-DEPT-CODE         PIC X(04).
           05 BG-AUTHORIZED        PIC 9(05).

       FD  BUDGET-REPORT.
       01  BR-REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "format-number-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-BG-STATUS              PIC X(02) VALUE "00".
           88 WS-BG-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-COMP-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-COMP-FILE-OPEN               VALUE "Y".
       01 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
       01 WS-PAY-CURRENCY           PIC X(03) VALUE SPACES.
       01 WS-TOTAL-COST             PIC 9(15) VALUE 0.
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
               10 WS-DT-ACTUAL      PIC 9(05).
               10 WS-DT-BUDGET      PIC 9(05).
               10 WS-DT-HAS-BUDGET  PIC X(01).
               10 WS-DT-COST        PIC 9(13).

       01 WS-CURR-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-CURR-MAX               PIC 9(02) COMP VALUE 20.
       01 WS-CURR-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-CURR-FOUND                   VALUE "Y".
       01 WS-CURRENCY-TABLE.
           05 WS-CY-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-CY-IDX.
               10 WS-CY-CODE        PIC X(03).
               10 WS-CY-COUNT       PIC 9(05).
               10 WS-CY-LOCAL-TOTAL PIC 9(15).
               10 WS-CY-BASE-TOTAL  PIC 9(15).

       01 WS-HEADING-1.
           05 FILLER                PIC X(28) VALUE
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2              PIC X(60) VALUE
           "DEPT  ACTUAL AUTHRZD VARIANCE FLAG          ANNUAL COST".
       01 WS-DETAIL-LINE.
           05 WS-DL-CODE            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-VARIANCE        PIC ++++9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-COST            PIC X(20).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(22) VALUE
               "DEPARTMENTS OVER:     ".
           05 WS-FL-OVER            PIC ZZ9.
       01 WS-COST-TOTAL-LINE.
           05 FILLER                PIC X(22) VALUE
               "TOTAL ANNUAL COST:    ".
           05 WS-CL-AMOUNT          PIC X(25).
       01 WS-CURR-HEADING.
           05 FILLER                PIC X(40) VALUE
               "ANNUAL COST BY PAY CURRENCY  PEOPLE  LOC".
           05 FILLER                PIC X(25) VALUE
               "AL                   BASE".
       01 WS-CURR-LINE.
           05 WS-CY-LINE-CODE       PIC X(03).
           05 FILLER                PIC X(26) VALUE SPACES.
           05 WS-CY-LINE-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CY-LINE-LOCAL      PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CY-LINE-BASE       PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE WS-OVER-COUNT TO WS-FL-OVER
               MOVE WS-FOOTING-LINE TO BR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               PERFORM 3000-WRITE-COST-TOTALS
               CLOSE BUDGET-REPORT
               IF WS-OVER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "HEADBUDG" TO RC-JOB-STEP-NAME
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           MOVE XRateBaseCurrency TO WS-BASE-CURRENCY.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-TALLY-THE-MASTER - tonight's person snapshot when it    *>
      *> is usable (it carries the COMPMAST rows, so the cost         *>
      *> columns print as though COMPMAST were open), otherwise the   *>
      *> master swept and COMPMAST read per occupant.                 *>
      *>----------------------------------------------------------*>
       1000-TALLY-THE-MASTER.
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF SN-USABLE
               SET WS-COMP-FILE-OPEN TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1015-TALLY-ONE-SNAPSHOT
                   UNTIL WS-AT-END
               CALL "ClosePersonSnapshot"
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSSNAP not usable - " SN-REASON-TEXT
                   " - reading the masters"
               PERFORM 1005-TALLY-FROM-MASTERS
           END-IF.

       1005-TALLY-FROM-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               OPEN INPUT COMP-MASTER
               IF WS-CM-OK
                   SET WS-COMP-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " COMPMAST not available - status "
                       WS-CM-STATUS " - no cost figures"
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               PERFORM 1010-TALLY-ONE-RECORD
                   UNTIL WS-AT-END
               CLOSE PERSON-MASTER
               IF WS-COMP-FILE-OPEN
                   CLOSE COMP-MASTER
               END-IF
           END-IF.

       1010-TALLY-ONE-RECORD.
                   IF PM-ACTIVE OR PM-ON-LEAVE
                       PERFORM 1020-FIND-OR-ADD-DEPT-ENTRY
                       ADD 1 TO WS-DT-ACTUAL(WS-DT-IDX)
                       PERFORM 1100-COST-ONE-PERSON
                           THRU 1100-COST-ONE-PERSON-EXIT
                   END-IF
           END-READ.

       1015-TALLY-ONE-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-AT-END TO TRUE
           ELSE
               MOVE PN-PERSON-ID TO PM-PERSON-ID
               MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
               MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
               MOVE PN-HIRE-DATE TO PM-HIRE-DATE
               MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
               IF PM-ACTIVE OR PM-ON-LEAVE
                   PERFORM 1020-FIND-OR-ADD-DEPT-ENTRY
                   ADD 1 TO WS-DT-ACTUAL(WS-DT-IDX)
                   PERFORM 1100-COST-ONE-PERSON
                       THRU 1100-COST-ONE-PERSON-EXIT
               END-IF
           END-IF.

       1020-FIND-OR-ADD-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 1030-MATCH-ONE-DEPT-ENTRY
               MOVE 0 TO WS-DT-ACTUAL(WS-DT-IDX)
               MOVE 0 TO WS-DT-BUDGET(WS-DT-IDX)
               MOVE "N" TO WS-DT-HAS-BUDGET(WS-DT-IDX)
               MOVE 0 TO WS-DT-COST(WS-DT-IDX)
           END-IF.

       1030-MATCH-ONE-DEPT-ENTRY.
               SET WS-DT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-COST-ONE-PERSON - the occupant's annual salary into     *>
      *> the department's cost in base, and into the pay currency's   *>
      *> local and base totals.  No COMPMAST row, no cost.            *>
      *>----------------------------------------------------------*>
       1100-COST-ONE-PERSON.
           IF NOT WS-COMP-FILE-OPEN
               GO TO 1100-COST-ONE-PERSON-EXIT
           END-IF
           IF SN-USABLE
               IF NOT PN-HAS-COMP
                   GO TO 1100-COST-ONE-PERSON-EXIT
               END-IF
               MOVE PN-PERSON-ID TO CM-PERSON-ID
               MOVE PN-ANNUAL-SALARY TO CM-ANNUAL-SALARY
               MOVE PN-CURRENCY-CODE TO CM-CURRENCY-CODE
           ELSE
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       GO TO 1100-COST-ONE-PERSON-EXIT
               END-READ
           END-IF
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE RC-RUN-DATE TO CX-AS-OF-DATE
           MOVE CM-ANNUAL-SALARY TO CX-LOCAL-AMOUNT
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG
           IF NOT CX-RATE-FOUND
               PERFORM 1190-STOP-FOR-MISSING-RATE
           END-IF
           ADD CX-BASE-AMOUNT TO WS-DT-COST(WS-DT-IDX)
           ADD CX-BASE-AMOUNT TO WS-TOTAL-COST
           MOVE CM-CURRENCY-CODE TO WS-PAY-CURRENCY
           IF WS-PAY-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
           END-IF
           MOVE "N" TO WS-CURR-FOUND-FLAG
           PERFORM 1110-MATCH-ONE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CURR-COUNT
                   OR WS-CURR-FOUND
           IF NOT WS-CURR-FOUND
               AND WS-CURR-COUNT < WS-CURR-MAX
               ADD 1 TO WS-CURR-COUNT
               SET WS-CY-IDX TO WS-CURR-COUNT
               MOVE WS-PAY-CURRENCY TO WS-CY-CODE(WS-CY-IDX)
               MOVE 0 TO WS-CY-COUNT(WS-CY-IDX)
               MOVE 0 TO WS-CY-LOCAL-TOTAL(WS-CY-IDX)
               MOVE 0 TO WS-CY-BASE-TOTAL(WS-CY-IDX)
               SET WS-CURR-FOUND TO TRUE
           END-IF
           IF WS-CURR-FOUND
               ADD 1 TO WS-CY-COUNT(WS-CY-IDX)
               ADD CM-ANNUAL-SALARY TO WS-CY-LOCAL-TOTAL(WS-CY-IDX)
               ADD CX-BASE-AMOUNT TO WS-CY-BASE-TOTAL(WS-CY-IDX)
           END-IF.
       1100-COST-ONE-PERSON-EXIT.
           EXIT.

       1110-MATCH-ONE-CURRENCY.
           IF WS-CY-CODE(WS-CY-IDX) = WS-PAY-CURRENCY
               SET WS-CURR-FOUND TO TRUE
               SET WS-CY-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 1190-STOP-FOR-MISSING-RATE - no cost figure is better than   *>
      *> one at a guessed rate: name the currency and person and      *>
      *> end the step with return code 8.                             *>
      *>----------------------------------------------------------*>
       1190-STOP-FOR-MISSING-RATE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No exchange rate for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " PM-PERSON-ID
               ") - report stopped"
           MOVE "HEADBUDG" TO LE-PROGRAM-NAME
           MOVE "1100-COST-ONE-PERSON" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No exchange rate for " DELIMITED BY SIZE
               CX-CURRENCY-CODE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CX-AS-OF-DATE DELIMITED BY SIZE
               " - report stopped" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           IF SN-USABLE
               CALL "ClosePersonSnapshot"
           ELSE
               CLOSE PERSON-MASTER
               CLOSE COMP-MASTER
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 1500-ATTACH-THE-BUDGETS - every DEPTBUDG.CTL row lands on    *>
      *> its department entry, adding entries for budgeted            *>
           ELSE
               MOVE "NO BUDGET" TO WS-DL-FLAG
           END-IF
           IF WS-COMP-FILE-OPEN
               MOVE WS-DT-COST(WS-DT-IDX) TO FN-AMOUNT
               MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
               PERFORM 2920-FORMAT-ONE-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-DL-COST
           END-IF
           MOVE WS-DETAIL-LINE TO BR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY BR-REPORT-LINE
           WRITE BR-REPORT-LINE.

       2920-FORMAT-ONE-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

      *>----------------------------------------------------------*>
      *> 3000-WRITE-COST-TOTALS - the total annual cost in base,      *>
      *> then one line per pay currency with its people, its cost     *>
      *> in its own money and the same cost in base.                  *>
      *>----------------------------------------------------------*>
       3000-WRITE-COST-TOTALS.
           IF WS-COMP-FILE-OPEN
               MOVE WS-TOTAL-COST TO FN-AMOUNT
               MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
               PERFORM 2920-FORMAT-ONE-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-CL-AMOUNT
               MOVE WS-COST-TOTAL-LINE TO BR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               MOVE SPACES TO BR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               MOVE WS-CURR-HEADING TO BR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               PERFORM 3010-WRITE-ONE-CURRENCY
                   VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CURR-COUNT
           END-IF.

       3010-WRITE-ONE-CURRENCY.
           MOVE WS-CY-CODE(WS-CY-IDX) TO WS-CY-LINE-CODE
           MOVE WS-CY-COUNT(WS-CY-IDX) TO WS-CY-LINE-COUNT
           MOVE WS-CY-LOCAL-TOTAL(WS-CY-IDX) TO FN-AMOUNT
           MOVE WS-CY-CODE(WS-CY-IDX) TO FN-CURRENCY-CODE
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CY-LINE-LOCAL
           MOVE WS-CY-BASE-TOTAL(WS-CY-IDX) TO FN-AMOUNT
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CY-LINE-BASE
           MOVE WS-CURR-LINE TO BR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.
