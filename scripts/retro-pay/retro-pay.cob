      *>--------------------------------------------------------------*>
      *> PROGRAM:    RetroPay                                         *>
      *> PURPOSE:    Retroactive pay for back-dated compensation      *>
      *>             changes.  Scans COMPHIST.LOG for salary changes  *>
      *>             effective on or before the end of the latest     *>
      *>             period on PAYPOST.LOG, and for each affected     *>
      *>             person re-prices every PAYHIST.DAT period from   *>
      *>             the change on: each day paid at the salary in    *>
      *>             effect that day (365-day year, as PayCycle       *>
      *>             prices it), against the period's own salary on   *>
      *>             the ledger and any retro already raised for it.  *>
      *>             Each difference is listed on the RETROPAY        *>
      *>             register for HR sign-off and, on a finalized     *>
      *>             run, written to PAYTRAN as an open RETR          *>
      *>             adjustment for the next finalized PayCycle.      *>
      *>             Rerunning raises nothing twice: what is already  *>
      *>             on PAYTRAN for the period counts as paid.        *>
      *>             Hourly periods (LG-PAY-BASIS H) are priced from  *>
      *>             timecards, not salary, and are left alone.       *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               RETROPAY_FINAL  Y writes the adjustments to    *>
      *>                               PAYTRAN (default: register     *>
      *>                               only, for sign-off)            *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  Period re-priced against the ledger's local  *>
      *>               gross and adjustment, in the currency the      *>
      *>               salary is in; the RETR amount raised is in the *>
      *>               person's pay currency, as PayCycle expects of  *>
      *>               PAYTRAN, and converted when it is paid.        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT COMP-HISTORY ASSIGN TO "COMPHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT PAY-PERIOD-LOG ASSIGN TO "PAYPOST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PAY-LEDGER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT PAY-TRANSACTION ASSIGN TO "PAYTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRAN-KEY
               FILE STATUS IS WS-PT-STATUS.
           SELECT RETRO-REGISTER ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-HISTORY.
           COPY "comp-history.cpy".

       FD  PAY-PERIOD-LOG.
           COPY "pay-period-log.cpy".

       FD  PAY-LEDGER.
           COPY "pay-ledger.cpy".

       FD  PAY-TRANSACTION.
           COPY "pay-transaction.cpy".

       FD  RETRO-REGISTER.
       01  RR-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CH-STATUS              PIC X(02) VALUE "00".
           88 WS-CH-OK                        VALUE "00".
       01 WS-PD-STATUS              PIC X(02) VALUE "00".
           88 WS-PD-OK                        VALUE "00".
       01 WS-LG-STATUS              PIC X(02) VALUE "00".
           88 WS-LG-OK                        VALUE "00".
       01 WS-PT-STATUS              PIC X(02) VALUE "00".
           88 WS-PT-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-PT-EOF                 PIC X(01) VALUE "N".
           88 WS-PT-AT-END                    VALUE "Y".
       01 WS-TRAN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-TRAN-FILE-OPEN               VALUE "Y".
       01 WS-LEDGER-FILE-FLAG       PIC X(01) VALUE "N".
           88 WS-LEDGER-FILE-OPEN             VALUE "Y".
       01 WS-FINAL-TEXT             PIC X(01) VALUE "N".
           88 WS-FINAL-RUN                    VALUE "Y".
       01 WS-MODE-TEXT              PIC X(08) VALUE "PREVIEW".
       01 WS-LAST-POSTED-END        PIC 9(08) VALUE 0.
       01 WS-LEDGER-ROWS            PIC 9(05) VALUE 0.
       01 WS-CHECKED-COUNT          PIC 9(05) VALUE 0.
       01 WS-RETRO-COUNT            PIC 9(05) VALUE 0.
       01 WS-WRITTEN-COUNT          PIC 9(05) VALUE 0.
       01 WS-INCREASE-TOTAL         PIC 9(12) VALUE 0.
       01 WS-DECREASE-TOTAL         PIC 9(12) VALUE 0.
       01 WS-PAY-FROM-DATE          PIC 9(08) VALUE 0.
       01 WS-FROM-DAYS              PIC 9(07) VALUE 0.
       01 WS-TO-DAYS                PIC 9(07) VALUE 0.
       01 WS-DAY                    PIC 9(07) VALUE 0.
       01 WS-SALARY-DAYS            PIC 9(15) VALUE 0.
       01 WS-SHOULD-AMOUNT          PIC 9(11) VALUE 0.
       01 WS-PAID-AMOUNT            PIC S9(11) VALUE 0.
       01 WS-PRIOR-RETRO            PIC S9(11) VALUE 0.
       01 WS-RETRO-AMOUNT           PIC S9(11) VALUE 0.
       01 WS-NEXT-SEQ               PIC 9(04) VALUE 0.

      *> every COMPHIST.LOG salary row, its effective date as a
      *> serial day number.
       01 WS-CH-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-CH-MAX                 PIC 9(04) COMP VALUE 2000.
       01 WS-COMP-HIST-TABLE.
           05 WS-CH-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-CH-IDX.
               10 WS-CH-PERSON-ID   PIC 9(05).
               10 WS-CH-EFF-DAYS    PIC 9(07).
               10 WS-CH-OLD-SALARY  PIC 9(11).
               10 WS-CH-NEW-SALARY  PIC 9(11).

      *> people with a change effective inside the posted periods,
      *> with the earliest such change.
       01 WS-AF-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-AF-MAX                 PIC 9(03) COMP VALUE 500.
       01 WS-AF-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-AF-FOUND                     VALUE "Y".
       01 WS-FIND-PERSON-ID         PIC 9(05) VALUE 0.
       01 WS-AFFECTED-TABLE.
           05 WS-AF-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-AF-IDX.
               10 WS-AF-PERSON-ID   PIC 9(05).
               10 WS-AF-FIRST-DATE  PIC 9(08).

      *> the one person's salary rows while their period is priced.
       01 WS-PC-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-PC-MAX                 PIC 9(02) COMP VALUE 50.
       01 WS-PC-FIRST-DAYS          PIC 9(07) VALUE 0.
       01 WS-PC-PRIOR-SALARY        PIC 9(11) VALUE 0.
       01 WS-PC-BEST-DAYS           PIC 9(07) VALUE 0.
       01 WS-PC-DAY-SALARY          PIC 9(11) VALUE 0.
       01 WS-PERSON-COMP-TABLE.
           05 WS-PC-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-PC-IDX.
               10 WS-PC-EFF-DAYS    PIC 9(07).
               10 WS-PC-OLD-SALARY  PIC 9(11).
               10 WS-PC-NEW-SALARY  PIC 9(11).

       01 WS-HEADING-1.
           05 FILLER                PIC X(38) VALUE
               "RETRO PAY REGISTER - POSTED THROUGH ".
           05 WS-H1-POSTED-END      PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-H1-MODE            PIC X(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(29) VALUE
               "PERSON  NAME".
           05 FILLER                PIC X(18) VALUE "PERIOD".
           05 FILLER                PIC X(13) VALUE "DAYS".
           05 FILLER                PIC X(15) VALUE "PAID".
           05 FILLER                PIC X(14) VALUE "SHOULD BE".
           05 FILLER                PIC X(16) VALUE "PRIOR RETRO".
           05 FILLER                PIC X(16) VALUE "ADJUSTMENT".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-START           PIC 9(08).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-DL-END             PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DAYS            PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-PAID            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-SHOULD          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-PRIOR           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RETRO           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NOTE            PIC X(08).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(17) VALUE
               "PERIODS CHECKED: ".
           05 WS-FL-CHECKED         PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE
               "  ADJUSTMENTS: ".
           05 WS-FL-RETRO           PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE
               "  INCREASES: ".
           05 WS-FL-INCREASE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(14) VALUE
               "  DECREASES: ".
           05 WS-FL-DECREASE        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGN-OFF-LINE          PIC X(80) VALUE
           "HR APPROVAL: ______________________   DATE: __________".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-FIND-LAST-POSTED
               IF WS-LAST-POSTED-END = 0
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " No posted pay period - nothing to correct."
               ELSE
                   PERFORM 1100-LOAD-COMP-HISTORY
                   PERFORM 1500-OPEN-FILES
                   IF WS-PM-OK
                       PERFORM 2000-CHECK-ONE-LEDGER-ROW
                           UNTIL WS-AT-END
                       PERFORM 3000-WRITE-TOTALS
                       PERFORM 3900-CLOSE-FILES
                   END-IF
                   CLOSE RETRO-REGISTER
               END-IF
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step.                                    *>
      *>----------------------------------------------------------*>
       0010-STAMP-RUN-CONTROL.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RC-RUN-TIME FROM TIME
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "RUNID"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-RUN-ID
           END-IF
           MOVE SPACES TO RC-ENV-WORK
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "OPERATOR"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "RETROPAY" TO RC-JOB-STEP-NAME.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

       0020-CHECK-SCHEDULE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "CheckJobSchedule" USING JS-JOB-NAME JS-CAN-RUN
               JS-REASON-TEXT.

       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-FIND-LAST-POSTED - the latest period end on            *>
      *> PAYPOST.LOG; no log means nothing has been paid yet.        *>
      *>----------------------------------------------------------*>
       1000-FIND-LAST-POSTED.
           ACCEPT WS-FINAL-TEXT FROM ENVIRONMENT "RETROPAY_FINAL"
           IF WS-FINAL-RUN
               MOVE "FINAL" TO WS-MODE-TEXT
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-PERIOD-LOG
           IF WS-PD-OK
               PERFORM 1010-TEST-ONE-POSTED-PERIOD
                   UNTIL WS-AT-END
               CLOSE PAY-PERIOD-LOG
           END-IF.

       1010-TEST-ONE-POSTED-PERIOD.
           READ PAY-PERIOD-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PD-PERIOD-END IS NUMERIC
                       AND PD-PERIOD-END > WS-LAST-POSTED-END
                       MOVE PD-PERIOD-END TO WS-LAST-POSTED-END
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-COMP-HISTORY - every salary row into the table,   *>
      *> and anyone whose salary changed with an effective date      *>
      *> inside the posted periods into the affected list.           *>
      *>----------------------------------------------------------*>
       1100-LOAD-COMP-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COMP-HISTORY
           IF WS-CH-OK
               PERFORM 1110-LOAD-ONE-CHANGE
                   UNTIL WS-AT-END
               CLOSE COMP-HISTORY
           END-IF.

       1110-LOAD-ONE-CHANGE.
           READ COMP-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CH-EFFECTIVE-DATE IS NUMERIC
                       AND CH-NEW-SALARY IS NUMERIC
                       AND CH-OLD-SALARY IS NUMERIC
                       AND WS-CH-COUNT < WS-CH-MAX
                       PERFORM 1120-KEEP-THIS-CHANGE
                   END-IF
           END-READ.

       1120-KEEP-THIS-CHANGE.
           MOVE CH-EFFECTIVE-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           IF DC-DAY-NUMBER > 0
               ADD 1 TO WS-CH-COUNT
               SET WS-CH-IDX TO WS-CH-COUNT
               MOVE CH-PERSON-ID TO WS-CH-PERSON-ID(WS-CH-IDX)
               MOVE DC-DAY-NUMBER TO WS-CH-EFF-DAYS(WS-CH-IDX)
               MOVE CH-OLD-SALARY TO WS-CH-OLD-SALARY(WS-CH-IDX)
               MOVE CH-NEW-SALARY TO WS-CH-NEW-SALARY(WS-CH-IDX)
               IF CH-NEW-SALARY NOT = CH-OLD-SALARY
                   AND CH-EFFECTIVE-DATE NOT > WS-LAST-POSTED-END
                   PERFORM 1130-NOTE-AFFECTED-PERSON
               END-IF
           END-IF.

       1130-NOTE-AFFECTED-PERSON.
           MOVE CH-PERSON-ID TO WS-FIND-PERSON-ID
           PERFORM 1900-FIND-AFFECTED-PERSON
           IF WS-AF-FOUND
               IF CH-EFFECTIVE-DATE < WS-AF-FIRST-DATE(WS-AF-IDX)
                   MOVE CH-EFFECTIVE-DATE
                       TO WS-AF-FIRST-DATE(WS-AF-IDX)
               END-IF
           ELSE
               IF WS-AF-COUNT < WS-AF-MAX
                   ADD 1 TO WS-AF-COUNT
                   SET WS-AF-IDX TO WS-AF-COUNT
                   MOVE CH-PERSON-ID TO WS-AF-PERSON-ID(WS-AF-IDX)
                   MOVE CH-EFFECTIVE-DATE
                       TO WS-AF-FIRST-DATE(WS-AF-IDX)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1500-OPEN-FILES - the ledger is read once; PAYTRAN is       *>
      *> updated on a finalized run (created on first use) and only  *>
      *> read for prior retro on a preview.                          *>
      *>----------------------------------------------------------*>
       1500-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "RETROPAY" TO LE-PROGRAM-NAME
               MOVE "1500-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FINAL-RUN
               OPEN I-O PAY-TRANSACTION
               IF WS-PT-STATUS = "35"
                   OPEN OUTPUT PAY-TRANSACTION
                   CLOSE PAY-TRANSACTION
                   OPEN I-O PAY-TRANSACTION
               END-IF
           ELSE
               OPEN INPUT PAY-TRANSACTION
           END-IF
           IF WS-PT-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-LEDGER
           IF WS-LG-OK
               SET WS-LEDGER-FILE-OPEN TO TRUE
           ELSE
               SET WS-AT-END TO TRUE
           END-IF
           STRING "RETROPAY." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT RETRO-REGISTER
           MOVE WS-LAST-POSTED-END TO WS-H1-POSTED-END
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE WS-MODE-TEXT TO WS-H1-MODE
           MOVE WS-HEADING-1 TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       1900-FIND-AFFECTED-PERSON.
           MOVE "N" TO WS-AF-FOUND-FLAG
           PERFORM 1910-MATCH-ONE-AFFECTED
               VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AF-COUNT OR WS-AF-FOUND
           IF WS-AF-FOUND
               SET WS-AF-IDX DOWN BY 1
           END-IF.

       1910-MATCH-ONE-AFFECTED.
           IF WS-AF-PERSON-ID(WS-AF-IDX) = WS-FIND-PERSON-ID
               SET WS-AF-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-CHECK-ONE-LEDGER-ROW - a paid period for an affected   *>
      *> person, ending on or after their earliest change, is        *>
      *> re-priced.                                                  *>
      *>----------------------------------------------------------*>
       2000-CHECK-ONE-LEDGER-ROW.
           READ PAY-LEDGER
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS
                   IF LG-PERIOD-PAY AND NOT LG-PAID-HOURLY
                       PERFORM 2100-CHECK-THIS-PERIOD
                       THRU 2100-CHECK-THIS-PERIOD-EXIT
                   END-IF
           END-READ.

       2100-CHECK-THIS-PERIOD.
           MOVE LG-PERSON-ID TO WS-FIND-PERSON-ID
           PERFORM 1900-FIND-AFFECTED-PERSON
           IF NOT WS-AF-FOUND
               GO TO 2100-CHECK-THIS-PERIOD-EXIT
           END-IF
           IF LG-PERIOD-END < WS-AF-FIRST-DATE(WS-AF-IDX)
               OR LG-DAYS-PAID = 0
               GO TO 2100-CHECK-THIS-PERIOD-EXIT
           END-IF
           MOVE LG-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "** NOT ON PERSMAST **" TO PM-HUMAN-NAME
                   MOVE 0 TO PM-HIRE-DATE
           END-READ
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 2200-LOAD-PERSON-CHANGES
           MOVE LG-PERIOD-START TO WS-PAY-FROM-DATE
           IF PM-HIRE-DATE > WS-PAY-FROM-DATE
               MOVE PM-HIRE-DATE TO WS-PAY-FROM-DATE
           END-IF
           MOVE WS-PAY-FROM-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           IF DC-DAY-NUMBER = 0
               GO TO 2100-CHECK-THIS-PERIOD-EXIT
           END-IF
           MOVE DC-DAY-NUMBER TO WS-FROM-DAYS
           COMPUTE WS-TO-DAYS = WS-FROM-DAYS + LG-DAYS-PAID - 1
           MOVE 0 TO WS-SALARY-DAYS
           PERFORM 2300-PRICE-ONE-DAY
               VARYING WS-DAY FROM WS-FROM-DAYS BY 1
               UNTIL WS-DAY > WS-TO-DAYS
           COMPUTE WS-SHOULD-AMOUNT ROUNDED =
               WS-SALARY-DAYS / 365
      *> COMPHIST salaries are in the pay currency, so compare with
      *> what the ledger shows was paid in it where the row says.
           IF LG-PAY-CURRENCY NOT = SPACES
               AND LG-LOCAL-GROSS IS NUMERIC
               AND LG-LOCAL-ADJUST IS NUMERIC
               COMPUTE WS-PAID-AMOUNT =
                   LG-LOCAL-GROSS - LG-LOCAL-ADJUST
           ELSE
               COMPUTE WS-PAID-AMOUNT =
                   LG-GROSS-AMOUNT - LG-ADJUST-AMOUNT
           END-IF
           PERFORM 2400-TOTAL-PRIOR-RETRO
           COMPUTE WS-RETRO-AMOUNT = WS-SHOULD-AMOUNT
               - WS-PAID-AMOUNT - WS-PRIOR-RETRO
           IF WS-RETRO-AMOUNT = 0
               GO TO 2100-CHECK-THIS-PERIOD-EXIT
           END-IF
           ADD 1 TO WS-RETRO-COUNT
           IF WS-RETRO-AMOUNT > 0
               ADD WS-RETRO-AMOUNT TO WS-INCREASE-TOTAL
           ELSE
               SUBTRACT WS-RETRO-AMOUNT FROM WS-DECREASE-TOTAL
           END-IF
           PERFORM 2500-WRITE-REGISTER-LINE
           IF WS-FINAL-RUN AND WS-TRAN-FILE-OPEN
               PERFORM 2600-WRITE-RETRO-TRANSACTION
           END-IF.
       2100-CHECK-THIS-PERIOD-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2200-LOAD-PERSON-CHANGES - the person's salary rows, and    *>
      *> the salary before the earliest of them (its old salary, or  *>
      *> its new one where there was none before).                   *>
      *>----------------------------------------------------------*>
       2200-LOAD-PERSON-CHANGES.
           MOVE 0 TO WS-PC-COUNT
           MOVE 9999999 TO WS-PC-FIRST-DAYS
           MOVE 0 TO WS-PC-PRIOR-SALARY
           PERFORM 2210-LOAD-ONE-PERSON-CHANGE
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT.

       2210-LOAD-ONE-PERSON-CHANGE.
           IF WS-CH-PERSON-ID(WS-CH-IDX) = LG-PERSON-ID
               AND WS-PC-COUNT < WS-PC-MAX
               ADD 1 TO WS-PC-COUNT
               SET WS-PC-IDX TO WS-PC-COUNT
               MOVE WS-CH-EFF-DAYS(WS-CH-IDX)
                   TO WS-PC-EFF-DAYS(WS-PC-IDX)
               MOVE WS-CH-OLD-SALARY(WS-CH-IDX)
                   TO WS-PC-OLD-SALARY(WS-PC-IDX)
               MOVE WS-CH-NEW-SALARY(WS-CH-IDX)
                   TO WS-PC-NEW-SALARY(WS-PC-IDX)
               IF WS-CH-EFF-DAYS(WS-CH-IDX) < WS-PC-FIRST-DAYS
                   MOVE WS-CH-EFF-DAYS(WS-CH-IDX) TO WS-PC-FIRST-DAYS
                   IF WS-CH-OLD-SALARY(WS-CH-IDX) > 0
                       MOVE WS-CH-OLD-SALARY(WS-CH-IDX)
                           TO WS-PC-PRIOR-SALARY
                   ELSE
                       MOVE WS-CH-NEW-SALARY(WS-CH-IDX)
                           TO WS-PC-PRIOR-SALARY
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2300-PRICE-ONE-DAY - the salary in effect on the day is the *>
      *> latest change effective on or before it (a later row wins a *>
      *> tie); summed over the days paid, then divided by 365.       *>
      *>----------------------------------------------------------*>
       2300-PRICE-ONE-DAY.
           MOVE 0 TO WS-PC-BEST-DAYS
           MOVE WS-PC-PRIOR-SALARY TO WS-PC-DAY-SALARY
           PERFORM 2310-TEST-ONE-PERSON-CHANGE
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
           ADD WS-PC-DAY-SALARY TO WS-SALARY-DAYS.

       2310-TEST-ONE-PERSON-CHANGE.
           IF WS-PC-EFF-DAYS(WS-PC-IDX) NOT > WS-DAY
               AND WS-PC-EFF-DAYS(WS-PC-IDX) NOT < WS-PC-BEST-DAYS
               MOVE WS-PC-EFF-DAYS(WS-PC-IDX) TO WS-PC-BEST-DAYS
               MOVE WS-PC-NEW-SALARY(WS-PC-IDX) TO WS-PC-DAY-SALARY
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-TOTAL-PRIOR-RETRO - RETR rows already on PAYTRAN for   *>
      *> this person and period, paid or not, count as settled; the  *>
      *> person's highest sequence gives the next one to use.        *>
      *>----------------------------------------------------------*>
       2400-TOTAL-PRIOR-RETRO.
           MOVE 0 TO WS-PRIOR-RETRO
           MOVE 0 TO WS-NEXT-SEQ
           IF WS-TRAN-FILE-OPEN
               MOVE "N" TO WS-PT-EOF
               MOVE LG-PERSON-ID TO PT-PERSON-ID
               MOVE 0 TO PT-TRAN-SEQ
               START PAY-TRANSACTION
                   KEY IS NOT LESS THAN PT-TRAN-KEY
                   INVALID KEY
                       SET WS-PT-AT-END TO TRUE
               END-START
               PERFORM 2410-TOTAL-ONE-TRANSACTION
                   UNTIL WS-PT-AT-END
           END-IF
           ADD 1 TO WS-NEXT-SEQ.

       2410-TOTAL-ONE-TRANSACTION.
           READ PAY-TRANSACTION NEXT RECORD
               AT END
                   SET WS-PT-AT-END TO TRUE
               NOT AT END
                   IF PT-PERSON-ID NOT = LG-PERSON-ID
                       SET WS-PT-AT-END TO TRUE
                   ELSE
                       MOVE PT-TRAN-SEQ TO WS-NEXT-SEQ
                       IF PT-RETRO-PAY
                           AND PT-REF-PERIOD-START = LG-PERIOD-START
                           AND PT-REF-PERIOD-END = LG-PERIOD-END
                           ADD PT-AMOUNT TO WS-PRIOR-RETRO
                       END-IF
                   END-IF
           END-READ.

       2500-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-DL-NOTE
           MOVE LG-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
           MOVE LG-PERIOD-START TO WS-DL-START
           MOVE LG-PERIOD-END TO WS-DL-END
           MOVE LG-DAYS-PAID TO WS-DL-DAYS
           COMPUTE WS-DL-PAID = WS-PAID-AMOUNT / 100
           COMPUTE WS-DL-SHOULD = WS-SHOULD-AMOUNT / 100
           COMPUTE WS-DL-PRIOR = WS-PRIOR-RETRO / 100
           COMPUTE WS-DL-RETRO = WS-RETRO-AMOUNT / 100
           IF WS-FINAL-RUN
               MOVE "RAISED" TO WS-DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2600-WRITE-RETRO-TRANSACTION - an open RETR row for the     *>
      *> next finalized PayCycle, carrying the period it corrects.   *>
      *>----------------------------------------------------------*>
       2600-WRITE-RETRO-TRANSACTION.
           MOVE SPACES TO PAY-TRANSACTION-RECORD
           MOVE LG-PERSON-ID TO PT-PERSON-ID
           MOVE WS-NEXT-SEQ TO PT-TRAN-SEQ
           SET PT-RETRO-PAY TO TRUE
           MOVE WS-RETRO-AMOUNT TO PT-AMOUNT
           MOVE 0 TO PT-TARGET-PERIOD-END
           MOVE LG-PERIOD-START TO PT-REF-PERIOD-START
           MOVE LG-PERIOD-END TO PT-REF-PERIOD-END
           SET PT-OPEN TO TRUE
           MOVE RC-RUN-DATE TO PT-ENTERED-DATE
           MOVE RC-OPERATOR-ID TO PT-OPERATOR-ID
           MOVE 0 TO PT-POSTED-PERIOD-END
           WRITE PAY-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " PAYTRAN write failed for person "
                       LG-PERSON-ID " - status " WS-PT-STATUS
                   MOVE "RETROPAY" TO LE-PROGRAM-NAME
                   MOVE "2600-WRITE-RETRO-TRANSACTION"
                       TO LE-PARAGRAPH-NAME
                   MOVE "PAYTRAN write failed" TO LE-MESSAGE-TEXT
                   SET LE-SEVERITY-ERROR TO TRUE
                   CALL "LogError" USING LE-PROGRAM-NAME
                       LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                       LE-SEVERITY-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       2910-EMIT-REPORT-LINE.
           DISPLAY RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3000-WRITE-TOTALS - the register footing and sign-off line, *>
      *> and the RETRO control totals.                               *>
      *>----------------------------------------------------------*>
       3000-WRITE-TOTALS.
           MOVE WS-CHECKED-COUNT TO WS-FL-CHECKED
           MOVE WS-RETRO-COUNT TO WS-FL-RETRO
           COMPUTE WS-FL-INCREASE = WS-INCREASE-TOTAL / 100
           COMPUTE WS-FL-DECREASE = WS-DECREASE-TOTAL / 100
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-FOOTING-LINE TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-SIGN-OFF-LINE TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "RETROPAY" TO CW-JOB-STEP
           MOVE "RETRO-COUNT" TO CW-TOTAL-NAME
           MOVE WS-RETRO-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "RETRO-INCREASE" TO CW-TOTAL-NAME
           MOVE WS-INCREASE-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "RETRO-DECREASE" TO CW-TOTAL-NAME
           MOVE WS-DECREASE-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Ledger rows: " WS-LEDGER-ROWS
               " Checked: " WS-CHECKED-COUNT
               " Adjustments: " WS-RETRO-COUNT
               " Written: " WS-WRITTEN-COUNT.

       3900-CLOSE-FILES.
           CLOSE PERSON-MASTER
           IF WS-LEDGER-FILE-OPEN
               CLOSE PAY-LEDGER
           END-IF
           IF WS-TRAN-FILE-OPEN
               CLOSE PAY-TRANSACTION
           END-IF.
