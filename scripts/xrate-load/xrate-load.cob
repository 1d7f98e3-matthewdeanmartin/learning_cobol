      *>--------------------------------------------------------------*>
      *> PROGRAM:    XRateLoad                                        *>
      *> PURPOSE:    Daily exchange-rate load.  Reads the rate file   *>
      *>             the treasury feed drops each morning and stores  *>
      *>             every row on the XRATEMST exchange-rate master   *>
      *>             through SetExchangeRate, effective on the date   *>
      *>             the row carries - so a late or corrected rate    *>
      *>             for an earlier day lands on that day and never   *>
      *>             restates a later one.  Each row is listed on the *>
      *>             XRATELD.<yyyymmdd> report beside the rate it     *>
      *>             replaces (the one in force the day before) as    *>
      *>             LOADED or REJECTED with the reason.  A rejected  *>
      *>             row ends the step with return code 4; a missing  *>
      *>             rate file with 8.                                *>
      *>                                                              *>
      *>             Rate file row: currency(3) blank date(8) blank   *>
      *>             rate(11) - base-currency units per unit of the   *>
      *>             currency with six implied decimals, so           *>
      *>             00001084200 is 1.0842.                           *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               XRATE_DAILY_FILE  rate file (def. XRATE.DLY)   *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRateLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-RATES ASSIGN TO WS-DAILY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT LOAD-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-RATES.
       01  DAILY-RATE-RECORD.
           05 DR-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 DR-EFFECTIVE-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 DR-BASE-PER-UNIT     PIC 9(05)V9(06).

       FD  LOAD-REPORT.
       01  LR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "xrate.cpy".
           COPY "date-calc-call.cpy".
       01 WS-DR-STATUS              PIC X(02) VALUE "00".
           88 WS-DR-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-DAILY-FILE-NAME        PIC X(40) VALUE "XRATE.DLY".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-READ-COUNT             PIC 9(05) VALUE 0.
       01 WS-LOADED-COUNT           PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(05) VALUE 0.
       01 WS-REJECT-REASON          PIC X(24) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER                PIC X(26) VALUE
               "EXCHANGE RATE LOAD - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "CUR EFFECTIVE  NEW RATE      PRIOR RATE".
           05 FILLER                PIC X(20) VALUE
               "    STATUS".
       01 WS-DETAIL-LINE.
           05 WS-DL-CURRENCY        PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DATE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-RATE            PIC ZZZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-PRIOR           PIC ZZZZ9.999999.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-DL-STATUS          PIC X(34).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(11) VALUE "RATES READ:".
           05 WS-FL-READ            PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  LOADED: ".
           05 WS-FL-LOADED          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  REJECTED: ".
           05 WS-FL-REJECTED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           OPEN INPUT DAILY-RATES
           IF NOT WS-DR-OK
               PERFORM 1910-LOG-OPEN-FAILURE
           ELSE
               PERFORM 1000-OPEN-REPORT
               PERFORM 2000-LOAD-ONE-RATE
                   THRU 2000-LOAD-ONE-RATE-EXIT
                   UNTIL WS-AT-END
               CLOSE DAILY-RATES
               PERFORM 3000-WRITE-FOOTING
               CLOSE LOAD-REPORT
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control   *>
      *> fields and the rate-file control.                          *>
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
           MOVE "XRATELD" TO RC-JOB-STEP-NAME
           ACCEPT WS-DAILY-FILE-NAME
               FROM ENVIRONMENT "XRATE_DAILY_FILE"
           IF WS-DAILY-FILE-NAME = SPACES
               MOVE "XRATE.DLY" TO WS-DAILY-FILE-NAME
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

       1000-OPEN-REPORT.
           STRING "XRATELD." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT LOAD-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       1910-LOG-OPEN-FAILURE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Unable to open rate file " WS-DAILY-FILE-NAME
               " - status " WS-DR-STATUS
           MOVE "XRATELD" TO LE-PROGRAM-NAME
           MOVE "0000-MAINLINE" TO LE-PARAGRAPH-NAME
           MOVE "Unable to open the daily exchange-rate file"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE 8 TO RETURN-CODE.

      *>----------------------------------------------------------*>
      *> 2000-LOAD-ONE-RATE - edit the row, note the rate it        *>
      *> replaces, and store it; blank rows are passed over.        *>
      *>----------------------------------------------------------*>
       2000-LOAD-ONE-RATE.
           READ DAILY-RATES
               AT END
                   SET WS-AT-END TO TRUE
           END-READ
           IF WS-AT-END OR DAILY-RATE-RECORD = SPACES
               GO TO 2000-LOAD-ONE-RATE-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DR-CURRENCY-CODE TO WS-DL-CURRENCY
           MOVE DAILY-RATE-RECORD(5:8) TO WS-DL-DATE
           MOVE 0 TO WS-DL-RATE
           MOVE 0 TO WS-DL-PRIOR
           PERFORM 2100-EDIT-THE-ROW
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2300-REJECT-THE-ROW
               GO TO 2000-LOAD-ONE-RATE-EXIT
           END-IF
           MOVE DR-BASE-PER-UNIT TO WS-DL-RATE
           PERFORM 2200-FIND-PRIOR-RATE
           MOVE DR-CURRENCY-CODE TO XRateCurrencyCode
           MOVE DR-EFFECTIVE-DATE TO XRateEffectiveDate
           MOVE DR-BASE-PER-UNIT TO XRateBasePerUnit
           CALL "SetExchangeRate" USING XRateCurrencyCode
               XRateEffectiveDate XRateBasePerUnit XRateFoundFlag
           IF XRateNotFound
               MOVE "MASTER REFUSED THE RATE" TO WS-REJECT-REASON
               PERFORM 2300-REJECT-THE-ROW
               GO TO 2000-LOAD-ONE-RATE-EXIT
           END-IF
           ADD 1 TO WS-LOADED-COUNT
           MOVE "LOADED" TO WS-DL-STATUS
           MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.
       2000-LOAD-ONE-RATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2100-EDIT-THE-ROW - a three-letter code, a real calendar   *>
      *> date and a nonzero numeric rate; the base currency itself  *>
      *> never takes a rate.                                        *>
      *>----------------------------------------------------------*>
       2100-EDIT-THE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           IF DR-CURRENCY-CODE NOT ALPHABETIC
               OR DR-CURRENCY-CODE(3:1) = SPACE
               MOVE "BAD CURRENCY CODE" TO WS-REJECT-REASON
           ELSE
               IF DR-CURRENCY-CODE = XRateBaseCurrency
                   MOVE "BASE CURRENCY" TO WS-REJECT-REASON
               ELSE
                   IF DR-EFFECTIVE-DATE NOT NUMERIC
                       MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
                   ELSE
                       MOVE DR-EFFECTIVE-DATE TO DC-DATE
                       CALL "ValidateDate" USING DC-DATE
                           DC-DATE-VALID-FLAG
                       IF DC-DATE-INVALID
                           MOVE "BAD EFFECTIVE DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF DR-BASE-PER-UNIT NOT NUMERIC
                   OR DR-BASE-PER-UNIT = 0
                   MOVE "BAD RATE" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-FIND-PRIOR-RATE - the rate in force the day before    *>
      *> the row's date, shown beside the new one so a slipped      *>
      *> decimal stands out on the listing.                         *>
      *>----------------------------------------------------------*>
       2200-FIND-PRIOR-RATE.
           MOVE DR-EFFECTIVE-DATE TO DC-DATE
           MOVE -1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DR-CURRENCY-CODE TO XRateCurrencyCode
           MOVE DC-DATE TO XRateAsOfDate
           CALL "GetExchangeRate" USING XRateCurrencyCode
               XRateAsOfDate XRateEffectiveDate XRateBasePerUnit
               XRateFoundFlag
           IF XRateWasFound
               MOVE XRateBasePerUnit TO WS-DL-PRIOR
           END-IF.

       2300-REJECT-THE-ROW.
           ADD 1 TO WS-REJECTED-COUNT
           STRING "REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-DL-STATUS
           MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "XRATELD" TO LE-PROGRAM-NAME
           MOVE "2000-LOAD-ONE-RATE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Exchange rate rejected - " DELIMITED BY SIZE
               DR-CURRENCY-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2910-EMIT-REPORT-LINE.
           DISPLAY LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       3000-WRITE-FOOTING.
           MOVE WS-READ-COUNT TO WS-FL-READ
           MOVE WS-LOADED-COUNT TO WS-FL-LOADED
           MOVE WS-REJECTED-COUNT TO WS-FL-REJECTED
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-FOOTING-LINE TO LR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.
