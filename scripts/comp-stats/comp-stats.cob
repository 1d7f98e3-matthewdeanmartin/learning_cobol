      *>             deviation, all in cents through FormatNumber),   *>
      *>             plus an outlier section listing everyone more    *>
      *>             than two standard deviations from their          *>
      *>             grade's mean.  Salaries paid in another currency *>
      *>             are converted to the base currency through       *>
      *>             ConvertCurrency before the grade and department  *>
      *>             statistics, so the groups compare like with      *>
      *>             like; a by-currency section gives each pay       *>
      *>             currency's statistics in its own money, and an   *>
      *>             outlier shows both figures.  A currency with no  *>
      *>             exchange rate on the run date stops the report   *>
      *>             with return code 8.  The salaries and roster     *>
      *>             come from tonight's PERSSNAP person snapshot     *>
      *>             when it is on hand and balances; otherwise both  *>
      *>             masters are read as before.                      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Salaries paid in another currency are          *>
      *>               converted to base through ConvertCurrency for  *>
      *>               the grade and department statistics, a by-     *>
      *>               currency section shows each pay currency in    *>
      *>               its own money, and an outlier shows both       *>
      *>               figures.  A missing exchange rate stops the    *>
      *>               report with return code 8.                     *>
      *>   2026-10-15  Paragraphs that leave through their EXIT       *>
      *>               paragraph are now PERFORMed THRU it, so an     *>
      *>               inactive person or an empty group no longer    *>
      *>               falls into the next paragraph.                 *>
      *>   2026-10-15  The salaries and roster come from tonight's    *>
      *>               PERSSNAP person snapshot when it is on hand    *>
      *>               and balances, with both masters read as before *>
      *>               when it is not.                                *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompStats.
           COPY "job-timer-call.cpy".
           COPY "format-number-call.cpy".
           COPY "calc-stats-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
       01 WS-GROUP-STDDEV           PIC 9(13)V9(04) VALUE 0.
       01 WS-OUTLIER-BAND           PIC S9(13)V9(04) VALUE 0.
       01 WS-DIFF-WORK              PIC S9(13)V9(04) VALUE 0.
       01 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
       01 WS-FORMAT-CURRENCY        PIC X(03) VALUE "USD".

       01 WS-ROW-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-ROW-MAX                PIC 9(04) COMP VALUE 1000.
               10 WS-RW-NAME        PIC X(20).
               10 WS-RW-GRADE       PIC X(02).
               10 WS-RW-DEPT        PIC X(04).
               10 WS-RW-SALARY      PIC 9(13).
               10 WS-RW-CURRENCY    PIC X(03).
               10 WS-RW-LOCAL       PIC 9(11).

       01 WS-GRADE-COUNT            PIC 9(02) COMP VALUE 0.
       01 WS-GRADE-MAX              PIC 9(02) COMP VALUE 50.
       01 WS-DEPT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DP-CODE            PIC X(04) OCCURS 200 TIMES.
       01 WS-CURR-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-CURR-MAX               PIC 9(02) COMP VALUE 20.
       01 WS-CURR-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-CURRENCY-TABLE.
           05 WS-CY-CODE            PIC X(03) OCCURS 20 TIMES.
       01 WS-GROUP-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-GROUP-FOUND                  VALUE "Y".
       01 WS-GROUP-KEY              PIC X(04) VALUE SPACES.
           05 WS-OL-SALARY          PIC X(17).
           05 FILLER                PIC X(22) VALUE
               " OVER 2 STDDEV FROM GR".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-LOCAL           PIC X(17).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(17) VALUE
               "SALARIES LOADED: ".
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-LOAD-THE-SALARIES
               THRU 1000-LOAD-THE-SALARIES-EXIT
           PERFORM 1500-OPEN-REPORT
           MOVE WS-BASE-CURRENCY TO WS-FORMAT-CURRENCY
           MOVE SPACES TO WS-SECTION-LINE
           STRING "STATISTICS BY GRADE - IN " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-SECTION-LINE
           PERFORM 2900-EMIT-SECTION-HEADING
           PERFORM 2000-STATS-FOR-ONE-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
           MOVE SPACES TO WS-SECTION-LINE
           STRING "STATISTICS BY DEPARTMENT - IN " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-SECTION-LINE
           PERFORM 2900-EMIT-SECTION-HEADING
           PERFORM 3000-STATS-FOR-ONE-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE "STATISTICS BY PAY CURRENCY - LOCAL"
               TO WS-SECTION-LINE
           PERFORM 2900-EMIT-SECTION-HEADING
           PERFORM 3500-STATS-FOR-ONE-CURRENCY
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > WS-CURR-COUNT
           MOVE WS-BASE-CURRENCY TO WS-FORMAT-CURRENCY
           MOVE "OUTLIERS (OVER 2 STDDEV FROM GRADE MEAN)"
               TO WS-SECTION-LINE
           PERFORM 2900-EMIT-SECTION-HEADING
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "COMPSTAT" TO RC-JOB-STEP-NAME
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           MOVE XRateBaseCurrency TO WS-BASE-CURRENCY.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
      *>----------------------------------------------------------*>
      *> 1000-LOAD-THE-SALARIES - sweep COMPMAST, keep rows whose     *>
      *> person is active, and note the distinct grades and           *>
      *> departments as they appear.  Tonight's snapshot, when        *>
      *> usable, stands in for both masters: its details run in the   *>
      *> same person-ID order and carry the same joined rows.         *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-SALARIES.
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF SN-USABLE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1020-LOAD-ONE-SNAPSHOT
                   UNTIL WS-AT-END
               CALL "ClosePersonSnapshot"
               GO TO 1000-LOAD-THE-SALARIES-EXIT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PERSSNAP not usable - " SN-REASON-TEXT
               " - reading the masters"
           OPEN INPUT COMP-MASTER
           IF NOT WS-CM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 1100-KEEP-IF-ACTIVE
                       THRU 1100-KEEP-IF-ACTIVE-EXIT
           END-READ.

      *> only a person with a compensation row is a COMPMAST row.
       1020-LOAD-ONE-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-AT-END TO TRUE
           ELSE
               IF PN-HAS-COMP
                   MOVE PN-PERSON-ID TO CM-PERSON-ID
                   MOVE PN-GRADE TO CM-GRADE
                   MOVE PN-ANNUAL-SALARY TO CM-ANNUAL-SALARY
                   MOVE PN-COMP-EFFECTIVE TO CM-EFFECTIVE-DATE
                   MOVE PN-PAY-BASIS TO CM-PAY-BASIS
                   MOVE PN-HOURLY-RATE TO CM-HOURLY-RATE
                   MOVE PN-CURRENCY-CODE TO CM-CURRENCY-CODE
                   MOVE PN-PERSON-ID TO PM-PERSON-ID
                   MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
                   MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
                   MOVE PN-HIRE-DATE TO PM-HIRE-DATE
                   MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
                   PERFORM 1100-KEEP-IF-ACTIVE
                       THRU 1100-KEEP-IF-ACTIVE-EXIT
               END-IF
           END-IF.

       1100-KEEP-IF-ACTIVE.
           IF NOT SN-USABLE
               IF NOT WS-PM-OK
                   GO TO 1100-KEEP-IF-ACTIVE-EXIT
               END-IF
               MOVE CM-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       GO TO 1100-KEEP-IF-ACTIVE-EXIT
               END-READ
           END-IF
           IF NOT PM-ACTIVE
               GO TO 1100-KEEP-IF-ACTIVE-EXIT
           END-IF
           IF WS-ROW-COUNT < WS-ROW-MAX
               PERFORM 1150-CONVERT-TO-BASE
                   THRU 1150-CONVERT-TO-BASE-EXIT
               ADD 1 TO WS-ROW-COUNT
               ADD 1 TO WS-LOADED-COUNT
               MOVE CM-PERSON-ID TO WS-RW-PERSON(WS-ROW-COUNT)
               MOVE PM-HUMAN-NAME TO WS-RW-NAME(WS-ROW-COUNT)
               MOVE CM-GRADE TO WS-RW-GRADE(WS-ROW-COUNT)
               MOVE PM-DEPARTMENT-CODE TO WS-RW-DEPT(WS-ROW-COUNT)
               MOVE CX-BASE-AMOUNT TO WS-RW-SALARY(WS-ROW-COUNT)
               MOVE CM-CURRENCY-CODE TO WS-RW-CURRENCY(WS-ROW-COUNT)
               IF CM-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-RW-CURRENCY(WS-ROW-COUNT)
               END-IF
               MOVE CM-ANNUAL-SALARY TO WS-RW-LOCAL(WS-ROW-COUNT)
               PERFORM 1200-NOTE-THE-GROUPS
           END-IF.
       1100-KEEP-IF-ACTIVE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1150-CONVERT-TO-BASE - the salary in the base currency at    *>
      *> the rate in force on the run date.  No rate means no         *>
      *> report: the statistics would be wrong in a way nobody        *>
      *> could see, so the step stops with return code 8.             *>
      *>----------------------------------------------------------*>
       1150-CONVERT-TO-BASE.
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE RC-RUN-DATE TO CX-AS-OF-DATE
           MOVE CM-ANNUAL-SALARY TO CX-LOCAL-AMOUNT
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG
           IF CX-RATE-FOUND
               GO TO 1150-CONVERT-TO-BASE-EXIT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No exchange rate for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " CM-PERSON-ID
               ") - report stopped"
           MOVE "COMPSTAT" TO LE-PROGRAM-NAME
           MOVE "1150-CONVERT-TO-BASE" TO LE-PARAGRAPH-NAME
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
               CLOSE COMP-MASTER
               CLOSE PERSON-MASTER
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       1150-CONVERT-TO-BASE-EXIT.
           EXIT.

       1200-NOTE-THE-GROUPS.
           MOVE "N" TO WS-GROUP-FOUND-FLAG
           PERFORM 1210-MATCH-ONE-GRADE
               AND WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE PM-DEPARTMENT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
           END-IF
           MOVE "N" TO WS-GROUP-FOUND-FLAG
           PERFORM 1230-MATCH-ONE-CURRENCY
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > WS-CURR-COUNT
                   OR WS-GROUP-FOUND
           IF NOT WS-GROUP-FOUND
               AND WS-CURR-COUNT < WS-CURR-MAX
               ADD 1 TO WS-CURR-COUNT
               MOVE WS-RW-CURRENCY(WS-ROW-COUNT)
                   TO WS-CY-CODE(WS-CURR-COUNT)
           END-IF.

       1210-MATCH-ONE-GRADE.
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

       1230-MATCH-ONE-CURRENCY.
           IF WS-CY-CODE(WS-CURR-SUB) = WS-RW-CURRENCY(WS-ROW-COUNT)
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

       1500-OPEN-REPORT.
           STRING "COMPSTAT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           MOVE SPACES TO WS-GROUP-KEY
           MOVE WS-GR-CODE(WS-GRADE-SUB) TO WS-GROUP-KEY
           PERFORM 2500-WRITE-ONE-STATS-LINE
               THRU 2500-WRITE-ONE-STATS-LINE-EXIT.

       2010-COLLECT-ONE-GRADE-ROW.
           IF WS-RW-GRADE(WS-ROW-SUB) = WS-GR-CODE(WS-GRADE-SUB)
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-GROUP-KEY
           PERFORM 2500-WRITE-ONE-STATS-LINE
               THRU 2500-WRITE-ONE-STATS-LINE-EXIT.

       3010-COLLECT-ONE-DEPT-ROW.
           IF WS-RW-DEPT(WS-ROW-SUB) = WS-DP-CODE(WS-DEPT-SUB)
                   TO CS-VALUE(CS-VALUE-COUNT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3500-STATS-FOR-ONE-CURRENCY - the salaries paid in one       *>
      *> currency, in that currency, formatted with its own code.     *>
      *>----------------------------------------------------------*>
       3500-STATS-FOR-ONE-CURRENCY.
           MOVE 0 TO CS-VALUE-COUNT
           PERFORM 3510-COLLECT-ONE-CURRENCY-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           MOVE WS-CY-CODE(WS-CURR-SUB) TO WS-GROUP-KEY
           MOVE WS-CY-CODE(WS-CURR-SUB) TO WS-FORMAT-CURRENCY
           PERFORM 2500-WRITE-ONE-STATS-LINE
               THRU 2500-WRITE-ONE-STATS-LINE-EXIT.

       3510-COLLECT-ONE-CURRENCY-ROW.
           IF WS-RW-CURRENCY(WS-ROW-SUB) = WS-CY-CODE(WS-CURR-SUB)
               AND CS-VALUE-COUNT < 1000
               ADD 1 TO CS-VALUE-COUNT
               MOVE WS-RW-LOCAL(WS-ROW-SUB)
                   TO CS-VALUE(CS-VALUE-COUNT)
           END-IF.

       2500-WRITE-ONE-STATS-LINE.
           IF CS-VALUE-COUNT = 0
               GO TO 2500-WRITE-ONE-STATS-LINE-EXIT
                   MOVE WS-RW-SALARY(WS-ROW-SUB) TO WS-CENTS-WORK
                   PERFORM 2920-FORMAT-ONE-AMOUNT
                   MOVE FN-FORMATTED-AMOUNT TO WS-OL-SALARY
                   MOVE SPACES TO WS-OL-LOCAL
                   IF WS-RW-CURRENCY(WS-ROW-SUB)
                       NOT = WS-BASE-CURRENCY
                       MOVE WS-RW-CURRENCY(WS-ROW-SUB)
                           TO WS-FORMAT-CURRENCY
                       MOVE WS-RW-LOCAL(WS-ROW-SUB) TO WS-CENTS-WORK
                       PERFORM 2920-FORMAT-ONE-AMOUNT
                       MOVE FN-FORMATTED-AMOUNT TO WS-OL-LOCAL
                       MOVE WS-BASE-CURRENCY TO WS-FORMAT-CURRENCY
                   END-IF
                   MOVE WS-OUTLIER-LINE TO ST-REPORT-LINE
                   PERFORM 2910-EMIT-REPORT-LINE
                   ADD 1 TO WS-OUTLIER-COUNT
       2920-FORMAT-ONE-AMOUNT.
           MOVE WS-CENTS-WORK TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-FORMAT-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.
