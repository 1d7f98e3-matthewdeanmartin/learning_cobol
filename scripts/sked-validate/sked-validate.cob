      *>                 or end before they start,                    *>
      *>               - month-end-only jobs when PROCCAL.CTL has no  *>
      *>                 month-end dates at all,                      *>
      *>               - frequency rules that cannot be read (an      *>
      *>                 unknown code, a weekday outside 1-7),        *>
      *>             and prints the resolved run order and a forecast *>
      *>             of the jobs due on each of the next 31 days, so  *>
      *>             a frequency mistake shows up before the night    *>
      *>             it matters.  Cycles set                          *>
      *>             return code 8, other findings 4, so the edit     *>
      *>             can be gated before the schedule goes live.      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Reports frequency rules CheckJobFrequency      *>
      *>               cannot read, counts quarter- and year-end jobs *>
      *>               in the month-end calendar check, and ends with *>
      *>               a forecast of the jobs due on each of the next *>
      *>               31 days.                                       *>
      *>   2026-10-15  Warns when fiscal-period (F) jobs are          *>
      *>               scheduled but the processing calendar carries  *>
      *>               no fiscal period end.                          *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SkedValidate.
       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "job-frequency-call.cpy".
       01 WS-SKED-STATUS            PIC X(02) VALUE "00".
           88 WS-SKED-OK                      VALUE "00".
       01 WS-CMD-STATUS             PIC X(02) VALUE "00".
           88 WS-CAL-HAS-MONTH-END            VALUE "Y".
       01 WS-ANY-ME-JOB             PIC X(01) VALUE "N".
           88 WS-HAVE-ME-JOB                  VALUE "Y".
       01 WS-ANY-FISCAL-JOB         PIC X(01) VALUE "N".
           88 WS-HAVE-FISCAL-JOB              VALUE "Y".
       01 WS-CAL-FISCAL-FLAG        PIC X(01) VALUE "N".
           88 WS-CAL-HAS-FISCAL-END           VALUE "Y".
       01 WS-WINDOW-HHMM            PIC 9(04) VALUE 0.
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-HHMM.
           05 WS-WINDOW-HH          PIC 9(02).
           05 WS-WINDOW-MM          PIC 9(02).
       01 WS-WINDOW-BAD-FLAG        PIC X(01) VALUE "N".
           88 WS-WINDOW-BAD                   VALUE "Y".
       01 WS-FORECAST-DAYS          PIC 9(02) VALUE 31.
       01 WS-FORECAST-DAY           PIC 9(02) VALUE 0.
       01 WS-FORECAST-DATE          PIC 9(08) VALUE 0.
       01 WS-FORECAST-DUE-COUNT     PIC 9(02) VALUE 0.
       01 WS-FORECAST-POINTER       PIC 9(03) VALUE 1.
       01 WS-WEEK-WORK              PIC 9(07) VALUE 0.
       01 WS-WEEK-QUOTIENT          PIC 9(07) VALUE 0.
       01 WS-WEEK-REMAINDER         PIC 9(01) VALUE 0.
       01 WS-DAY-NAME-TABLE.
           05 FILLER                PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
           05 WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.

       01 WS-JOB-COUNT              PIC 9(02) COMP VALUE 0.
       01 WS-JOB-MAX                PIC 9(02) COMP VALUE 50.
               10 WS-JT-WIN-START   PIC 9(04).
               10 WS-JT-WIN-END     PIC 9(04).
               10 WS-JT-ME-FLAG     PIC X(01).
               10 WS-JT-FREQ-CODE   PIC X(01).
               10 WS-JT-FREQ-PARM   PIC X(02).
               10 WS-JT-FREQ-FLAG   PIC X(01).
                   88 WS-JT-FREQ-BAD          VALUE "E".
               10 WS-JT-ORDER       PIC 9(03).
               10 WS-JT-STATE       PIC X(01).
                   88 WS-JT-UNRESOLVED        VALUE "U".
           05 WS-OL-JOB             PIC X(08).
           05 FILLER                PIC X(07) VALUE "  PRED ".
           05 WS-OL-PRED            PIC X(08).
       01 WS-FORECAST-HEADING.
           05 FILLER                PIC X(40) VALUE
               "FORECAST - JOBS DUE ON EACH OF THE NEXT ".
           05 WS-FH-DAYS            PIC Z9.
           05 FILLER                PIC X(05) VALUE " DAYS".
       01 WS-FORECAST-LINE.
           05 WS-FC-DATE            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-FC-DAY             PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-FC-JOBS            PIC X(66).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(08) VALUE "CYCLES: ".
           05 WS-FL-CYCLES          PIC ZZ9.
               PERFORM 2000-CHECK-PREDECESSORS
               PERFORM 3000-CHECK-RUN-WINDOWS
               PERFORM 4000-CHECK-MONTH-END-SANITY
               PERFORM 4500-CHECK-FREQUENCY-RULES
               PERFORM 5000-RESOLVE-RUN-ORDER
               PERFORM 6000-PRINT-RUN-ORDER
               PERFORM 7000-FORECAST-DUE-JOBS
           END-IF
           MOVE WS-CYCLE-COUNT TO WS-FL-CYCLES
           MOVE WS-WARNING-COUNT TO WS-FL-WARNINGS
                       END-IF
                       MOVE JS-SCHED-MONTH-END-ONLY
                           TO WS-JT-ME-FLAG(WS-JOB-COUNT)
                       MOVE JS-SCHED-FREQ-CODE
                           TO WS-JT-FREQ-CODE(WS-JOB-COUNT)
                       MOVE JS-SCHED-FREQ-PARM
                           TO WS-JT-FREQ-PARM(WS-JOB-COUNT)
                       MOVE "Y" TO WS-JT-FREQ-FLAG(WS-JOB-COUNT)
                       MOVE 0 TO WS-JT-ORDER(WS-JOB-COUNT)
                       MOVE "U" TO WS-JT-STATE(WS-JOB-COUNT)
                   END-IF
      *>----------------------------------------------------------*>
      *> 4000-CHECK-MONTH-END-SANITY - a month-end-only job is        *>
      *> useless when the processing calendar carries no month-end    *>
      *> date at all (the fat-fingered December problem), and a       *>
      *> fiscal-period job (F) is just as useless when the calendar   *>
      *> carries no fiscal period end - generated before the fiscal   *>
      *> column existed, or FISCCAL.CTL never swapped in.             *>
      *>----------------------------------------------------------*>
       4000-CHECK-MONTH-END-SANITY.
           MOVE "N" TO WS-ANY-ME-JOB
           MOVE "N" TO WS-ANY-FISCAL-JOB
           PERFORM 4010-NOTE-ONE-ME-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           IF WS-HAVE-ME-JOB OR WS-HAVE-FISCAL-JOB
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT PROCESS-CALENDAR
               IF WS-CAL-STATUS = "00"
                   PERFORM 4020-SCAN-ONE-CALENDAR-ROW
                       UNTIL WS-AT-END
                   CLOSE PROCESS-CALENDAR
               END-IF
           END-IF
           IF WS-HAVE-FISCAL-JOB AND NOT WS-CAL-HAS-FISCAL-END
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "CALENDAR" TO WS-FD-KIND
               MOVE SPACES TO WS-FD-JOB
               MOVE "fiscal-period jobs but no PROCCAL period ends"
                   TO WS-FD-TEXT
               MOVE WS-FINDING-LINE TO VL-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-HAVE-ME-JOB AND NOT WS-CAL-HAS-MONTH-END
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "CALENDAR" TO WS-FD-KIND
               MOVE SPACES TO WS-FD-JOB
               MOVE "month-end jobs but no PROCCAL month ends"
                   TO WS-FD-TEXT
               MOVE WS-FINDING-LINE TO VL-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       4010-NOTE-ONE-ME-JOB.
           IF WS-JT-ME-FLAG(WS-JOB-SUB) = "F"
               SET WS-HAVE-FISCAL-JOB TO TRUE
           ELSE
               IF WS-JT-ME-FLAG(WS-JOB-SUB) = "M"
                   OR WS-JT-FREQ-CODE(WS-JOB-SUB) = "M" OR "Q" OR "Y"
                   SET WS-HAVE-ME-JOB TO TRUE
               END-IF
           END-IF.

       4020-SCAN-ONE-CALENDAR-ROW.
                   IF PC-MONTH-END
                       SET WS-CAL-HAS-MONTH-END TO TRUE
                   END-IF
                   IF PC-FISCAL-PERIOD-END
                       SET WS-CAL-HAS-FISCAL-END TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 4500-CHECK-FREQUENCY-RULES - CheckJobFrequency judges each   *>
      *> row's frequency code and parameter; one it cannot read is    *>
      *> reported here and left out of the forecast.                  *>
      *>----------------------------------------------------------*>
       4500-CHECK-FREQUENCY-RULES.
           PERFORM 4510-CHECK-ONE-FREQUENCY
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.

       4510-CHECK-ONE-FREQUENCY.
           MOVE RC-RUN-DATE TO JF-RUN-DATE
           PERFORM 7900-ASK-CHECK-JOB-FREQUENCY
           IF JF-RULE-BAD
               MOVE "E" TO WS-JT-FREQ-FLAG(WS-JOB-SUB)
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "FREQUENCY" TO WS-FD-KIND
               MOVE WS-JT-NAME(WS-JOB-SUB) TO WS-FD-JOB
               MOVE JF-REASON-TEXT TO WS-FD-TEXT
               MOVE WS-FINDING-LINE TO VL-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 5000-RESOLVE-RUN-ORDER - repeated passes resolve every job   *>
      *> whose predecessor is absent, external, or already resolved;  *>
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 7000-FORECAST-DUE-JOBS - the run date and the 30 days after  *>
      *> it, one line per date naming every job CheckJobFrequency     *>
      *> finds due (continued on further lines when they do not       *>
      *> fit), or why nothing is - the same judgement NightRun and    *>
      *> CheckJobSchedule will make on the night.                     *>
      *>----------------------------------------------------------*>
       7000-FORECAST-DUE-JOBS.
           MOVE SPACES TO VL-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-FORECAST-DAYS TO WS-FH-DAYS
           MOVE WS-FORECAST-HEADING TO VL-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE RC-RUN-DATE TO WS-FORECAST-DATE
           PERFORM 7010-FORECAST-ONE-DAY
               VARYING WS-FORECAST-DAY FROM 1 BY 1
               UNTIL WS-FORECAST-DAY > WS-FORECAST-DAYS
                   OR WS-FORECAST-DATE = 0.

       7010-FORECAST-ONE-DAY.
           MOVE SPACES TO WS-FORECAST-LINE
           MOVE WS-FORECAST-DATE TO WS-FC-DATE
           PERFORM 7020-SET-DAY-NAME
           MOVE 1 TO WS-FORECAST-POINTER
           MOVE 0 TO WS-FORECAST-DUE-COUNT
           MOVE WS-FORECAST-DATE TO JF-RUN-DATE
           MOVE SPACE TO JF-FREQ-CODE
           MOVE SPACES TO JF-FREQ-PARM
           MOVE SPACE TO JF-MONTH-END-ONLY
           CALL "CheckJobFrequency" USING JF-RUN-DATE JF-FREQ-CODE
               JF-FREQ-PARM JF-MONTH-END-ONLY JF-DUE-FLAG
               JF-REASON-TEXT
           IF JF-NOT-DUE
               MOVE JF-REASON-TEXT TO WS-FC-JOBS
           ELSE
               PERFORM 7030-ADD-JOB-IF-DUE
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
               IF WS-FORECAST-DUE-COUNT = 0
                   MOVE "(no jobs due)" TO WS-FC-JOBS
               END-IF
           END-IF
           MOVE WS-FORECAST-LINE TO VL-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-FORECAST-DATE TO DC-DATE
           MOVE 1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-FORECAST-DATE.

      *>----------------------------------------------------------*>
      *> 7020-SET-DAY-NAME - DateCalc's serial day 1 is Monday        *>
      *> 0001-01-01, so the remainder by seven names the weekday.     *>
      *>----------------------------------------------------------*>
       7020-SET-DAY-NAME.
           MOVE WS-FORECAST-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           IF DC-DAY-NUMBER > 0
               SUBTRACT 1 FROM DC-DAY-NUMBER GIVING WS-WEEK-WORK
               DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEK-REMAINDER
               MOVE WS-DAY-NAME(WS-WEEK-REMAINDER + 1) TO WS-FC-DAY
           END-IF.

       7030-ADD-JOB-IF-DUE.
           IF NOT WS-JT-FREQ-BAD(WS-JOB-SUB)
               MOVE WS-FORECAST-DATE TO JF-RUN-DATE
               PERFORM 7900-ASK-CHECK-JOB-FREQUENCY
               IF JF-DUE
                   IF WS-FORECAST-POINTER > 58
                       MOVE WS-FORECAST-LINE TO VL-REPORT-LINE
                       PERFORM 2910-EMIT-REPORT-LINE
                       MOVE SPACES TO WS-FORECAST-LINE
                       MOVE 1 TO WS-FORECAST-POINTER
                   END-IF
                   STRING WS-JT-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-FC-JOBS
                       WITH POINTER WS-FORECAST-POINTER
                   ADD 1 TO WS-FORECAST-DUE-COUNT
               END-IF
           END-IF.

       7900-ASK-CHECK-JOB-FREQUENCY.
           MOVE WS-JT-FREQ-CODE(WS-JOB-SUB) TO JF-FREQ-CODE
           MOVE WS-JT-FREQ-PARM(WS-JOB-SUB) TO JF-FREQ-PARM
           MOVE WS-JT-ME-FLAG(WS-JOB-SUB) TO JF-MONTH-END-ONLY
           CALL "CheckJobFrequency" USING JF-RUN-DATE JF-FREQ-CODE
               JF-FREQ-PARM JF-MONTH-END-ONLY JF-DUE-FLAG
               JF-REASON-TEXT.

       2910-EMIT-REPORT-LINE.
           DISPLAY VL-REPORT-LINE
           WRITE VL-REPORT-LINE.
