      *>--------------------------------------------------------------*>
      *> PROGRAM:    CheckJobFrequency                                *>
      *> PURPOSE:    Shared frequency rule for JOBSKED.CTL rows.      *>
      *>             CheckJobSchedule, NightRun and SkedValidate all  *>
      *>             CALL this with a schedule row's frequency code,  *>
      *>             its parameter, its month-end column and a date,  *>
      *>             and get back whether the job is due that day,    *>
      *>             so a job that runs Mondays, on the third         *>
      *>             business day, at quarter end, at year end or on  *>
      *>             the first business day after a holiday is        *>
      *>             judged the same way everywhere.                  *>
      *>                                                              *>
      *>             The rules are evaluated against the PROCCAL.CTL  *>
      *>             processing calendar, loaded once per run unit:   *>
      *>               - a non-business day has no job due on it,     *>
      *>               - month, quarter and year end are the dates    *>
      *>                 the calendar marks as month end,             *>
      *>               - business days are counted as DateCalc        *>
      *>                 counts them,                                 *>
      *>               - a job whose month-end column is F is on the  *>
      *>                 fiscal calendar instead: it runs only on the *>
      *>                 dates the calendar marks as a fiscal period  *>
      *>                 end, and M, Q and Y mean fiscal period,      *>
      *>                 quarter and year end.                        *>
      *>             A date the calendar does not carry leaves the    *>
      *>             month-end tests unrestricted, the usual          *>
      *>             missing-control-file convention; the weekday     *>
      *>             rule is plain date arithmetic and always         *>
      *>             applies.                                         *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  A month-end column of F puts the job on the    *>
      *>               fiscal calendar: due only on a PROCCAL.CTL     *>
      *>               fiscal period end, with M, Q and Y judged      *>
      *>               against fiscal period, quarter and year ends.  *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckJobFrequency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-CALENDAR ASSIGN TO "PROCCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-CALENDAR.
           COPY "process-calendar.cpy".

       WORKING-STORAGE SECTION.
           COPY "date-calc-call.cpy".
       01 WS-CAL-STATUS             PIC X(02) VALUE "00".
       01 WS-CAL-EOF                PIC X(01) VALUE "N".
           88 WS-CAL-AT-END                   VALUE "Y".
       01 WS-CAL-LOADED-FLAG        PIC X(01) VALUE "N".
           88 WS-CAL-LOADED                   VALUE "Y".
       01 WS-CAL-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-CAL-MAX                PIC 9(04) COMP VALUE 800.
       01 WS-CAL-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CL-ENTRY OCCURS 800 TIMES.
               10 WS-CL-DATE        PIC 9(08).
               10 WS-CL-BUSINESS    PIC X(01).
               10 WS-CL-MONTH-END   PIC X(01).
               10 WS-CL-HOLIDAY     PIC X(20).
               10 WS-CL-FISCAL-END  PIC X(01).

       01 WS-LOOK-DATE              PIC 9(08) VALUE 0.
       01 WS-ROW-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-ROW-FOUND                    VALUE "Y".
       01 WS-ROW-BUSINESS           PIC X(01) VALUE "Y".
       01 WS-ROW-MONTH-END          PIC X(01) VALUE "N".
       01 WS-ROW-HOLIDAY            PIC X(20) VALUE SPACES.
       01 WS-ROW-FISCAL-END         PIC X(01) VALUE SPACES.
       01 WS-MONTH-END-FLAG         PIC X(01) VALUE "N".
           88 WS-IS-MONTH-END                 VALUE "Y".
       01 WS-FISCAL-END-FLAG        PIC X(01) VALUE SPACES.
           88 WS-IS-FISCAL-PERIOD-END         VALUE "P" "Q" "Y".
           88 WS-IS-FISCAL-QUARTER-END        VALUE "Q" "Y".
           88 WS-IS-FISCAL-YEAR-END           VALUE "Y".

       01 WS-WORK-DATE.
           05 WS-WD-YEAR            PIC 9(04).
           05 WS-WD-MONTH           PIC 9(02).
               88 WS-WD-QUARTER-MONTH         VALUE 3 6 9 12.
               88 WS-WD-DECEMBER              VALUE 12.
           05 WS-WD-DAY             PIC 9(02).
       01 WS-PARM-VALUE             PIC 9(02) VALUE 0.
       01 WS-PARM-EDIT              PIC Z9.
       01 WS-COUNT-EDIT             PIC Z9.
       01 WS-WEEK-WORK              PIC 9(07) VALUE 0.
       01 WS-WEEK-QUOTIENT          PIC 9(07) VALUE 0.
       01 WS-WEEK-REMAINDER         PIC 9(01) VALUE 0.
       01 WS-WEEKDAY                PIC 9(01) VALUE 0.
       01 WS-DAY-NAME-TABLE.
           05 FILLER                PIC X(45) VALUE
               "MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   ".
           05 FILLER                PIC X(18) VALUE
               "SATURDAY SUNDAY   ".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
           05 WS-DAY-NAME           PIC X(09) OCCURS 7 TIMES.
       01 WS-WALK-GUARD             PIC 9(02) VALUE 0.
       01 WS-WALK-DONE-FLAG         PIC X(01) VALUE "N".
           88 WS-WALK-DONE                    VALUE "Y".
       01 WS-HOLIDAY-SEEN-FLAG      PIC X(01) VALUE "N".
           88 WS-HOLIDAY-SEEN                 VALUE "Y".

       LINKAGE SECTION.
           COPY "job-frequency-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE JF-RUN-DATE
           BY REFERENCE JF-FREQ-CODE BY REFERENCE JF-FREQ-PARM
           BY REFERENCE JF-MONTH-END-ONLY BY REFERENCE JF-DUE-FLAG
           BY REFERENCE JF-REASON-TEXT.

       0000-MAINLINE.
           PERFORM 1000-LOAD-CALENDAR-ONCE
           SET JF-DUE TO TRUE
           MOVE SPACES TO JF-REASON-TEXT
           PERFORM 2000-CHECK-THE-RULE
           IF JF-DUE
               PERFORM 3000-CHECK-THE-DATE
                   THRU 3000-CHECK-THE-DATE-EXIT
           END-IF
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-CALENDAR-ONCE - the PROCCAL.CTL rows into the    *>
      *> table, once per run unit; a missing calendar leaves the    *>
      *> table empty and every date an unrestricted business day.   *>
      *>----------------------------------------------------------*>
       1000-LOAD-CALENDAR-ONCE.
           IF NOT WS-CAL-LOADED
               MOVE "N" TO WS-CAL-EOF
               OPEN INPUT PROCESS-CALENDAR
               IF WS-CAL-STATUS = "00"
                   PERFORM 1010-LOAD-ONE-CALENDAR-ROW
                       UNTIL WS-CAL-AT-END
                           OR WS-CAL-COUNT NOT < WS-CAL-MAX
                   CLOSE PROCESS-CALENDAR
               END-IF
               SET WS-CAL-LOADED TO TRUE
           END-IF.

       1010-LOAD-ONE-CALENDAR-ROW.
           READ PROCESS-CALENDAR
               AT END
                   SET WS-CAL-AT-END TO TRUE
               NOT AT END
                   IF PC-CAL-DATE IS NUMERIC
                       ADD 1 TO WS-CAL-COUNT
                       MOVE PC-CAL-DATE
                           TO WS-CL-DATE(WS-CAL-COUNT)
                       MOVE PC-BUSINESS-DAY-FLAG
                           TO WS-CL-BUSINESS(WS-CAL-COUNT)
                       MOVE PC-MONTH-END-FLAG
                           TO WS-CL-MONTH-END(WS-CAL-COUNT)
                       MOVE PC-HOLIDAY-NAME
                           TO WS-CL-HOLIDAY(WS-CAL-COUNT)
                       MOVE PC-FISCAL-END-FLAG
                           TO WS-CL-FISCAL-END(WS-CAL-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-FIND-CALENDAR-ROW - the calendar's row for            *>
      *> WS-LOOK-DATE, if it has one.                               *>
      *>----------------------------------------------------------*>
       1100-FIND-CALENDAR-ROW.
           MOVE "N" TO WS-ROW-FOUND-FLAG
           MOVE "Y" TO WS-ROW-BUSINESS
           MOVE "N" TO WS-ROW-MONTH-END
           MOVE SPACES TO WS-ROW-HOLIDAY
           MOVE SPACES TO WS-ROW-FISCAL-END
           PERFORM 1110-MATCH-ONE-CALENDAR-DAY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   OR WS-ROW-FOUND.

       1110-MATCH-ONE-CALENDAR-DAY.
           IF WS-CL-DATE(WS-CAL-SUB) = WS-LOOK-DATE
               SET WS-ROW-FOUND TO TRUE
               MOVE WS-CL-BUSINESS(WS-CAL-SUB) TO WS-ROW-BUSINESS
               MOVE WS-CL-MONTH-END(WS-CAL-SUB) TO WS-ROW-MONTH-END
               MOVE WS-CL-HOLIDAY(WS-CAL-SUB) TO WS-ROW-HOLIDAY
               MOVE WS-CL-FISCAL-END(WS-CAL-SUB)
                   TO WS-ROW-FISCAL-END
               SUBTRACT 1 FROM WS-CAL-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-CHECK-THE-RULE - the code must be one of the known    *>
      *> frequencies, and the weekday and Nth-business-day rules    *>
      *> need a parameter in range; anything else is a bad row.     *>
      *>----------------------------------------------------------*>
       2000-CHECK-THE-RULE.
           PERFORM 2100-PARSE-FREQ-PARM
           EVALUATE TRUE
               WHEN JF-FREQ-DAILY
               WHEN JF-FREQ-MONTH-END
               WHEN JF-FREQ-QUARTER-END
               WHEN JF-FREQ-YEAR-END
               WHEN JF-FREQ-AFTER-HOLIDAY
                   CONTINUE
               WHEN JF-FREQ-WEEKDAY
                   IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 7
                       SET JF-RULE-BAD TO TRUE
                       MOVE "weekday rule needs 1 (Mon) to 7 (Sun)"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-NTH-BUSINESS
                   IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 23
                       SET JF-RULE-BAD TO TRUE
                       MOVE "business-day rule needs 1 to 23"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN OTHER
                   SET JF-RULE-BAD TO TRUE
                   STRING "unknown frequency code " DELIMITED BY SIZE
                       JF-FREQ-CODE DELIMITED BY SIZE
                       INTO JF-REASON-TEXT
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2100-PARSE-FREQ-PARM - the two-character parameter may be  *>
      *> written 03, 3 or with the digit right-justified.           *>
      *>----------------------------------------------------------*>
       2100-PARSE-FREQ-PARM.
           MOVE 0 TO WS-PARM-VALUE
           EVALUATE TRUE
               WHEN JF-FREQ-PARM IS NUMERIC
                   MOVE JF-FREQ-PARM TO WS-PARM-VALUE
               WHEN JF-FREQ-PARM(1:1) IS NUMERIC
                   AND JF-FREQ-PARM(2:1) = SPACE
                   MOVE JF-FREQ-PARM(1:1) TO WS-PARM-VALUE
               WHEN JF-FREQ-PARM(1:1) = SPACE
                   AND JF-FREQ-PARM(2:1) IS NUMERIC
                   MOVE JF-FREQ-PARM(2:1) TO WS-PARM-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 3000-CHECK-THE-DATE - nothing is due on a non-business     *>
      *> day; a month-end-only row must be on a month end, a fiscal *>
      *> row on a fiscal period end; then the frequency rule itself *>
      *> decides, against fiscal ends for a fiscal row.             *>
      *>----------------------------------------------------------*>
       3000-CHECK-THE-DATE.
           MOVE JF-RUN-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF NOT DC-DATE-VALID
               SET JF-RULE-BAD TO TRUE
               STRING "date " DELIMITED BY SIZE
                   JF-RUN-DATE DELIMITED BY SIZE
                   " is not a valid date" DELIMITED BY SIZE
                   INTO JF-REASON-TEXT
               GO TO 3000-CHECK-THE-DATE-EXIT
           END-IF
           MOVE JF-RUN-DATE TO WS-WORK-DATE
           MOVE JF-RUN-DATE TO WS-LOOK-DATE
           PERFORM 1100-FIND-CALENDAR-ROW
           IF WS-ROW-FOUND AND WS-ROW-BUSINESS NOT = "Y"
               SET JF-NOT-DUE TO TRUE
               MOVE "not a business day" TO JF-REASON-TEXT
               IF WS-ROW-HOLIDAY NOT = SPACES
                   STRING "not a business day - " DELIMITED BY SIZE
                       WS-ROW-HOLIDAY DELIMITED BY SIZE
                       INTO JF-REASON-TEXT
               END-IF
               GO TO 3000-CHECK-THE-DATE-EXIT
           END-IF
           PERFORM 3900-SET-MONTH-END-FLAG
           IF JF-MONTH-END-ONLY = "M" AND NOT WS-IS-MONTH-END
               SET JF-NOT-DUE TO TRUE
               MOVE "month-end-only job, not month end"
                   TO JF-REASON-TEXT
               GO TO 3000-CHECK-THE-DATE-EXIT
           END-IF
           IF JF-FISCAL-PERIOD-JOB AND NOT WS-IS-FISCAL-PERIOD-END
               SET JF-NOT-DUE TO TRUE
               MOVE "fiscal-period job, not a fiscal period end"
                   TO JF-REASON-TEXT
               GO TO 3000-CHECK-THE-DATE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN JF-FREQ-MONTH-END AND JF-FISCAL-PERIOD-JOB
                   IF NOT WS-IS-FISCAL-PERIOD-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "period-end job, not a fiscal period end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-QUARTER-END AND JF-FISCAL-PERIOD-JOB
                   IF NOT WS-IS-FISCAL-QUARTER-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "quarter-end job, not a fiscal quarter end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-YEAR-END AND JF-FISCAL-PERIOD-JOB
                   IF NOT WS-IS-FISCAL-YEAR-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "year-end job, not the fiscal year end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-WEEKDAY
                   PERFORM 3100-CHECK-WEEKDAY
               WHEN JF-FREQ-NTH-BUSINESS
                   PERFORM 3200-CHECK-NTH-BUSINESS-DAY
               WHEN JF-FREQ-MONTH-END
                   IF NOT WS-IS-MONTH-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "month-end job, not month end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-QUARTER-END
                   IF NOT WS-WD-QUARTER-MONTH
                       OR NOT WS-IS-MONTH-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "quarter-end job, not a quarter month end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-YEAR-END
                   IF NOT WS-WD-DECEMBER
                       OR NOT WS-IS-MONTH-END
                       SET JF-NOT-DUE TO TRUE
                       MOVE "year-end job, not the December month end"
                           TO JF-REASON-TEXT
                   END-IF
               WHEN JF-FREQ-AFTER-HOLIDAY
                   PERFORM 3300-CHECK-AFTER-HOLIDAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-CHECK-THE-DATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3100-CHECK-WEEKDAY - DateCalc's serial day 1 is Monday     *>
      *> 0001-01-01, so the weekday is the serial's remainder by    *>
      *> seven, counted from Monday as 1.                           *>
      *>----------------------------------------------------------*>
       3100-CHECK-WEEKDAY.
           MOVE JF-RUN-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           SUBTRACT 1 FROM DC-DAY-NUMBER GIVING WS-WEEK-WORK
           DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-REMAINDER
           ADD 1 TO WS-WEEK-REMAINDER GIVING WS-WEEKDAY
           IF WS-WEEKDAY NOT = WS-PARM-VALUE
               SET JF-NOT-DUE TO TRUE
               STRING "weekly job, runs " DELIMITED BY SIZE
                   WS-DAY-NAME(WS-PARM-VALUE) DELIMITED BY SPACE
                   " only, not " DELIMITED BY SIZE
                   WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SPACE
                   INTO JF-REASON-TEXT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-CHECK-NTH-BUSINESS-DAY - count the business days from *>
      *> the first of the month through the date, inclusive.        *>
      *>----------------------------------------------------------*>
       3200-CHECK-NTH-BUSINESS-DAY.
           MOVE 1 TO WS-WD-DAY
           MOVE WS-WORK-DATE TO DC-DATE
           MOVE JF-RUN-DATE TO WS-WORK-DATE
           MOVE JF-RUN-DATE TO DC-DATE-2
           CALL "CountBusinessDaysBetween" USING DC-DATE DC-DATE-2
               DC-BUSINESS-DAYS
           IF DC-BUSINESS-DAYS NOT = WS-PARM-VALUE
               SET JF-NOT-DUE TO TRUE
               MOVE WS-PARM-VALUE TO WS-PARM-EDIT
               MOVE DC-BUSINESS-DAYS TO WS-COUNT-EDIT
               STRING "runs on business day " DELIMITED BY SIZE
                   WS-PARM-EDIT DELIMITED BY SIZE
                   ", this is day " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO JF-REASON-TEXT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3300-CHECK-AFTER-HOLIDAY - walk back over the run of       *>
      *> non-business days before the date; the job is due when     *>
      *> one of them is a named holiday (an ordinary weekend is     *>
      *> not).  Two weeks of looking is plenty.                     *>
      *>----------------------------------------------------------*>
       3300-CHECK-AFTER-HOLIDAY.
           MOVE JF-RUN-DATE TO DC-DATE
           MOVE "N" TO WS-HOLIDAY-SEEN-FLAG
           MOVE "N" TO WS-WALK-DONE-FLAG
           MOVE 0 TO WS-WALK-GUARD
           PERFORM 3310-STEP-BACK-ONE-DAY
               UNTIL WS-WALK-DONE OR WS-WALK-GUARD > 14
           IF NOT WS-HOLIDAY-SEEN
               SET JF-NOT-DUE TO TRUE
               MOVE "not the first business day after a holiday"
                   TO JF-REASON-TEXT
           END-IF.

       3310-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-WALK-GUARD
           MOVE -1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           IF DC-DATE = 0
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE DC-DATE TO WS-LOOK-DATE
               PERFORM 1100-FIND-CALENDAR-ROW
               IF WS-ROW-FOUND AND WS-ROW-BUSINESS NOT = "Y"
                   IF WS-ROW-HOLIDAY NOT = SPACES
                       SET WS-HOLIDAY-SEEN TO TRUE
                   END-IF
               ELSE
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3900-SET-MONTH-END-FLAG - the calendar row's month-end     *>
      *> and fiscal-end marks; a date with no calendar row is       *>
      *> unrestricted.                                              *>
      *>----------------------------------------------------------*>
       3900-SET-MONTH-END-FLAG.
           IF WS-ROW-FOUND
               MOVE WS-ROW-MONTH-END TO WS-MONTH-END-FLAG
               MOVE WS-ROW-FISCAL-END TO WS-FISCAL-END-FLAG
           ELSE
               MOVE "Y" TO WS-MONTH-END-FLAG
               MOVE "Y" TO WS-FISCAL-END-FLAG
           END-IF.
