      *>               forward to the next business day.  The         *>
      *>               calendar loads once per run unit; a date it    *>
      *>               does not carry is treated as a business day.   *>
      *>   2026-10-15  CountBusinessDaysBetween and NextBusinessDay   *>
      *>               no longer touch DC-DAYS-ADJUST, which is not   *>
      *>               among their parameters and faulted on a first  *>
      *>               call; day stepping now uses a work field of    *>
      *>               its own.                                       *>
      *>   2026-10-15  Added FiscalPeriodOfDate and                   *>
      *>               FiscalPeriodBounds over the FISCCAL.CTL 4-4-5  *>
      *>               fiscal period table CalendarGen now writes:    *>
      *>               the fiscal year, period and week of a date,    *>
      *>               and the start and end dates of a fiscal        *>
      *>               period.                                        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DateCalc.
           SELECT PROCESS-CALENDAR ASSIGN TO "PROCCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-CALENDAR.
           COPY "process-calendar.cpy".
       FD  FISCAL-PERIOD-FILE.
           COPY "fiscal-period.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS             PIC X(02) VALUE "00".
           05 WS-CL-ENTRY OCCURS 800 TIMES.
               10 WS-CL-DATE        PIC 9(08).
               10 WS-CL-BUSINESS    PIC X(01).
       01 WS-FIS-STATUS             PIC X(02) VALUE "00".
       01 WS-FIS-EOF                PIC X(01) VALUE "N".
           88 WS-FIS-AT-END                   VALUE "Y".
       01 WS-FIS-LOADED-FLAG        PIC X(01) VALUE "N".
           88 WS-FIS-LOADED                   VALUE "Y".
       01 WS-FIS-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-FIS-MAX                PIC 9(04) COMP VALUE 60.
       01 WS-FIS-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-FIS-HIT                PIC 9(04) COMP VALUE 0.
       01 WS-FIS-TABLE.
           05 WS-FT-ENTRY OCCURS 60 TIMES.
               10 WS-FT-YEAR        PIC 9(04).
               10 WS-FT-PERIOD      PIC 9(02).
               10 WS-FT-START       PIC 9(08).
               10 WS-FT-END         PIC 9(08).
       01 WS-FIS-YEAR-START         PIC 9(08) VALUE 0.
       01 WS-FIS-DATE-DAYS          PIC 9(07) VALUE 0.
       01 WS-FIS-WEEK-WORK          PIC 9(05) VALUE 0.
       01 WS-BUS-TEST-FLAG          PIC X(01) VALUE "Y".
           88 WS-IS-BUSINESS-DAY              VALUE "Y".
       01 WS-BUS-WORK-DATE          PIC 9(08) VALUE 0.
       01 WS-SPAN-HIGH              PIC 9(08) VALUE 0.
       01 WS-STEP-ONE               PIC S9(05) VALUE +1.
       01 WS-BUS-SAVE-DATE          PIC 9(08) VALUE 0.
       01 WS-ADJUST-DAYS            PIC S9(05) VALUE 0.
       01 WS-WORK-DATE.
           05 WS-WD-YEAR            PIC 9(04).
           05 WS-WD-MONTH           PIC 9(02).

       ENTRY "AddDaysToDate" USING BY REFERENCE DC-DATE
           BY REFERENCE DC-DAYS-ADJUST.
           MOVE DC-DAYS-ADJUST TO WS-ADJUST-DAYS
           PERFORM 3000-ADD-DAYS-TO-DATE
           THRU 3000-ADD-DAYS-TO-DATE-EXIT
           GOBACK.
           PERFORM 5400-NEXT-BUSINESS-DAY
           GOBACK.

       ENTRY "FiscalPeriodOfDate" USING BY REFERENCE DC-DATE
           BY REFERENCE DC-FISCAL-YEAR BY REFERENCE DC-FISCAL-PERIOD
           BY REFERENCE DC-FISCAL-WEEK.
           PERFORM 7100-FISCAL-PERIOD-OF-DATE
               THRU 7100-FISCAL-PERIOD-OF-DATE-EXIT
           GOBACK.

       ENTRY "FiscalPeriodBounds" USING BY REFERENCE DC-FISCAL-YEAR
           BY REFERENCE DC-FISCAL-PERIOD BY REFERENCE DC-DATE
           BY REFERENCE DC-DATE-2.
           PERFORM 7200-FISCAL-PERIOD-BOUNDS
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-VALIDATE-THE-DATE - month must be 1-12 and the day     *>
      *> must fit that month, with February getting its 29th day     *>
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-ADD-DAYS-TO-DATE - move DC-DATE by WS-ADJUST-DAYS      *>
      *> days; the result replaces DC-DATE, or zero when the input   *>
      *> date was bad or the result runs off the calendar.           *>
      *>----------------------------------------------------------*>
               GO TO 3000-ADD-DAYS-TO-DATE-EXIT
           END-IF
           PERFORM 2100-COMPUTE-SERIAL-DAYS
           COMPUTE WS-TARGET-DAYS = WS-SERIAL-DAYS + WS-ADJUST-DAYS
           IF WS-TARGET-DAYS < 1 OR WS-TARGET-DAYS > 3660000
               MOVE 0 TO DC-DATE
               GO TO 3000-ADD-DAYS-TO-DATE-EXIT
       3100-FIND-TARGET-YEAR.
           MOVE WS-WD-YEAR TO WS-SCAN-YEAR
           MOVE "N" TO WS-YEAR-FOUND-FLAG
           IF WS-ADJUST-DAYS < 0
               PERFORM 3110-BACK-UP-ONE-YEAR
                   UNTIL WS-SCAN-YEAR = 1
                       OR WS-YEAR-FOUND
               MOVE +1 TO WS-BUS-STEP
               MOVE DC-DAYS-ADJUST TO WS-BUS-REMAINING
           END-IF
           MOVE 0 TO WS-BUS-GUARD
           PERFORM 5010-STEP-ONE-BUSINESS-DAY
               UNTIL WS-BUS-REMAINING = 0
                   OR WS-BUS-GUARD > 9999
                   OR DC-DATE = 0.

       5010-STEP-ONE-BUSINESS-DAY.
           ADD 1 TO WS-BUS-GUARD
           MOVE WS-BUS-STEP TO WS-ADJUST-DAYS
           PERFORM 3000-ADD-DAYS-TO-DATE
           THRU 3000-ADD-DAYS-TO-DATE-EXIT
           IF DC-DATE NOT = 0
               MOVE DC-DATE TO WS-SPAN-HIGH
           END-IF
           MOVE DC-DATE TO WS-BUS-SAVE-DATE
           MOVE WS-SPAN-LOW TO DC-DATE
           MOVE 0 TO WS-BUS-GUARD
           PERFORM 5210-COUNT-ONE-SPAN-DAY
               UNTIL DC-DATE > WS-SPAN-HIGH
                   OR DC-DATE = 0
                   OR WS-BUS-GUARD > 9999
           MOVE WS-BUS-SAVE-DATE TO DC-DATE.

       5210-COUNT-ONE-SPAN-DAY.
           ADD 1 TO WS-BUS-GUARD
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO DC-BUSINESS-DAYS
           END-IF
           MOVE WS-STEP-ONE TO WS-ADJUST-DAYS
           PERFORM 3000-ADD-DAYS-TO-DATE
           THRU 3000-ADD-DAYS-TO-DATE-EXIT.

      *>----------------------------------------------------------*>
       5400-NEXT-BUSINESS-DAY.
           PERFORM 6000-LOAD-CALENDAR-ONCE
           MOVE DC-DATE TO WS-BUS-SAVE-DATE
           MOVE 0 TO WS-BUS-GUARD
           MOVE DC-DATE TO WS-BUS-WORK-DATE
                   OR DC-DATE = 0
           IF NOT WS-IS-BUSINESS-DAY
               MOVE WS-BUS-SAVE-DATE TO DC-DATE
           END-IF.

       5410-ROLL-ONE-DAY-FORWARD.
           ADD 1 TO WS-BUS-GUARD
           MOVE WS-STEP-ONE TO WS-ADJUST-DAYS
           PERFORM 3000-ADD-DAYS-TO-DATE
           THRU 3000-ADD-DAYS-TO-DATE-EXIT
           IF DC-DATE NOT = 0
               MOVE WS-CL-BUSINESS(WS-CAL-SUB)
                   TO WS-BUS-TEST-FLAG
           END-IF.

      *>----------------------------------------------------------*>
      *> 7000-LOAD-FISCAL-ONCE - the FISCCAL.CTL periods into the   *>
      *> table, once per run unit; a missing table leaves every     *>
      *> fiscal answer zero.                                        *>
      *>----------------------------------------------------------*>
       7000-LOAD-FISCAL-ONCE.
           IF NOT WS-FIS-LOADED
               MOVE "N" TO WS-FIS-EOF
               OPEN INPUT FISCAL-PERIOD-FILE
               IF WS-FIS-STATUS = "00"
                   PERFORM 7010-LOAD-ONE-FISCAL-ROW
                       UNTIL WS-FIS-AT-END
                           OR WS-FIS-COUNT NOT < WS-FIS-MAX
                   CLOSE FISCAL-PERIOD-FILE
               END-IF
               SET WS-FIS-LOADED TO TRUE
           END-IF.

       7010-LOAD-ONE-FISCAL-ROW.
           READ FISCAL-PERIOD-FILE
               AT END
                   SET WS-FIS-AT-END TO TRUE
               NOT AT END
                   IF FP-FISCAL-YEAR IS NUMERIC
                       AND FP-PERIOD IS NUMERIC
                       AND FP-START-DATE IS NUMERIC
                       AND FP-END-DATE IS NUMERIC
                       ADD 1 TO WS-FIS-COUNT
                       MOVE FP-FISCAL-YEAR
                           TO WS-FT-YEAR(WS-FIS-COUNT)
                       MOVE FP-PERIOD TO WS-FT-PERIOD(WS-FIS-COUNT)
                       MOVE FP-START-DATE
                           TO WS-FT-START(WS-FIS-COUNT)
                       MOVE FP-END-DATE TO WS-FT-END(WS-FIS-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 7100-FISCAL-PERIOD-OF-DATE - the period whose start and    *>
      *> end dates hold DC-DATE gives the fiscal year and period;   *>
      *> the week counts sevens from the first day of that fiscal   *>
      *> year's period 1.  All three come back zero when the table  *>
      *> does not cover the date.                                   *>
      *>----------------------------------------------------------*>
       7100-FISCAL-PERIOD-OF-DATE.
           PERFORM 7000-LOAD-FISCAL-ONCE
           MOVE 0 TO DC-FISCAL-YEAR
           MOVE 0 TO DC-FISCAL-PERIOD
           MOVE 0 TO DC-FISCAL-WEEK
           MOVE 0 TO WS-FIS-HIT
           MOVE 0 TO WS-FIS-YEAR-START
           PERFORM 7110-MATCH-DATE-TO-PERIOD
               VARYING WS-FIS-SUB FROM 1 BY 1
               UNTIL WS-FIS-SUB > WS-FIS-COUNT
           IF WS-FIS-HIT = 0
               GO TO 7100-FISCAL-PERIOD-OF-DATE-EXIT
           END-IF
           MOVE WS-FT-YEAR(WS-FIS-HIT) TO DC-FISCAL-YEAR
           MOVE WS-FT-PERIOD(WS-FIS-HIT) TO DC-FISCAL-PERIOD
           PERFORM 7120-FIND-YEAR-START
               VARYING WS-FIS-SUB FROM 1 BY 1
               UNTIL WS-FIS-SUB > WS-FIS-COUNT
           IF WS-FIS-YEAR-START = 0
               GO TO 7100-FISCAL-PERIOD-OF-DATE-EXIT
           END-IF
           MOVE DC-DATE TO WS-WORK-DATE
           PERFORM 2100-COMPUTE-SERIAL-DAYS
           MOVE WS-SERIAL-DAYS TO WS-FIS-DATE-DAYS
           MOVE WS-FIS-YEAR-START TO WS-WORK-DATE
           PERFORM 2100-COMPUTE-SERIAL-DAYS
           COMPUTE WS-FIS-WEEK-WORK =
               (WS-FIS-DATE-DAYS - WS-SERIAL-DAYS) / 7 + 1
           MOVE WS-FIS-WEEK-WORK TO DC-FISCAL-WEEK.
       7100-FISCAL-PERIOD-OF-DATE-EXIT.
           EXIT.

       7110-MATCH-DATE-TO-PERIOD.
           IF DC-DATE NOT < WS-FT-START(WS-FIS-SUB)
               AND DC-DATE NOT > WS-FT-END(WS-FIS-SUB)
               MOVE WS-FIS-SUB TO WS-FIS-HIT
           END-IF.

       7120-FIND-YEAR-START.
           IF WS-FT-YEAR(WS-FIS-SUB) = DC-FISCAL-YEAR
               AND WS-FT-PERIOD(WS-FIS-SUB) = 1
               MOVE WS-FT-START(WS-FIS-SUB) TO WS-FIS-YEAR-START
           END-IF.

      *>----------------------------------------------------------*>
      *> 7200-FISCAL-PERIOD-BOUNDS - start (DC-DATE) and end        *>
      *> (DC-DATE-2) of fiscal period DC-FISCAL-PERIOD of           *>
      *> DC-FISCAL-YEAR; both zero when the table has no such row.  *>
      *>----------------------------------------------------------*>
       7200-FISCAL-PERIOD-BOUNDS.
           PERFORM 7000-LOAD-FISCAL-ONCE
           MOVE 0 TO DC-DATE
           MOVE 0 TO DC-DATE-2
           PERFORM 7210-MATCH-YEAR-AND-PERIOD
               VARYING WS-FIS-SUB FROM 1 BY 1
               UNTIL WS-FIS-SUB > WS-FIS-COUNT.

       7210-MATCH-YEAR-AND-PERIOD.
           IF WS-FT-YEAR(WS-FIS-SUB) = DC-FISCAL-YEAR
               AND WS-FT-PERIOD(WS-FIS-SUB) = DC-FISCAL-PERIOD
               MOVE WS-FT-START(WS-FIS-SUB) TO DC-DATE
               MOVE WS-FT-END(WS-FIS-SUB) TO DC-DATE-2
           END-IF.
