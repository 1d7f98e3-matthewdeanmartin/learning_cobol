      *>             checked for gaps and duplicate dates, written    *>
      *>             to PROCCAL.NEW (never straight over the live     *>
      *>             file), and a proof calendar is printed for       *>
      *>             sign-off before the swap.  The 4-4-5 fiscal      *>
      *>             periods of the fiscal years around CALGEN_YEAR   *>
      *>             go to FISCCAL.NEW alongside it, and the last     *>
      *>             business day of each period carries the fiscal   *>
      *>             end flag (P period, Q quarter, Y year).          *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               CALGEN_YEAR  the yyyy to generate (required)   *>
      *>               CALGEN_FISCAL_PATTERN  weeks per period in a   *>
      *>                            fiscal quarter - 445 (default),   *>
      *>                            454 or 544                        *>
      *>               CALGEN_FISCAL_WEEKDAY  weekday a fiscal year   *>
      *>                            starts on, 1 Monday (default)     *>
      *>                            through 7 Sunday; the year starts *>
      *>                            on that weekday nearest 1 January *>
      *>                                                              *>
      *>             HOLIDAYS.CTL row: date(8) blank name(20).        *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Also builds the 4-4-5 fiscal period table for  *>
      *>               the fiscal years around CALGEN_YEAR into       *>
      *>               FISCCAL.NEW (CALGEN_FISCAL_PATTERN,            *>
      *>               CALGEN_FISCAL_WEEKDAY), flags each period's    *>
      *>               last business day in the new PROCCAL column,   *>
      *>               and prints the periods on the proof.           *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarGen.
           SELECT NEW-CALENDAR ASSIGN TO "PROCCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT NEW-FISCAL-TABLE ASSIGN TO "FISCCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIS-STATUS.
           SELECT PROOF-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  NEW-CALENDAR.
           COPY "process-calendar.cpy".

       FD  NEW-FISCAL-TABLE.
           COPY "fiscal-period.cpy".

       FD  PROOF-REPORT.
       01  PF-REPORT-LINE           PIC X(80).

           88 WS-HOL-OK                       VALUE "00".
       01 WS-CAL-STATUS             PIC X(02) VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-FIS-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-HOL-EOF                PIC X(01) VALUE "N".
           88 WS-HOL-AT-END                   VALUE "Y".
       01 WS-WEEK-QUOT              PIC 9(07) VALUE 0.
       01 WS-BUSINESS-TOTAL         PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-TOTAL          PIC 9(03) VALUE 0.
       01 WS-FISCAL-PATTERN         PIC X(03) VALUE "445".
       01 WS-PATTERN-PARTS REDEFINES WS-FISCAL-PATTERN.
           05 WS-PATTERN-WEEKS      PIC 9(01) OCCURS 3 TIMES.
       01 WS-FISCAL-WEEKDAY-TEXT    PIC X(01) VALUE SPACES.
       01 WS-FISCAL-WEEKDAY         PIC 9(01) VALUE 1.
       01 WS-FISCAL-CONTROL-FLAG    PIC X(01) VALUE "Y".
           88 WS-FISCAL-CONTROLS-OK           VALUE "Y".
           88 WS-FISCAL-CONTROLS-BAD          VALUE "N".
       01 WS-VALID-FLAG             PIC X(01) VALUE "Y".
           88 WS-CALENDAR-VALID               VALUE "Y".
           88 WS-CALENDAR-BAD                 VALUE "N".
               10 WS-DY-DATE        PIC 9(08).
               10 WS-DY-BUSINESS    PIC X(01).
               10 WS-DY-MONTH-END   PIC X(01).
               10 WS-DY-FISCAL-END  PIC X(01).
               10 WS-DY-HOLIDAY     PIC X(20).
       01 WS-SCAN-MONTH             PIC 9(02) VALUE 0.
       01 WS-SCAN-DATE-PARTS.
       01 WS-MONTH-END-FOUND        PIC X(01) VALUE "N".
           88 WS-ME-FOUND                     VALUE "Y".

       01 WS-FP-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-FP-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-FP-TABLE.
           05 WS-FT-ENTRY OCCURS 36 TIMES.
               10 WS-FT-YEAR        PIC 9(04).
               10 WS-FT-PERIOD      PIC 9(02).
               10 WS-FT-START       PIC 9(08).
               10 WS-FT-END         PIC 9(08).
               10 WS-FT-WEEKS       PIC 9(01).
               10 WS-FT-QUARTER     PIC 9(01).
       01 WS-FY-YEAR                PIC 9(04) VALUE 0.
       01 WS-FY-FIRST-YEAR          PIC 9(04) VALUE 0.
       01 WS-FY-LAST-YEAR           PIC 9(04) VALUE 0.
       01 WS-FY-FIND-YEAR           PIC 9(04) VALUE 0.
       01 WS-FY-FOUND-START         PIC 9(08) VALUE 0.
       01 WS-FY-FOUND-DAYS          PIC 9(07) VALUE 0.
       01 WS-FY-START-DAYS          PIC 9(07) VALUE 0.
       01 WS-FY-YEAR-WEEKS          PIC 9(02) VALUE 0.
       01 WS-FY-SHIFT               PIC 9(02) VALUE 0.
       01 WS-FY-PERIOD              PIC 9(02) VALUE 0.
       01 WS-FY-PERIOD-START        PIC 9(08) VALUE 0.
       01 WS-FY-PATTERN-SUB         PIC 9(01) VALUE 0.
       01 WS-FY-QUOT                PIC 9(02) VALUE 0.
       01 WS-FISCAL-END-FOUND       PIC X(01) VALUE "N".
           88 WS-FE-FOUND                     VALUE "Y".
       01 WS-FISCAL-END-TOTAL       PIC 9(02) VALUE 0.
       01 WS-YEAR-LAST-DATE         PIC 9(08) VALUE 0.
       01 WS-SPILL-DATE             PIC 9(08) VALUE 0.
       01 WS-SPILL-BUSINESS-FLAG    PIC X(01) VALUE "N".
           88 WS-SPILL-IS-BUSINESS            VALUE "Y".

       01 WS-HEADING-1.
           05 FILLER                PIC X(26) VALUE
               "PROCESSING CALENDAR PROOF ".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-MONTH-END       PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-FISCAL-END      PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-HOLIDAY         PIC X(20).
       01 WS-FOOTING-1.
           05 FILLER                PIC X(16) VALUE "DAYS GENERATED: ".
           05 WS-F1-BUSINESS        PIC ZZ9.
           05 FILLER                PIC X(12) VALUE "  HOLIDAYS: ".
           05 WS-F1-HOLIDAYS        PIC ZZ9.
       01 WS-FISCAL-HEADING-1.
           05 FILLER                PIC X(31) VALUE
               "FISCAL PERIODS - WEEKS PATTERN ".
           05 WS-FH1-PATTERN        PIC X(03).
           05 FILLER                PIC X(25) VALUE
               "  YEAR STARTS ON WEEKDAY ".
           05 WS-FH1-WEEKDAY        PIC 9(01).
       01 WS-FISCAL-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "FY   PD START    END      WEEKS QUARTER".
       01 WS-FISCAL-LINE.
           05 WS-FL-YEAR            PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-FL-PERIOD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-FL-START           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-FL-END             PIC 9(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-FL-WEEKS           PIC 9(01).
           05 FILLER                PIC X(07) VALUE SPACES.
           05 WS-FL-QUARTER         PIC 9(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   " Set CALGEN_YEAR to the year to generate."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FISCAL-CONTROLS-BAD
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " CALGEN_FISCAL_PATTERN must be 445, 454 or 544"
                       " and CALGEN_FISCAL_WEEKDAY 1 through 7."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1000-LOAD-HOLIDAY-LIST
                   PERFORM 2000-GENERATE-THE-YEAR
                   PERFORM 3000-MARK-MONTH-ENDS
                   PERFORM 3500-BUILD-FISCAL-PERIODS
                   PERFORM 3700-MARK-FISCAL-ENDS
                   PERFORM 4000-VALIDATE-THE-RESULT
                   IF WS-CALENDAR-VALID
                       PERFORM 5000-WRITE-NEW-CALENDAR
                       PERFORM 5100-WRITE-NEW-FISCAL-TABLE
                       PERFORM 6000-PRINT-PROOF-CALENDAR
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME
                           " PROCCAL.NEW and FISCCAL.NEW written - "
                           "review the proof, then swap them in as "
                           "PROCCAL.CTL and FISCCAL.CTL."
                   ELSE
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME
                           " Generated calendar failed validation - "
                           "nothing written."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
           ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT "CALGEN_YEAR"
           IF WS-YEAR-TEXT IS NUMERIC
               MOVE WS-YEAR-TEXT TO WS-GEN-YEAR
           END-IF
           MOVE SPACES TO RC-ENV-WORK
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "CALGEN_FISCAL_PATTERN"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO WS-FISCAL-PATTERN
               IF RC-ENV-WORK(4:) NOT = SPACES
                   SET WS-FISCAL-CONTROLS-BAD TO TRUE
               END-IF
           END-IF
           IF WS-FISCAL-PATTERN NOT = "445"
               AND WS-FISCAL-PATTERN NOT = "454"
               AND WS-FISCAL-PATTERN NOT = "544"
               SET WS-FISCAL-CONTROLS-BAD TO TRUE
           END-IF
           ACCEPT WS-FISCAL-WEEKDAY-TEXT
               FROM ENVIRONMENT "CALGEN_FISCAL_WEEKDAY"
           IF WS-FISCAL-WEEKDAY-TEXT NOT = SPACES
               IF WS-FISCAL-WEEKDAY-TEXT IS NUMERIC
                   AND WS-FISCAL-WEEKDAY-TEXT > "0"
                   AND WS-FISCAL-WEEKDAY-TEXT < "8"
                   MOVE WS-FISCAL-WEEKDAY-TEXT TO WS-FISCAL-WEEKDAY
               ELSE
                   SET WS-FISCAL-CONTROLS-BAD TO TRUE
               END-IF
           END-IF.

       1000-LOAD-HOLIDAY-LIST.
           MOVE WS-CUR-DATE TO WS-DY-DATE(WS-DAY-COUNT)
           MOVE SPACES TO WS-DY-HOLIDAY(WS-DAY-COUNT)
           MOVE "N" TO WS-DY-MONTH-END(WS-DAY-COUNT)
           MOVE SPACE TO WS-DY-FISCAL-END(WS-DAY-COUNT)
           MOVE WS-CUR-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           DIVIDE DC-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOT
               SET WS-ME-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3500-BUILD-FISCAL-PERIODS - twelve periods for each of the   *>
      *> fiscal years before, of and after CALGEN_YEAR, since the     *>
      *> generated dates can fall in any of the three.  A fiscal      *>
      *> year runs from its start weekday nearest 1 January up to     *>
      *> the next year's start: 52 weeks, or 53 with the extra week   *>
      *> in period 12.  Periods take their weeks from the pattern,    *>
      *> one digit per period of each quarter.                        *>
      *>----------------------------------------------------------*>
       3500-BUILD-FISCAL-PERIODS.
           MOVE 0 TO WS-FP-COUNT
           COMPUTE WS-FY-FIRST-YEAR = WS-GEN-YEAR - 1
           COMPUTE WS-FY-LAST-YEAR = WS-GEN-YEAR + 1
           PERFORM 3510-BUILD-ONE-FISCAL-YEAR
               VARYING WS-FY-YEAR FROM WS-FY-FIRST-YEAR BY 1
               UNTIL WS-FY-YEAR > WS-FY-LAST-YEAR.

       3510-BUILD-ONE-FISCAL-YEAR.
           COMPUTE WS-FY-FIND-YEAR = WS-FY-YEAR + 1
           PERFORM 3530-FIND-FISCAL-YEAR-START
           MOVE WS-FY-FOUND-DAYS TO WS-FY-START-DAYS
           MOVE WS-FY-YEAR TO WS-FY-FIND-YEAR
           PERFORM 3530-FIND-FISCAL-YEAR-START
           COMPUTE WS-FY-YEAR-WEEKS =
               (WS-FY-START-DAYS - WS-FY-FOUND-DAYS) / 7
           MOVE WS-FY-FOUND-START TO WS-FY-PERIOD-START
           PERFORM 3520-BUILD-ONE-PERIOD
               VARYING WS-FY-PERIOD FROM 1 BY 1
               UNTIL WS-FY-PERIOD > 12.

       3520-BUILD-ONE-PERIOD.
           ADD 1 TO WS-FP-COUNT
           MOVE WS-FY-YEAR TO WS-FT-YEAR(WS-FP-COUNT)
           MOVE WS-FY-PERIOD TO WS-FT-PERIOD(WS-FP-COUNT)
           MOVE WS-FY-PERIOD-START TO WS-FT-START(WS-FP-COUNT)
           DIVIDE WS-FY-PERIOD BY 3 GIVING WS-FY-QUOT
               REMAINDER WS-FY-PATTERN-SUB
           IF WS-FY-PATTERN-SUB = 0
               MOVE 3 TO WS-FY-PATTERN-SUB
           END-IF
           MOVE WS-PATTERN-WEEKS(WS-FY-PATTERN-SUB)
               TO WS-FT-WEEKS(WS-FP-COUNT)
           IF WS-FY-PERIOD = 12 AND WS-FY-YEAR-WEEKS = 53
               ADD 1 TO WS-FT-WEEKS(WS-FP-COUNT)
           END-IF
           COMPUTE WS-FT-QUARTER(WS-FP-COUNT) =
               (WS-FY-PERIOD - 1) / 3 + 1
           MOVE WS-FY-PERIOD-START TO DC-DATE
           COMPUTE DC-DAYS-ADJUST = WS-FT-WEEKS(WS-FP-COUNT) * 7 - 1
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-FT-END(WS-FP-COUNT)
           MOVE 1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-FY-PERIOD-START.

      *>----------------------------------------------------------*>
      *> 3530-FIND-FISCAL-YEAR-START - the CALGEN_FISCAL_WEEKDAY      *>
      *> nearest 1 January of WS-FY-FIND-YEAR: up to three days back  *>
      *> into December, otherwise forward into January.  Returns      *>
      *> the date and its serial day number.                          *>
      *>----------------------------------------------------------*>
       3530-FIND-FISCAL-YEAR-START.
           COMPUTE DC-DATE = WS-FY-FIND-YEAR * 10000 + 0101
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           DIVIDE DC-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-FY-SHIFT =
               WS-WEEKDAY + 7 - WS-FISCAL-WEEKDAY
           IF WS-FY-SHIFT > 6
               SUBTRACT 7 FROM WS-FY-SHIFT
           END-IF
           IF WS-FY-SHIFT > 3
               COMPUTE DC-DAYS-ADJUST = 7 - WS-FY-SHIFT
           ELSE
               COMPUTE DC-DAYS-ADJUST = 0 - WS-FY-SHIFT
           END-IF
           COMPUTE WS-FY-FOUND-DAYS = DC-DAY-NUMBER + DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-FY-FOUND-START.

      *>----------------------------------------------------------*>
      *> 3700-MARK-FISCAL-ENDS - the last business day on or before   *>
      *> each period's end, within the period, gets the fiscal end    *>
      *> flag: Y for period 12, Q for periods 3, 6 and 9, P for the   *>
      *> rest.  Periods outside the generated year find no day.  A    *>
      *> period running past 31 December is left to next year's run   *>
      *> unless every day of it in the new year is a weekend or a     *>
      *> HOLIDAYS.CTL date, in which case its end falls in this year. *>
      *>----------------------------------------------------------*>
       3700-MARK-FISCAL-ENDS.
           MOVE 0 TO WS-FISCAL-END-TOTAL
           COMPUTE WS-YEAR-LAST-DATE = WS-GEN-YEAR * 10000 + 1231
           PERFORM 3710-MARK-ONE-PERIOD-END
               VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT.

       3710-MARK-ONE-PERIOD-END.
           MOVE "N" TO WS-FISCAL-END-FOUND
           IF WS-FT-END(WS-FP-SUB) > WS-YEAR-LAST-DATE
               PERFORM 3730-CHECK-SPILL-DAYS
           END-IF
           PERFORM 3720-TEST-ONE-PERIOD-DAY
               VARYING WS-DAY-SUB FROM WS-DAY-COUNT BY -1
               UNTIL WS-DAY-SUB < 1
                   OR WS-FE-FOUND.

       3720-TEST-ONE-PERIOD-DAY.
           IF WS-DY-DATE(WS-DAY-SUB) NOT > WS-FT-END(WS-FP-SUB)
               AND WS-DY-DATE(WS-DAY-SUB)
                   NOT < WS-FT-START(WS-FP-SUB)
               AND WS-DY-BUSINESS(WS-DAY-SUB) = "Y"
               EVALUATE WS-FT-PERIOD(WS-FP-SUB)
                   WHEN 12
                       MOVE "Y" TO WS-DY-FISCAL-END(WS-DAY-SUB)
                   WHEN 3
                   WHEN 6
                   WHEN 9
                       MOVE "Q" TO WS-DY-FISCAL-END(WS-DAY-SUB)
                   WHEN OTHER
                       MOVE "P" TO WS-DY-FISCAL-END(WS-DAY-SUB)
               END-EVALUATE
               ADD 1 TO WS-FISCAL-END-TOTAL
               SET WS-FE-FOUND TO TRUE
           END-IF.

      *> a business day after 31 December means the period's end
      *> belongs to next year's calendar - nothing to mark here
       3730-CHECK-SPILL-DAYS.
           COMPUTE WS-SPILL-DATE = (WS-GEN-YEAR + 1) * 10000 + 0101
           PERFORM 3740-TEST-ONE-SPILL-DAY
               UNTIL WS-SPILL-DATE > WS-FT-END(WS-FP-SUB)
                   OR WS-FE-FOUND.

       3740-TEST-ONE-SPILL-DAY.
           MOVE WS-SPILL-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           DIVIDE DC-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           IF WS-WEEKDAY > 5
               MOVE "N" TO WS-SPILL-BUSINESS-FLAG
           ELSE
               MOVE "Y" TO WS-SPILL-BUSINESS-FLAG
           END-IF
           PERFORM 3750-TEST-ONE-SPILL-HOLIDAY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
           IF WS-SPILL-IS-BUSINESS
               SET WS-FE-FOUND TO TRUE
           END-IF
           MOVE 1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-SPILL-DATE.

       3750-TEST-ONE-SPILL-HOLIDAY.
           IF WS-HL-DATE(WS-HOLIDAY-SUB) = WS-SPILL-DATE
               MOVE "N" TO WS-SPILL-BUSINESS-FLAG
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-VALIDATE-THE-RESULT - no gaps, no duplicates: every     *>
      *> generated date must be exactly one calendar day after the    *>
           MOVE WS-DY-DATE(WS-DAY-SUB) TO PC-CAL-DATE
           MOVE WS-DY-BUSINESS(WS-DAY-SUB) TO PC-BUSINESS-DAY-FLAG
           MOVE WS-DY-MONTH-END(WS-DAY-SUB) TO PC-MONTH-END-FLAG
           MOVE WS-DY-FISCAL-END(WS-DAY-SUB) TO PC-FISCAL-END-FLAG
           IF WS-DY-HOLIDAY(WS-DAY-SUB) NOT = "WEEKEND"
               MOVE WS-DY-HOLIDAY(WS-DAY-SUB) TO PC-HOLIDAY-NAME
           END-IF
           WRITE PROCESS-CALENDAR-RECORD.

       5100-WRITE-NEW-FISCAL-TABLE.
           OPEN OUTPUT NEW-FISCAL-TABLE
           PERFORM 5110-WRITE-ONE-FISCAL-ROW
               VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT
           CLOSE NEW-FISCAL-TABLE.

       5110-WRITE-ONE-FISCAL-ROW.
           MOVE SPACES TO FISCAL-PERIOD-RECORD
           MOVE WS-FT-YEAR(WS-FP-SUB) TO FP-FISCAL-YEAR
           MOVE WS-FT-PERIOD(WS-FP-SUB) TO FP-PERIOD
           MOVE WS-FT-START(WS-FP-SUB) TO FP-START-DATE
           MOVE WS-FT-END(WS-FP-SUB) TO FP-END-DATE
           MOVE WS-FT-WEEKS(WS-FP-SUB) TO FP-WEEKS
           MOVE WS-FT-QUARTER(WS-FP-SUB) TO FP-QUARTER
           WRITE FISCAL-PERIOD-RECORD.

       6000-PRINT-PROOF-CALENDAR.
           STRING "CALPROOF." DELIMITED BY SIZE
               WS-GEN-YEAR DELIMITED BY SIZE
           MOVE WS-HOLIDAY-TOTAL TO WS-F1-HOLIDAYS
           MOVE WS-FOOTING-1 TO PF-REPORT-LINE
           PERFORM 6910-EMIT-REPORT-LINE
           MOVE SPACES TO PF-REPORT-LINE
           PERFORM 6910-EMIT-REPORT-LINE
           MOVE WS-FISCAL-PATTERN TO WS-FH1-PATTERN
           MOVE WS-FISCAL-WEEKDAY TO WS-FH1-WEEKDAY
           MOVE WS-FISCAL-HEADING-1 TO PF-REPORT-LINE
           PERFORM 6910-EMIT-REPORT-LINE
           MOVE WS-FISCAL-HEADING-2 TO PF-REPORT-LINE
           PERFORM 6910-EMIT-REPORT-LINE
           PERFORM 6110-PRINT-ONE-FISCAL-ROW
               VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT
           CLOSE PROOF-REPORT.

       6010-PRINT-ONE-PROOF-ROW.
           MOVE WS-DY-DATE(WS-DAY-SUB) TO WS-DL-DATE
           MOVE WS-DY-BUSINESS(WS-DAY-SUB) TO WS-DL-BUSINESS
           MOVE WS-DY-MONTH-END(WS-DAY-SUB) TO WS-DL-MONTH-END
           MOVE WS-DY-FISCAL-END(WS-DAY-SUB) TO WS-DL-FISCAL-END
           MOVE WS-DY-HOLIDAY(WS-DAY-SUB) TO WS-DL-HOLIDAY
           MOVE WS-DETAIL-LINE TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE.

       6110-PRINT-ONE-FISCAL-ROW.
           MOVE WS-FT-YEAR(WS-FP-SUB) TO WS-FL-YEAR
           MOVE WS-FT-PERIOD(WS-FP-SUB) TO WS-FL-PERIOD
           MOVE WS-FT-START(WS-FP-SUB) TO WS-FL-START
           MOVE WS-FT-END(WS-FP-SUB) TO WS-FL-END
           MOVE WS-FT-WEEKS(WS-FP-SUB) TO WS-FL-WEEKS
           MOVE WS-FT-QUARTER(WS-FP-SUB) TO WS-FL-QUARTER
           MOVE WS-FISCAL-LINE TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE.

       6910-EMIT-REPORT-LINE.
           DISPLAY PF-REPORT-LINE
           WRITE PF-REPORT-LINE.
