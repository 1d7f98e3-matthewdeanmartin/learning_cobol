      *>--------------------------------------------------------------*>
      *> PROGRAM:    SalaryForecast                                   *>
      *> PURPOSE:    Next-year payroll cost forecast for budget       *>
      *>             season, so the budget stops being rebuilt by     *>
      *>             hand from a COMPMAST export.  Projects each      *>
      *>             department's cost month by month over the        *>
      *>             twelve months of the fiscal year:                *>
      *>               - everyone active or on leave at their current *>
      *>                 COMPMAST salary (in base currency through    *>
      *>                 ConvertCurrency), raised by the MERITCTL.CTL *>
      *>                 percentage that MeritCycle would give them   *>
      *>                 from the planned merit month on;             *>
      *>               - nobody costed from the month their PERSTRAN  *>
      *>                 termination (X) takes effect, when it takes  *>
      *>                 effect on the first of the month, or the     *>
      *>                 month after otherwise;                       *>
      *>               - employer benefit cost from each person's     *>
      *>                 active DEDMAST plans, flat plans at their    *>
      *>                 annual cost and percentage plans at their    *>
      *>                 rate of the month's projected salary;        *>
      *>               - every open REQMAST requisition at its        *>
      *>                 POSNMAST grade's GRADEMST midpoint from the  *>
      *>                 assumed start month (no benefit cost until   *>
      *>                 the hire has elections of their own).        *>
      *>             The report gives each department, each DEPTMAST  *>
      *>             cost center and the whole company month by       *>
      *>             month; FCSTCSV.<yyyymmdd> carries the same       *>
      *>             figures comma-separated for finance.  A pay      *>
      *>             currency with no exchange rate stops the step    *>
      *>             with return code 8, as HeadBudget does.          *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               FORECAST_FY_START    first month of the year   *>
      *>                                    projected, yyyymm         *>
      *>                                    (default: next January)   *>
      *>               FORECAST_MERIT_MONTH month the merit increases *>
      *>                                    take effect, yyyymm       *>
      *>                                    (default: the first       *>
      *>                                    month of the year)        *>
      *>               FORECAST_REQ_START   month open requisitions   *>
      *>                                    are assumed filled,       *>
      *>                                    yyyymm (default: the      *>
      *>                                    first month of the year)  *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalaryForecast.

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
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT DEDUCT-MASTER ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DEDUCT-KEY
               FILE STATUS IS WS-DD-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "POSNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-POSITION-CODE
               FILE STATUS IS WS-PO-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-CODE
               FILE STATUS IS WS-GR-STATUS.
           SELECT MERIT-CONTROL ASSIGN TO "MERITCTL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT PERSON-TRANS ASSIGN TO "PERSTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FORECAST-CSV ASSIGN TO WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  DEDUCT-MASTER.
           COPY "deduct-master.cpy".

       FD  REQUISITION-FILE.
           COPY "requisition.cpy".

       FD  POSITION-MASTER.
           COPY "position-master.cpy".

       FD  GRADE-MASTER.
           COPY "grade-master.cpy".

       FD  MERIT-CONTROL.
       01  MERIT-CONTROL-RECORD.
           05 MC-GRADE             PIC X(02).
           05 FILLER               PIC X(01).
           05 MC-DEPT              PIC X(04).
           05 FILLER               PIC X(01).
           05 MC-PERCENT           PIC 9(02)V9(02).

       FD  PERSON-TRANS.
           COPY "person-trans.cpy".

       FD  FORECAST-REPORT.
       01  FR-REPORT-LINE           PIC X(90).

       FD  FORECAST-CSV.
       01  FC-CSV-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "format-number-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-DM-STATUS              PIC X(02) VALUE "00".
           88 WS-DM-OK                        VALUE "00".
       01 WS-DD-STATUS              PIC X(02) VALUE "00".
           88 WS-DD-OK                        VALUE "00".
       01 WS-RQ-STATUS              PIC X(02) VALUE "00".
           88 WS-RQ-OK                        VALUE "00".
       01 WS-PO-STATUS              PIC X(02) VALUE "00".
           88 WS-PO-OK                        VALUE "00".
       01 WS-GR-STATUS              PIC X(02) VALUE "00".
           88 WS-GR-OK                        VALUE "00".
       01 WS-MC-STATUS              PIC X(02) VALUE "00".
           88 WS-MC-OK                        VALUE "00".
       01 WS-PT-STATUS              PIC X(02) VALUE "00".
           88 WS-PT-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-CSV-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-CSV-FILE-NAME          PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-DED-EOF                PIC X(01) VALUE "N".
           88 WS-DED-AT-END                   VALUE "Y".
       01 WS-DEPT-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-DEPT-FILE-OPEN               VALUE "Y".
       01 WS-DED-FILE-FLAG          PIC X(01) VALUE "N".
           88 WS-DED-FILE-OPEN                VALUE "Y".
       01 WS-PRICING-FLAG           PIC X(01) VALUE "N".
           88 WS-PRICING-FILES-OPEN           VALUE "Y".
       01 WS-ROSTER-FLAG            PIC X(01) VALUE "N".
           88 WS-ROSTER-PROJECTED             VALUE "Y".
       01 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".

      *> the fiscal year: twelve slots from the first month, each
      *> with its yyyymm and the date of its first day.  Months are
      *> counted as year * 12 + month - 1 so a year end is no
      *> different from any other month.
       01 WS-FY-START-TEXT          PIC X(06) VALUE SPACES.
       01 WS-MERIT-MONTH-TEXT       PIC X(06) VALUE SPACES.
       01 WS-REQ-START-TEXT         PIC X(06) VALUE SPACES.
       01 WS-CONTROL-MONTH          PIC 9(06) VALUE 0.
       01 WS-CONTROL-MONTH-PARTS REDEFINES WS-CONTROL-MONTH.
           05 WS-CM-YEAR            PIC 9(04).
           05 WS-CM-MONTH           PIC 9(02).
       01 WS-DATE-WORK              PIC 9(08) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YEAR            PIC 9(04).
           05 WS-DW-MONTH           PIC 9(02).
           05 WS-DW-DAY             PIC 9(02).
       01 WS-FIRST-MONTH-NUMBER     PIC 9(06) VALUE 0.
       01 WS-MONTH-NUMBER           PIC 9(06) VALUE 0.
       01 WS-SLOT                   PIC S9(04) COMP VALUE 0.
       01 WS-SLOT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-MERIT-SLOT             PIC S9(04) COMP VALUE 1.
       01 WS-REQ-START-SLOT         PIC S9(04) COMP VALUE 1.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 12 TIMES.
               10 WS-SL-MONTH       PIC 9(06).
               10 WS-SL-FIRST-DAY   PIC 9(08).

       01 WS-RULE-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-RULE-MAX               PIC 9(03) COMP VALUE 100.
       01 WS-RULE-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-RULE-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-RULE-FOUND                   VALUE "Y".
       01 WS-MATCH-PERCENT          PIC 9(02)V9(02) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RT-ENTRY OCCURS 100 TIMES.
               10 WS-RT-GRADE       PIC X(02).
               10 WS-RT-DEPT        PIC X(04).
               10 WS-RT-PERCENT     PIC 9(02)V9(02).

      *> approved terminations from PERSTRAN.DAT - the earliest X
      *> row per person.
       01 WS-TERM-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-TERM-MAX               PIC 9(03) COMP VALUE 500.
       01 WS-TERM-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-TERM-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TT-ENTRY OCCURS 500 TIMES.
               10 WS-TT-PERSON-ID   PIC 9(05).
               10 WS-TT-DATE        PIC 9(08).

      *> one entry per department (D), per cost center (C) and the
      *> whole company (T, always entry 1), each with its twelve
      *> months of heads, salary and benefit cost in base cents.
       01 WS-FIND-KIND              PIC X(01) VALUE SPACES.
       01 WS-FIND-CODE              PIC X(06) VALUE SPACES.
       01 WS-UNIT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-UNIT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-UNIT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-UNIT-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-CC-HIT                 PIC 9(03) COMP VALUE 0.
       01 WS-PRINT-KIND             PIC X(01) VALUE SPACES.
       01 WS-UNIT-FULL-FLAG         PIC X(01) VALUE "N".
           88 WS-UNIT-FULL-NOTED              VALUE "Y".
       01 WS-UNIT-TABLE.
           05 WS-UN-ENTRY OCCURS 200 TIMES.
               10 WS-UN-KIND        PIC X(01).
               10 WS-UN-CODE        PIC X(06).
               10 WS-UN-COST-CENTER PIC X(06).
               10 WS-UN-SLOT OCCURS 12 TIMES.
                   15 WS-US-HEADS   PIC 9(05).
                   15 WS-US-SALARY  PIC 9(13).
                   15 WS-US-BENEFIT PIC 9(13).

       01 WS-CURRENT-SALARY         PIC 9(13) VALUE 0.
       01 WS-MERIT-SALARY           PIC 9(13) VALUE 0.
       01 WS-BENEFIT-FLAT           PIC 9(13) VALUE 0.
       01 WS-BENEFIT-PERCENT        PIC 9(04)V9(02) VALUE 0.
       01 WS-PERSON-TERM-DATE       PIC 9(08) VALUE 0.
       01 WS-MONTH-SALARY           PIC 9(13) VALUE 0.
       01 WS-MONTH-BENEFIT          PIC 9(13) VALUE 0.
       01 WS-COST-PERSON-ID         PIC 9(05) VALUE 0.
       01 WS-MASTER-NAME            PIC X(08) VALUE SPACES.
       01 WS-MASTER-STATUS          PIC X(02) VALUE SPACES.

       01 WS-PEOPLE-COSTED          PIC 9(05) VALUE 0.
       01 WS-NO-COMP-COUNT          PIC 9(05) VALUE 0.
       01 WS-LEAVERS-COUNT          PIC 9(05) VALUE 0.
       01 WS-MERIT-COUNT            PIC 9(05) VALUE 0.
       01 WS-REQS-COSTED            PIC 9(05) VALUE 0.
       01 WS-REQS-UNPRICED          PIC 9(05) VALUE 0.
       01 WS-YEAR-HEADS             PIC 9(07) VALUE 0.
       01 WS-YEAR-SALARY            PIC 9(15) VALUE 0.
       01 WS-YEAR-BENEFIT           PIC 9(15) VALUE 0.
       01 WS-CSV-AMOUNT             PIC 9(13)V9(02) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(28) VALUE
               "SALARY BUDGET FORECAST - RUN".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-1B.
           05 FILLER                PIC X(12) VALUE "FISCAL YEAR ".
           05 WS-H1B-FROM           PIC X(07).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-H1B-TO             PIC X(07).
           05 FILLER                PIC X(08) VALUE "  MERIT ".
           05 WS-H1B-MERIT          PIC X(07).
           05 FILLER                PIC X(13) VALUE "  REQ START ".
           05 WS-H1B-REQ            PIC X(07).
       01 WS-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "  MONTH      HEADS SALARY               ".
           05 FILLER                PIC X(40) VALUE
               "BENEFITS             TOTAL".
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT            PIC X(04).
           05 FILLER                PIC X(15) VALUE
               "  COST CENTER ".
           05 WS-DH-COST-CENTER     PIC X(06).
       01 WS-CC-HEADING.
           05 FILLER                PIC X(12) VALUE "COST CENTER ".
           05 WS-CH-COST-CENTER     PIC X(06).
       01 WS-ALL-HEADING            PIC X(30) VALUE
           "ALL DEPARTMENTS".
       01 WS-MONTH-LABEL.
           05 WS-ML-YEAR            PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-ML-MONTH           PIC 9(02).
       01 WS-DETAIL-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-LABEL           PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-HEADS           PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-SALARY          PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-BENEFIT         PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TOTAL           PIC X(20).
       01 WS-FOOTING-1.
           05 FILLER                PIC X(16) VALUE
               "PEOPLE COSTED:  ".
           05 WS-F1-COSTED          PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE
               "  NO COMP: ".
           05 WS-F1-NO-COMP         PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE
               "  LEAVING: ".
           05 WS-F1-LEAVERS         PIC ZZZZ9.
           05 FILLER                PIC X(09) VALUE
               "  MERIT: ".
           05 WS-F1-MERIT           PIC ZZZZ9.
       01 WS-FOOTING-2.
           05 FILLER                PIC X(16) VALUE
               "OPEN REQS:      ".
           05 WS-F2-REQS            PIC ZZZZ9.
           05 FILLER                PIC X(20) VALUE
               "  NO GRADE MIDPOINT:".
           05 WS-F2-UNPRICED        PIC ZZZZZ9.
       01 WS-CSV-HEADER             PIC X(60) VALUE
           "KIND,DEPT,COST_CENTER,MONTH,HEADS,SALARY,BENEFITS,TOTAL".
       01 WS-CSV-DETAIL.
           05 WS-CV-KIND            PIC X(01).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-COST-CENTER     PIC X(06).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-MONTH           PIC X(07).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-HEADS           PIC 9(05).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-SALARY          PIC 9(11).99.
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-BENEFIT         PIC 9(11).99.
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-CV-TOTAL           PIC 9(11).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-SET-FISCAL-YEAR
           PERFORM 1100-LOAD-MERIT-RULES
           PERFORM 1200-LOAD-TERMINATIONS
           MOVE "T" TO WS-FIND-KIND
           MOVE "ALL" TO WS-FIND-CODE
           PERFORM 1900-FIND-OR-ADD-UNIT
           OPEN INPUT DEPT-MASTER
           IF WS-DM-OK
               SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF
           PERFORM 2000-PROJECT-THE-ROSTER
           IF WS-ROSTER-PROJECTED
               PERFORM 3000-PROJECT-OPEN-REQS
               PERFORM 4000-WRITE-THE-FORECAST
           END-IF
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-MASTER
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE RETURN-CODE TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and pick up the forecast controls.                    *>
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
           MOVE "SALFCST" TO RC-JOB-STEP-NAME
           ACCEPT WS-FY-START-TEXT FROM ENVIRONMENT "FORECAST_FY_START"
           ACCEPT WS-MERIT-MONTH-TEXT
               FROM ENVIRONMENT "FORECAST_MERIT_MONTH"
           ACCEPT WS-REQ-START-TEXT
               FROM ENVIRONMENT "FORECAST_REQ_START"
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           MOVE XRateBaseCurrency TO WS-BASE-CURRENCY.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-SET-FISCAL-YEAR - the twelve slot months from the       *>
      *> first month of the year (next January unless told            *>
      *> otherwise), then the slots the merit increases and the       *>
      *> requisition starts fall in.  A merit month before the year   *>
      *> raises every month; one after it raises none.                *>
      *>----------------------------------------------------------*>
       1000-SET-FISCAL-YEAR.
           MOVE 0 TO WS-CONTROL-MONTH
           IF WS-FY-START-TEXT IS NUMERIC
               MOVE WS-FY-START-TEXT TO WS-CONTROL-MONTH
           END-IF
           IF WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
               OR WS-CM-YEAR = 0
               MOVE RC-RUN-DATE TO WS-DATE-WORK
               COMPUTE WS-CM-YEAR = WS-DW-YEAR + 1
               MOVE 1 TO WS-CM-MONTH
           END-IF
           COMPUTE WS-FIRST-MONTH-NUMBER =
               WS-CM-YEAR * 12 + WS-CM-MONTH - 1
           PERFORM 1010-SET-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 12
           MOVE 1 TO WS-MERIT-SLOT
           MOVE 0 TO WS-CONTROL-MONTH
           IF WS-MERIT-MONTH-TEXT IS NUMERIC
               MOVE WS-MERIT-MONTH-TEXT TO WS-CONTROL-MONTH
               IF WS-CM-MONTH > 0 AND WS-CM-MONTH < 13
                   PERFORM 1020-MONTH-TO-SLOT
                   MOVE WS-SLOT TO WS-MERIT-SLOT
               END-IF
           END-IF
           MOVE 1 TO WS-REQ-START-SLOT
           MOVE 0 TO WS-CONTROL-MONTH
           IF WS-REQ-START-TEXT IS NUMERIC
               MOVE WS-REQ-START-TEXT TO WS-CONTROL-MONTH
               IF WS-CM-MONTH > 0 AND WS-CM-MONTH < 13
                   PERFORM 1020-MONTH-TO-SLOT
                   MOVE WS-SLOT TO WS-REQ-START-SLOT
               END-IF
           END-IF.

       1010-SET-ONE-SLOT.
           COMPUTE WS-MONTH-NUMBER =
               WS-FIRST-MONTH-NUMBER + WS-SLOT-SUB - 1
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CM-YEAR
               REMAINDER WS-CM-MONTH
           ADD 1 TO WS-CM-MONTH
           MOVE WS-CONTROL-MONTH TO WS-SL-MONTH(WS-SLOT-SUB)
           MOVE WS-CM-YEAR TO WS-DW-YEAR
           MOVE WS-CM-MONTH TO WS-DW-MONTH
           MOVE 1 TO WS-DW-DAY
           MOVE WS-DATE-WORK TO WS-SL-FIRST-DAY(WS-SLOT-SUB).

      *>----------------------------------------------------------*>
      *> 1020-MONTH-TO-SLOT - WS-CONTROL-MONTH as a slot, pinned to   *>
      *> 1 when before the year and 13 (no slot) when after it.       *>
      *>----------------------------------------------------------*>
       1020-MONTH-TO-SLOT.
           COMPUTE WS-SLOT = WS-CM-YEAR * 12 + WS-CM-MONTH - 1
               - WS-FIRST-MONTH-NUMBER + 1
           IF WS-SLOT < 1
               MOVE 1 TO WS-SLOT
           END-IF
           IF WS-SLOT > 13
               MOVE 13 TO WS-SLOT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-MERIT-RULES - MERITCTL.CTL as MeritCycle reads it: *>
      *> grade and department (spaces match anything), first          *>
      *> matching row wins.  No control file, no merit increases.     *>
      *>----------------------------------------------------------*>
       1100-LOAD-MERIT-RULES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MERIT-CONTROL
           IF WS-MC-OK
               PERFORM 1110-LOAD-ONE-RULE
                   UNTIL WS-AT-END
               CLOSE MERIT-CONTROL
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No MERITCTL.CTL - forecast carries no merit "
                   "increases"
           END-IF.

       1110-LOAD-ONE-RULE.
           READ MERIT-CONTROL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT < WS-RULE-MAX
                       AND MC-PERCENT IS NUMERIC
                       ADD 1 TO WS-RULE-COUNT
                       MOVE MC-GRADE
                           TO WS-RT-GRADE(WS-RULE-COUNT)
                       MOVE MC-DEPT TO WS-RT-DEPT(WS-RULE-COUNT)
                       MOVE MC-PERCENT
                           TO WS-RT-PERCENT(WS-RULE-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1200-LOAD-TERMINATIONS - every X transaction waiting on      *>
      *> PERSTRAN.DAT, the earliest one kept for a person named       *>
      *> more than once.                                              *>
      *>----------------------------------------------------------*>
       1200-LOAD-TERMINATIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PERSON-TRANS
           IF WS-PT-OK
               PERFORM 1210-LOAD-ONE-TRANSACTION
                   UNTIL WS-AT-END
               CLOSE PERSON-TRANS
           END-IF.

       1210-LOAD-ONE-TRANSACTION.
           READ PERSON-TRANS
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PT-ACTION-TERMINATE
                       AND PT-EFFECTIVE-DATE IS NUMERIC
                       MOVE PT-PERSON-ID TO WS-COST-PERSON-ID
                       PERFORM 1220-FIND-TERMINATION
                       IF WS-TERM-HIT > 0
                           IF PT-EFFECTIVE-DATE
                               < WS-TT-DATE(WS-TERM-HIT)
                               MOVE PT-EFFECTIVE-DATE
                                   TO WS-TT-DATE(WS-TERM-HIT)
                           END-IF
                       ELSE
                           IF WS-TERM-COUNT < WS-TERM-MAX
                               ADD 1 TO WS-TERM-COUNT
                               MOVE PT-PERSON-ID
                                   TO WS-TT-PERSON-ID(WS-TERM-COUNT)
                               MOVE PT-EFFECTIVE-DATE
                                   TO WS-TT-DATE(WS-TERM-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1220-FIND-TERMINATION.
           MOVE 0 TO WS-TERM-HIT
           PERFORM 1230-MATCH-ONE-TERMINATION
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   OR WS-TERM-HIT > 0.

       1230-MATCH-ONE-TERMINATION.
           IF WS-TT-PERSON-ID(WS-TERM-SUB) = WS-COST-PERSON-ID
               MOVE WS-TERM-SUB TO WS-TERM-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1900-FIND-OR-ADD-UNIT - WS-UNIT-HIT comes back as the entry  *>
      *> for WS-FIND-KIND / WS-FIND-CODE, added with empty months on  *>
      *> first sight; 0 when the table is full (logged once - the     *>
      *> cost then shows in the company total only).                  *>
      *>----------------------------------------------------------*>
       1900-FIND-OR-ADD-UNIT.
           MOVE 0 TO WS-UNIT-HIT
           PERFORM 1910-MATCH-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
                   OR WS-UNIT-HIT > 0
           IF WS-UNIT-HIT = 0
               IF WS-UNIT-COUNT < WS-UNIT-MAX
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UNIT-HIT
                   MOVE WS-FIND-KIND TO WS-UN-KIND(WS-UNIT-HIT)
                   MOVE WS-FIND-CODE TO WS-UN-CODE(WS-UNIT-HIT)
                   MOVE SPACES TO WS-UN-COST-CENTER(WS-UNIT-HIT)
                   PERFORM 1920-CLEAR-ONE-MONTH
                       VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 12
               ELSE
                   PERFORM 1930-NOTE-UNIT-TABLE-FULL
               END-IF
           END-IF.

       1910-MATCH-ONE-UNIT.
           IF WS-UN-KIND(WS-UNIT-SUB) = WS-FIND-KIND
               AND WS-UN-CODE(WS-UNIT-SUB) = WS-FIND-CODE
               MOVE WS-UNIT-SUB TO WS-UNIT-HIT
           END-IF.

       1920-CLEAR-ONE-MONTH.
           MOVE 0 TO WS-US-HEADS(WS-UNIT-HIT WS-SLOT-SUB)
           MOVE 0 TO WS-US-SALARY(WS-UNIT-HIT WS-SLOT-SUB)
           MOVE 0 TO WS-US-BENEFIT(WS-UNIT-HIT WS-SLOT-SUB).

       1930-NOTE-UNIT-TABLE-FULL.
           IF NOT WS-UNIT-FULL-NOTED
               SET WS-UNIT-FULL-NOTED TO TRUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 200 departments and cost centers - "
                   "the rest show in the company total only"
               MOVE "SALFCST" TO LE-PROGRAM-NAME
               MOVE "1930-UNIT-TABLE-FULL" TO LE-PARAGRAPH-NAME
               MOVE "Unit table full; rest in company total only"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1950-FIND-DEPT-UNITS - the department entry for WS-FIND-CODE *>
      *> (WS-DEPT-HIT) and its cost center's entry (WS-CC-HIT).  A    *>
      *> new department takes its cost center from DEPTMAST; one not  *>
      *> on DEPTMAST (or no DEPTMAST at all) is cost center NONE.     *>
      *>----------------------------------------------------------*>
       1950-FIND-DEPT-UNITS.
           MOVE "D" TO WS-FIND-KIND
           PERFORM 1900-FIND-OR-ADD-UNIT
           MOVE WS-UNIT-HIT TO WS-DEPT-HIT
           MOVE 0 TO WS-CC-HIT
           IF WS-DEPT-HIT = 0
               GO TO 1950-FIND-DEPT-UNITS-EXIT
           END-IF
           IF WS-UN-COST-CENTER(WS-DEPT-HIT) = SPACES
               MOVE "NONE" TO WS-UN-COST-CENTER(WS-DEPT-HIT)
               IF WS-DEPT-FILE-OPEN
                   MOVE WS-FIND-CODE TO DM-DEPT-CODE
                   READ DEPT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DM-COST-CENTER NOT = SPACES
                               MOVE DM-COST-CENTER
                                   TO WS-UN-COST-CENTER(WS-DEPT-HIT)
                           END-IF
                   END-READ
               END-IF
           END-IF
           MOVE "C" TO WS-FIND-KIND
           MOVE WS-UN-COST-CENTER(WS-DEPT-HIT) TO WS-FIND-CODE
           PERFORM 1900-FIND-OR-ADD-UNIT
           MOVE WS-UNIT-HIT TO WS-CC-HIT.
       1950-FIND-DEPT-UNITS-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2000-PROJECT-THE-ROSTER - everyone active or on leave, with  *>
      *> the benefit plans from DEDMAST where it is available.        *>
      *> Without PERSMAST or COMPMAST there is nothing to forecast.   *>
      *>----------------------------------------------------------*>
       2000-PROJECT-THE-ROSTER.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               MOVE "PERSMAST" TO WS-MASTER-NAME
               MOVE WS-PM-STATUS TO WS-MASTER-STATUS
               PERFORM 2090-LOG-MASTER-NOT-OPEN
               GO TO 2000-PROJECT-THE-ROSTER-EXIT
           END-IF
           OPEN INPUT COMP-MASTER
           IF NOT WS-CM-OK
               MOVE "COMPMAST" TO WS-MASTER-NAME
               MOVE WS-CM-STATUS TO WS-MASTER-STATUS
               PERFORM 2090-LOG-MASTER-NOT-OPEN
               CLOSE PERSON-MASTER
               GO TO 2000-PROJECT-THE-ROSTER-EXIT
           END-IF
           OPEN INPUT DEDUCT-MASTER
           IF WS-DD-OK
               SET WS-DED-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " DEDMAST not available - status " WS-DD-STATUS
                   " - no benefit cost"
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-PROJECT-ONE-RECORD
               UNTIL WS-AT-END
           CLOSE PERSON-MASTER
           CLOSE COMP-MASTER
           IF WS-DED-FILE-OPEN
               CLOSE DEDUCT-MASTER
           END-IF
           SET WS-ROSTER-PROJECTED TO TRUE.
       2000-PROJECT-THE-ROSTER-EXIT.
           EXIT.

       2010-PROJECT-ONE-RECORD.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PM-ACTIVE OR PM-ON-LEAVE
                       PERFORM 2100-PROJECT-ONE-PERSON
                           THRU 2100-PROJECT-ONE-PERSON-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2090-LOG-MASTER-NOT-OPEN - WS-MASTER-NAME could not be       *>
      *> opened, with WS-MASTER-STATUS; the step ends return code 8.  *>
      *>----------------------------------------------------------*>
       2090-LOG-MASTER-NOT-OPEN.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Unable to open " WS-MASTER-NAME
               " - status " WS-MASTER-STATUS " - no forecast"
           MOVE "SALFCST" TO LE-PROGRAM-NAME
           MOVE "2000-PROJECT-ROSTER" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Unable to open " DELIMITED BY SIZE
               WS-MASTER-NAME DELIMITED BY SPACE
               " - no forecast" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE 8 TO RETURN-CODE.

      *>----------------------------------------------------------*>
      *> 2100-PROJECT-ONE-PERSON - the person's salary now and after  *>
      *> the merit increase (both in base), their benefit plans, and  *>
      *> any approved termination, then spread over the months they   *>
      *> are still here.  No COMPMAST row, no cost.                   *>
      *>----------------------------------------------------------*>
       2100-PROJECT-ONE-PERSON.
           MOVE PM-PERSON-ID TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-COMP-COUNT
                   GO TO 2100-PROJECT-ONE-PERSON-EXIT
           END-READ
           MOVE CM-ANNUAL-SALARY TO CX-LOCAL-AMOUNT
           PERFORM 2300-CONVERT-TO-BASE
           MOVE CX-BASE-AMOUNT TO WS-CURRENT-SALARY
           PERFORM 2200-FIND-MATCHING-RULE
           IF WS-RULE-FOUND AND WS-MERIT-SLOT < 13
               ADD 1 TO WS-MERIT-COUNT
           END-IF
           COMPUTE WS-MERIT-SALARY ROUNDED =
               WS-CURRENT-SALARY * (1 + WS-MATCH-PERCENT / 100)
           PERFORM 2400-PRICE-BENEFIT-PLANS
               THRU 2400-PRICE-BENEFIT-PLANS-EXIT
           MOVE PM-PERSON-ID TO WS-COST-PERSON-ID
           PERFORM 1220-FIND-TERMINATION
           MOVE 0 TO WS-PERSON-TERM-DATE
           IF WS-TERM-HIT > 0
               MOVE WS-TT-DATE(WS-TERM-HIT) TO WS-PERSON-TERM-DATE
               IF WS-PERSON-TERM-DATE NOT > WS-SL-FIRST-DAY(12)
                   ADD 1 TO WS-LEAVERS-COUNT
               END-IF
           END-IF
           MOVE PM-DEPARTMENT-CODE TO WS-FIND-CODE
           PERFORM 1950-FIND-DEPT-UNITS
               THRU 1950-FIND-DEPT-UNITS-EXIT
           PERFORM 2500-COST-ONE-MONTH
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 12
           ADD 1 TO WS-PEOPLE-COSTED.
       2100-PROJECT-ONE-PERSON-EXIT.
           EXIT.

       2200-FIND-MATCHING-RULE.
           MOVE "N" TO WS-RULE-FOUND-FLAG
           MOVE 0 TO WS-MATCH-PERCENT
           PERFORM 2210-TEST-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   OR WS-RULE-FOUND.

       2210-TEST-ONE-RULE.
           IF (WS-RT-GRADE(WS-RULE-SUB) = SPACES
                   OR WS-RT-GRADE(WS-RULE-SUB) = CM-GRADE)
               AND (WS-RT-DEPT(WS-RULE-SUB) = SPACES
                   OR WS-RT-DEPT(WS-RULE-SUB)
                       = PM-DEPARTMENT-CODE)
               SET WS-RULE-FOUND TO TRUE
               MOVE WS-RT-PERCENT(WS-RULE-SUB) TO WS-MATCH-PERCENT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2300-CONVERT-TO-BASE - CX-LOCAL-AMOUNT in the person's pay   *>
      *> currency into CX-BASE-AMOUNT at the run date's rate.  No     *>
      *> rate stops the step: a forecast at a guessed rate is worse   *>
      *> than none.                                                   *>
      *>----------------------------------------------------------*>
       2300-CONVERT-TO-BASE.
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE RC-RUN-DATE TO CX-AS-OF-DATE
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG
           IF NOT CX-RATE-FOUND
               PERFORM 2390-STOP-FOR-MISSING-RATE
           END-IF.

       2390-STOP-FOR-MISSING-RATE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No exchange rate for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " PM-PERSON-ID
               ") - forecast stopped"
           MOVE "SALFCST" TO LE-PROGRAM-NAME
           MOVE "2300-CONVERT-TO-BASE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No exchange rate for " DELIMITED BY SIZE
               CX-CURRENCY-CODE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CX-AS-OF-DATE DELIMITED BY SIZE
               " - forecast stopped" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           CLOSE PERSON-MASTER
           CLOSE COMP-MASTER
           IF WS-DED-FILE-OPEN
               CLOSE DEDUCT-MASTER
           END-IF
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-MASTER
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 2400-PRICE-BENEFIT-PLANS - the person's active DEDMAST plans *>
      *> as the employer carries them: flat plans summed at their     *>
      *> annual cost (converted to base like the salary), and         *>
      *> percentage plans summed as a rate to take of each month's    *>
      *> projected salary.                                            *>
      *>----------------------------------------------------------*>
       2400-PRICE-BENEFIT-PLANS.
           MOVE 0 TO WS-BENEFIT-FLAT
           MOVE 0 TO WS-BENEFIT-PERCENT
           IF NOT WS-DED-FILE-OPEN
               GO TO 2400-PRICE-BENEFIT-PLANS-EXIT
           END-IF
           MOVE "N" TO WS-DED-EOF
           MOVE PM-PERSON-ID TO DD-PERSON-ID
           MOVE SPACES TO DD-DEDUCT-CODE
           START DEDUCT-MASTER KEY IS NOT LESS THAN DD-DEDUCT-KEY
               INVALID KEY
                   SET WS-DED-AT-END TO TRUE
           END-START
           PERFORM 2410-PRICE-ONE-PLAN
               UNTIL WS-DED-AT-END
           IF WS-BENEFIT-FLAT > 0
               MOVE WS-BENEFIT-FLAT TO CX-LOCAL-AMOUNT
               PERFORM 2300-CONVERT-TO-BASE
               MOVE CX-BASE-AMOUNT TO WS-BENEFIT-FLAT
           END-IF.
       2400-PRICE-BENEFIT-PLANS-EXIT.
           EXIT.

       2410-PRICE-ONE-PLAN.
           READ DEDUCT-MASTER NEXT RECORD
               AT END
                   SET WS-DED-AT-END TO TRUE
               NOT AT END
                   IF DD-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-DED-AT-END TO TRUE
                   ELSE
                       IF DD-ACTIVE
                           IF DD-METHOD-PERCENT
                               ADD DD-PERCENT-RATE
                                   TO WS-BENEFIT-PERCENT
                           ELSE
                               ADD DD-FLAT-AMOUNT TO WS-BENEFIT-FLAT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2500-COST-ONE-MONTH - one month of one person, unless their  *>
      *> termination has taken effect by the first of the month.      *>
      *>----------------------------------------------------------*>
       2500-COST-ONE-MONTH.
           IF WS-PERSON-TERM-DATE > 0
               AND WS-PERSON-TERM-DATE NOT > WS-SL-FIRST-DAY
                   (WS-SLOT-SUB)
               CONTINUE
           ELSE
               IF WS-SLOT-SUB < WS-MERIT-SLOT
                   COMPUTE WS-MONTH-SALARY ROUNDED =
                       WS-CURRENT-SALARY / 12
               ELSE
                   COMPUTE WS-MONTH-SALARY ROUNDED =
                       WS-MERIT-SALARY / 12
               END-IF
               COMPUTE WS-MONTH-BENEFIT ROUNDED =
                   WS-BENEFIT-FLAT / 12
                   + WS-MONTH-SALARY * WS-BENEFIT-PERCENT / 100
               PERFORM 2600-ADD-TO-UNITS
           END-IF.

      *>----------------------------------------------------------*>
      *> 2600-ADD-TO-UNITS - one head and WS-MONTH-SALARY /           *>
      *> WS-MONTH-BENEFIT in slot WS-SLOT-SUB of the department, its  *>
      *> cost center and the company.                                 *>
      *>----------------------------------------------------------*>
       2600-ADD-TO-UNITS.
           MOVE 1 TO WS-UNIT-HIT
           PERFORM 2610-ADD-TO-ONE-UNIT
           IF WS-DEPT-HIT > 0
               MOVE WS-DEPT-HIT TO WS-UNIT-HIT
               PERFORM 2610-ADD-TO-ONE-UNIT
           END-IF
           IF WS-CC-HIT > 0
               MOVE WS-CC-HIT TO WS-UNIT-HIT
               PERFORM 2610-ADD-TO-ONE-UNIT
           END-IF.

       2610-ADD-TO-ONE-UNIT.
           ADD 1 TO WS-US-HEADS(WS-UNIT-HIT WS-SLOT-SUB)
           ADD WS-MONTH-SALARY
               TO WS-US-SALARY(WS-UNIT-HIT WS-SLOT-SUB)
           ADD WS-MONTH-BENEFIT
               TO WS-US-BENEFIT(WS-UNIT-HIT WS-SLOT-SUB).

       2910-EMIT-REPORT-LINE.
           DISPLAY FR-REPORT-LINE
           WRITE FR-REPORT-LINE.

       2920-FORMAT-ONE-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE WS-BASE-CURRENCY TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

      *>----------------------------------------------------------*>
      *> 3000-PROJECT-OPEN-REQS - every open requisition as a hire at *>
      *> its position's grade midpoint from the assumed start month.  *>
      *> One whose position or grade cannot be priced is counted and  *>
      *> left out.  Without REQMAST there are simply no hires.        *>
      *>----------------------------------------------------------*>
       3000-PROJECT-OPEN-REQS.
           OPEN INPUT REQUISITION-FILE
           IF NOT WS-RQ-OK
               GO TO 3000-PROJECT-OPEN-REQS-EXIT
           END-IF
           OPEN INPUT POSITION-MASTER
           IF WS-PO-OK
               OPEN INPUT GRADE-MASTER
               IF WS-GR-OK
                   SET WS-PRICING-FILES-OPEN TO TRUE
               ELSE
                   CLOSE POSITION-MASTER
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO RQ-REQ-NUMBER
           START REQUISITION-FILE KEY IS GREATER THAN RQ-REQ-NUMBER
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3010-PROJECT-ONE-RECORD
               UNTIL WS-AT-END
           CLOSE REQUISITION-FILE
           IF WS-PRICING-FILES-OPEN
               CLOSE POSITION-MASTER
               CLOSE GRADE-MASTER
           END-IF.
       3000-PROJECT-OPEN-REQS-EXIT.
           EXIT.

       3010-PROJECT-ONE-RECORD.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF RQ-OPEN
                       PERFORM 3100-PROJECT-ONE-REQ
                           THRU 3100-PROJECT-ONE-REQ-EXIT
                   END-IF
           END-READ.

       3100-PROJECT-ONE-REQ.
           IF NOT WS-PRICING-FILES-OPEN
               ADD 1 TO WS-REQS-UNPRICED
               GO TO 3100-PROJECT-ONE-REQ-EXIT
           END-IF
           MOVE RQ-POSITION-CODE TO PO-POSITION-CODE
           READ POSITION-MASTER
               INVALID KEY
                   ADD 1 TO WS-REQS-UNPRICED
                   GO TO 3100-PROJECT-ONE-REQ-EXIT
           END-READ
           MOVE PO-GRADE TO GR-GRADE-CODE
           READ GRADE-MASTER
               INVALID KEY
                   ADD 1 TO WS-REQS-UNPRICED
                   GO TO 3100-PROJECT-ONE-REQ-EXIT
           END-READ
           IF GR-MID-SALARY = 0
               ADD 1 TO WS-REQS-UNPRICED
               GO TO 3100-PROJECT-ONE-REQ-EXIT
           END-IF
           ADD 1 TO WS-REQS-COSTED
           MOVE RQ-DEPT-CODE TO WS-FIND-CODE
           PERFORM 1950-FIND-DEPT-UNITS
               THRU 1950-FIND-DEPT-UNITS-EXIT
           COMPUTE WS-MONTH-SALARY ROUNDED = GR-MID-SALARY / 12
           MOVE 0 TO WS-MONTH-BENEFIT
           PERFORM 2600-ADD-TO-UNITS
               VARYING WS-SLOT-SUB FROM WS-REQ-START-SLOT BY 1
               UNTIL WS-SLOT-SUB > 12.
       3100-PROJECT-ONE-REQ-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 4000-WRITE-THE-FORECAST - the departments, then the cost     *>
      *> centers, then the company, each on the report and the CSV,   *>
      *> and the counts behind them.                                  *>
      *>----------------------------------------------------------*>
       4000-WRITE-THE-FORECAST.
           STRING "SALFCST." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           STRING "FCSTCSV." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-CSV-FILE-NAME
           OPEN OUTPUT FORECAST-REPORT
           OPEN OUTPUT FORECAST-CSV
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-SL-MONTH(1) TO WS-CONTROL-MONTH
           PERFORM 4900-LABEL-CONTROL-MONTH
           MOVE WS-MONTH-LABEL TO WS-H1B-FROM
           MOVE WS-SL-MONTH(12) TO WS-CONTROL-MONTH
           PERFORM 4900-LABEL-CONTROL-MONTH
           MOVE WS-MONTH-LABEL TO WS-H1B-TO
           MOVE "NONE" TO WS-H1B-MERIT
           IF WS-MERIT-SLOT < 13
               MOVE WS-SL-MONTH(WS-MERIT-SLOT) TO WS-CONTROL-MONTH
               PERFORM 4900-LABEL-CONTROL-MONTH
               MOVE WS-MONTH-LABEL TO WS-H1B-MERIT
           END-IF
           MOVE "NONE" TO WS-H1B-REQ
           IF WS-REQ-START-SLOT < 13
               MOVE WS-SL-MONTH(WS-REQ-START-SLOT)
                   TO WS-CONTROL-MONTH
               PERFORM 4900-LABEL-CONTROL-MONTH
               MOVE WS-MONTH-LABEL TO WS-H1B-REQ
           END-IF
           MOVE WS-HEADING-1B TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-CSV-HEADER TO FC-CSV-LINE
           WRITE FC-CSV-LINE
           MOVE "D" TO WS-PRINT-KIND
           PERFORM 4100-WRITE-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           MOVE "C" TO WS-PRINT-KIND
           PERFORM 4100-WRITE-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           MOVE "T" TO WS-PRINT-KIND
           PERFORM 4100-WRITE-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           MOVE SPACES TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-PEOPLE-COSTED TO WS-F1-COSTED
           MOVE WS-NO-COMP-COUNT TO WS-F1-NO-COMP
           MOVE WS-LEAVERS-COUNT TO WS-F1-LEAVERS
           MOVE WS-MERIT-COUNT TO WS-F1-MERIT
           MOVE WS-FOOTING-1 TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-REQS-COSTED TO WS-F2-REQS
           MOVE WS-REQS-UNPRICED TO WS-F2-UNPRICED
           MOVE WS-FOOTING-2 TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE FORECAST-REPORT
           CLOSE FORECAST-CSV.

      *>----------------------------------------------------------*>
      *> 4100-WRITE-ONE-UNIT - a heading, the twelve months and the   *>
      *> year's total for one entry of the kind being printed.        *>
      *>----------------------------------------------------------*>
       4100-WRITE-ONE-UNIT.
           IF WS-UN-KIND(WS-UNIT-SUB) = WS-PRINT-KIND
               MOVE SPACES TO FR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               EVALUATE WS-PRINT-KIND
                   WHEN "D"
                       MOVE WS-UN-CODE(WS-UNIT-SUB) TO WS-DH-DEPT
                       MOVE WS-UN-COST-CENTER(WS-UNIT-SUB)
                           TO WS-DH-COST-CENTER
                       MOVE WS-DEPT-HEADING TO FR-REPORT-LINE
                   WHEN "C"
                       MOVE WS-UN-CODE(WS-UNIT-SUB)
                           TO WS-CH-COST-CENTER
                       MOVE WS-CC-HEADING TO FR-REPORT-LINE
                   WHEN OTHER
                       MOVE WS-ALL-HEADING TO FR-REPORT-LINE
               END-EVALUATE
               PERFORM 2910-EMIT-REPORT-LINE
               MOVE WS-HEADING-2 TO FR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               MOVE 0 TO WS-YEAR-HEADS
               MOVE 0 TO WS-YEAR-SALARY
               MOVE 0 TO WS-YEAR-BENEFIT
               PERFORM 4110-WRITE-ONE-MONTH
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 12
               PERFORM 4120-WRITE-YEAR-TOTAL
           END-IF.

       4110-WRITE-ONE-MONTH.
           MOVE WS-SL-MONTH(WS-SLOT-SUB) TO WS-CONTROL-MONTH
           PERFORM 4900-LABEL-CONTROL-MONTH
           MOVE WS-MONTH-LABEL TO WS-DL-LABEL
           MOVE WS-US-HEADS(WS-UNIT-SUB WS-SLOT-SUB) TO WS-DL-HEADS
           MOVE WS-US-SALARY(WS-UNIT-SUB WS-SLOT-SUB) TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-SALARY
           MOVE WS-US-BENEFIT(WS-UNIT-SUB WS-SLOT-SUB) TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-BENEFIT
           COMPUTE FN-AMOUNT =
               WS-US-SALARY(WS-UNIT-SUB WS-SLOT-SUB)
               + WS-US-BENEFIT(WS-UNIT-SUB WS-SLOT-SUB)
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-TOTAL
           MOVE WS-DETAIL-LINE TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           ADD WS-US-HEADS(WS-UNIT-SUB WS-SLOT-SUB) TO WS-YEAR-HEADS
           ADD WS-US-SALARY(WS-UNIT-SUB WS-SLOT-SUB)
               TO WS-YEAR-SALARY
           ADD WS-US-BENEFIT(WS-UNIT-SUB WS-SLOT-SUB)
               TO WS-YEAR-BENEFIT
           PERFORM 4200-WRITE-ONE-CSV-MONTH.

      *>----------------------------------------------------------*>
      *> 4120-WRITE-YEAR-TOTAL - the year's cost; heads are shown as  *>
      *> the average over the twelve months.                          *>
      *>----------------------------------------------------------*>
       4120-WRITE-YEAR-TOTAL.
           MOVE "FY TOTL" TO WS-DL-LABEL
           COMPUTE WS-DL-HEADS ROUNDED = WS-YEAR-HEADS / 12
           MOVE WS-YEAR-SALARY TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-SALARY
           MOVE WS-YEAR-BENEFIT TO FN-AMOUNT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-BENEFIT
           COMPUTE FN-AMOUNT = WS-YEAR-SALARY + WS-YEAR-BENEFIT
           PERFORM 2920-FORMAT-ONE-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-DL-TOTAL
           MOVE WS-DETAIL-LINE TO FR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 4200-WRITE-ONE-CSV-MONTH - the same month for finance:       *>
      *> kind D / C / T, department, cost center, month, heads and    *>
      *> the three amounts in base currency units with two decimals.  *>
      *>----------------------------------------------------------*>
       4200-WRITE-ONE-CSV-MONTH.
           MOVE WS-UN-KIND(WS-UNIT-SUB) TO WS-CV-KIND
           MOVE SPACES TO WS-CV-DEPT
           MOVE SPACES TO WS-CV-COST-CENTER
           EVALUATE WS-UN-KIND(WS-UNIT-SUB)
               WHEN "D"
                   MOVE WS-UN-CODE(WS-UNIT-SUB) TO WS-CV-DEPT
                   MOVE WS-UN-COST-CENTER(WS-UNIT-SUB)
                       TO WS-CV-COST-CENTER
               WHEN "C"
                   MOVE WS-UN-CODE(WS-UNIT-SUB) TO WS-CV-COST-CENTER
           END-EVALUATE
           MOVE WS-MONTH-LABEL TO WS-CV-MONTH
           MOVE WS-US-HEADS(WS-UNIT-SUB WS-SLOT-SUB) TO WS-CV-HEADS
           COMPUTE WS-CSV-AMOUNT =
               WS-US-SALARY(WS-UNIT-SUB WS-SLOT-SUB) / 100
           MOVE WS-CSV-AMOUNT TO WS-CV-SALARY
           COMPUTE WS-CSV-AMOUNT =
               WS-US-BENEFIT(WS-UNIT-SUB WS-SLOT-SUB) / 100
           MOVE WS-CSV-AMOUNT TO WS-CV-BENEFIT
           COMPUTE WS-CSV-AMOUNT =
               (WS-US-SALARY(WS-UNIT-SUB WS-SLOT-SUB)
               + WS-US-BENEFIT(WS-UNIT-SUB WS-SLOT-SUB)) / 100
           MOVE WS-CSV-AMOUNT TO WS-CV-TOTAL
           MOVE WS-CSV-DETAIL TO FC-CSV-LINE
           WRITE FC-CSV-LINE.

       4900-LABEL-CONTROL-MONTH.
           MOVE WS-CM-YEAR TO WS-ML-YEAR
           MOVE WS-CM-MONTH TO WS-ML-MONTH.
