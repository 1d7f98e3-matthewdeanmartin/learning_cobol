      *>--------------------------------------------------------------*>
      *> PROGRAM:    VacLiability                                     *>
      *> PURPOSE:    Month-end accrued-vacation liability valuation,  *>
      *>             so Finance books the figure instead of a guess.  *>
      *>             Every VACBAL row with days in hand is valued at  *>
      *>             the person's COMPMAST daily rate - the annual    *>
      *>             salary over 260 working days, or eight hours at  *>
      *>             the hourly rate for hourly people - and          *>
      *>             subtotalled by department and by the             *>
      *>             department's DM-COST-CENTER (spread by the       *>
      *>             person's COSTALOC cost allocation where one is   *>
      *>             in force), beside last month's figure from the   *>
      *>             VACLHIST history and the movement between them.  *>
      *>             The month's figures go back to VACLHIST, the     *>
      *>             VACLIAB.yyyymmdd report is bound into the        *>
      *>             ClosePacket, and the total is written to         *>
      *>             CTLTOTAL.DAT as LIABILITY.                       *>
      *>             JOBSKED.CTL is expected to carry the month-end-  *>
      *>             only flag for VACLIAB with VACACCR as its        *>
      *>             predecessor, so the balances are the month's     *>
      *>             accrued ones.  A VACLIAB row carrying F instead  *>
      *>             of M values the liability by 4-4-5 fiscal period *>
      *>             instead: the history key becomes the fiscal      *>
      *>             year and period (yyyypp) of the run date, and    *>
      *>             last period is the one before it.                *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  Liability follows COSTALOC cost allocations.   *>
      *>   2026-10-15  A VACLIAB row marked F (fiscal) values by      *>
      *>               4-4-5 fiscal period: VACLHIST keyed by fiscal  *>
      *>               yyyypp, last period's rows taken only when     *>
      *>               their run date fell inside it, and PERIOD      *>
      *>               headings.                                      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VacLiability.

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
           SELECT VACATION-BALANCE ASSIGN TO "VACBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-PERSON-ID
               FILE STATUS IS WS-VB-STATUS.
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT LIABILITY-HISTORY ASSIGN TO "VACLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LH-STATUS.
           SELECT LIABILITY-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  VACATION-BALANCE.
           COPY "vacation-balance.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  LIABILITY-HISTORY.
           COPY "vacation-liability.cpy".

       FD  LIABILITY-REPORT.
       01  LR-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "dept.cpy".
           COPY "cost-alloc.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-VB-STATUS              PIC X(02) VALUE "00".
           88 WS-VB-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-LH-STATUS              PIC X(02) VALUE "00".
           88 WS-LH-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-CM-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-CM-FILE-OPEN                 VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".

      *> this accounting month and the one before it - calendar
      *> yyyymm, or fiscal yyyypp on a fiscal-period schedule, when
      *> a last-period row only counts if its run date fell inside
      *> that fiscal period.
       01 WS-CURRENT-MONTH          PIC 9(06) VALUE 0.
       01 WS-PRIOR-MONTH            PIC 9(06) VALUE 0.
       01 WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PM-YEAR            PIC 9(04).
           05 WS-PM-MONTH           PIC 9(02).
       01 WS-PRIOR-PERIOD-START     PIC 9(08) VALUE 0.
       01 WS-PRIOR-PERIOD-END       PIC 9(08) VALUE 99999999.

      *> a salaried person's daily rate is the annual salary over
      *> the working days in a year; an hourly person's is a day's
      *> hours at the hourly rate.
       01 WS-WORKING-DAYS           PIC 9(03) VALUE 260.
       01 WS-DAY-HOURS              PIC 9(02) VALUE 8.
       01 WS-DAILY-RATE             PIC 9(09) VALUE 0.
       01 WS-PERSON-LIABILITY       PIC 9(11) VALUE 0.

       01 WS-VALUED-COUNT           PIC 9(05) VALUE 0.
       01 WS-NO-RATE-COUNT          PIC 9(05) VALUE 0.
       01 WS-TOTAL-THIS             PIC 9(13) VALUE 0.
       01 WS-TOTAL-LAST             PIC 9(13) VALUE 0.
       01 WS-MOVEMENT               PIC S9(13) VALUE 0.

      *> liability by department, this month and last.
       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-FIND-DEPT              PIC X(04) VALUE SPACES.
       01 WS-ALLOC-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-DT-IDX.
               10 WS-DT-CODE        PIC X(04).
               10 WS-DT-COST-CENTER PIC X(06).
               10 WS-DT-THIS        PIC 9(13).
               10 WS-DT-LAST        PIC 9(13).
               10 WS-DT-PEOPLE      PIC 9(05).

      *> the same figures rolled up by cost center.
       01 WS-CC-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-CC-MAX                 PIC 9(03) COMP VALUE 200.
       01 WS-CC-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-CC-FOUND                     VALUE "Y".
       01 WS-COST-CENTER-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-CC-IDX.
               10 WS-CC-CODE        PIC X(06).
               10 WS-CC-THIS        PIC 9(13).
               10 WS-CC-LAST        PIC 9(13).

       01 WS-HEADING-1.
           05 WS-H1-TITLE           PIC X(28) VALUE
               "VACATION LIABILITY - MONTH ".
           05 WS-H1-MONTH           PIC 9(06).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(41) VALUE
               "PERSON  NAME                 DEPT BALANCE".
           05 FILLER                PIC X(30) VALUE
               "   DAILY RATE       LIABILITY".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-BALANCE         PIC ---9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-RATE            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-LIABILITY       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(39) VALUE
               "DEPT CENTER         THIS MONTH".
           05 FILLER                PIC X(40) VALUE
               "LAST MONTH            MOVEMENT".
       01 WS-DEPT-HEADING-FISCAL.
           05 FILLER                PIC X(38) VALUE
               "DEPT CENTER        THIS PERIOD".
           05 FILLER                PIC X(41) VALUE
               "LAST PERIOD            MOVEMENT".
       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL           PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-COST-CENTER     PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-THIS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-LAST            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-MOVEMENT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COST-CENTER-HEADING    PIC X(40) VALUE
           "BY COST CENTER".
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(09) VALUE "VALUED: ".
           05 WS-FL-VALUED          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE
               "  NO RATE: ".
           05 WS-FL-NO-RATE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
               THRU 1000-OPEN-FILES-EXIT
               IF WS-PM-OK AND WS-VB-OK
                   PERFORM 2000-VALUE-BALANCES
                   PERFORM 3000-LOAD-LAST-MONTH
                   PERFORM 4000-WRITE-SUMMARIES
                   PERFORM 5000-SAVE-THIS-MONTH
                   CLOSE PERSON-MASTER
                   CLOSE VACATION-BALANCE
                   CLOSE LIABILITY-HISTORY
                   CLOSE LIABILITY-REPORT
                   IF WS-CM-FILE-OPEN
                       CLOSE COMP-MASTER
                   END-IF
                   PERFORM 6000-SHOW-CONTROL-TOTALS
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the accounting months.                            *>
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
           MOVE "VACLIAB" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-DATE(1:6) TO WS-CURRENT-MONTH
           PERFORM 0015-SET-FISCAL-PERIOD
           MOVE WS-CURRENT-MONTH TO WS-PRIOR-MONTH
           IF WS-PM-MONTH = 1
               SUBTRACT 1 FROM WS-PM-YEAR
               MOVE 12 TO WS-PM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PM-MONTH
           END-IF
           IF JS-FISCAL-BASIS
               MOVE WS-PM-YEAR TO DC-FISCAL-YEAR
               MOVE WS-PM-MONTH TO DC-FISCAL-PERIOD
               CALL "FiscalPeriodBounds" USING DC-FISCAL-YEAR
                   DC-FISCAL-PERIOD DC-DATE DC-DATE-2
               MOVE DC-DATE TO WS-PRIOR-PERIOD-START
               MOVE DC-DATE-2 TO WS-PRIOR-PERIOD-END
           END-IF.

      *>----------------------------------------------------------*>
      *> 0015-SET-FISCAL-PERIOD - on a fiscal-period schedule the     *>
      *> accounting period is the run date's fiscal yyyypp; a run     *>
      *> date FISCCAL.CTL does not cover falls back to the month.     *>
      *>----------------------------------------------------------*>
       0015-SET-FISCAL-PERIOD.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "GetJobPeriodBasis" USING JS-JOB-NAME JS-PERIOD-BASIS
           IF JS-FISCAL-BASIS
               MOVE RC-RUN-DATE TO DC-DATE
               CALL "FiscalPeriodOfDate" USING DC-DATE DC-FISCAL-YEAR
                   DC-FISCAL-PERIOD DC-FISCAL-WEEK
               IF DC-FISCAL-YEAR = 0
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " FISCCAL.CTL does not cover " RC-RUN-DATE
                       " - valuing by calendar month."
                   MOVE SPACES TO JS-PERIOD-BASIS
               ELSE
                   COMPUTE WS-CURRENT-MONTH =
                       DC-FISCAL-YEAR * 100 + DC-FISCAL-PERIOD
                   MOVE "VACATION LIABILITY - PERIOD " TO WS-H1-TITLE
               END-IF
           END-IF.

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
      *> 1000-OPEN-FILES - PERSMAST and VACBAL are required; with no  *>
      *> COMPMAST nobody has a rate, and VACLHIST is created on       *>
      *> first use.                                                   *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "VACLIAB" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 1000-OPEN-FILES-EXIT
           END-IF
           OPEN INPUT VACATION-BALANCE
           IF NOT WS-VB-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open VACBAL - status " WS-VB-STATUS
               MOVE "VACLIAB" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open VACBAL" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               CLOSE PERSON-MASTER
               GO TO 1000-OPEN-FILES-EXIT
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-CM-OK
               SET WS-CM-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O LIABILITY-HISTORY
           IF WS-LH-STATUS = "35"
               OPEN OUTPUT LIABILITY-HISTORY
               CLOSE LIABILITY-HISTORY
               OPEN I-O LIABILITY-HISTORY
           END-IF
           STRING "VACLIAB." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT LIABILITY-REPORT.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2000-VALUE-BALANCES - one line per person with days in      *>
      *> hand, valued at the daily rate and added to the             *>
      *> department's figure for this month.                         *>
      *>----------------------------------------------------------*>
       2000-VALUE-BALANCES.
           MOVE WS-CURRENT-MONTH TO WS-H1-MONTH
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO VB-PERSON-ID
           START VACATION-BALANCE KEY IS GREATER THAN VB-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-VALUE-ONE-BALANCE
               UNTIL WS-AT-END.

       2010-VALUE-ONE-BALANCE.
           READ VACATION-BALANCE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF VB-BALANCE-DAYS > 0
                       PERFORM 2100-VALUE-THIS-PERSON
                   END-IF
           END-READ.

       2100-VALUE-THIS-PERSON.
           MOVE VB-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO PM-HUMAN-NAME
                   MOVE SPACES TO PM-DEPARTMENT-CODE
           END-READ
           PERFORM 2200-SET-DAILY-RATE
           COMPUTE WS-PERSON-LIABILITY ROUNDED =
               VB-BALANCE-DAYS * WS-DAILY-RATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE VB-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
           MOVE PM-DEPARTMENT-CODE TO WS-DL-DEPT
           MOVE VB-BALANCE-DAYS TO WS-DL-BALANCE
           COMPUTE WS-DL-RATE = WS-DAILY-RATE / 100
           COMPUTE WS-DL-LIABILITY = WS-PERSON-LIABILITY / 100
           MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE VB-PERSON-ID TO AllocPersonId
           MOVE RC-RUN-DATE TO AllocAsOfDate
           MOVE PM-DEPARTMENT-CODE TO AllocHomeDept
           MOVE WS-PERSON-LIABILITY TO AllocAmount
           CALL "GetCostAllocation" USING AllocPersonId
               AllocAsOfDate AllocHomeDept AllocAmount AllocResult
           PERFORM 2110-ADD-ONE-SHARE
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > AllocCount
           ADD WS-PERSON-LIABILITY TO WS-TOTAL-THIS
           ADD 1 TO WS-VALUED-COUNT.

      *>----------------------------------------------------------*>
      *> 2110-ADD-ONE-SHARE - the person's liability is spread the    *>
      *> way their COSTALOC allocation in force spreads their pay,    *>
      *> each share to the department carrying its cost center; with  *>
      *> no usable allocation it all goes to their own department.    *>
      *>----------------------------------------------------------*>
       2110-ADD-ONE-SHARE.
           MOVE AllocDeptCode(WS-ALLOC-SUB) TO WS-FIND-DEPT
           PERFORM 2300-FIND-OR-ADD-DEPT
           ADD AllocShare(WS-ALLOC-SUB) TO WS-DT-THIS(WS-DT-IDX)
           ADD 1 TO WS-DT-PEOPLE(WS-DT-IDX).

      *>----------------------------------------------------------*>
      *> 2200-SET-DAILY-RATE - COMPMAST annual salary over the        *>
      *> working year, or a day's hours for hourly people; a person   *>
      *> with no compensation row is counted and valued at zero.      *>
      *>----------------------------------------------------------*>
       2200-SET-DAILY-RATE.
           MOVE 0 TO WS-DAILY-RATE
           IF WS-CM-FILE-OPEN
               MOVE VB-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-RATE-COUNT
                   NOT INVALID KEY
                       IF CM-HOURLY
                           COMPUTE WS-DAILY-RATE =
                               CM-HOURLY-RATE * WS-DAY-HOURS
                       ELSE
                           COMPUTE WS-DAILY-RATE ROUNDED =
                               CM-ANNUAL-SALARY / WS-WORKING-DAYS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

       2300-FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 2310-MATCH-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               SET WS-DT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DT-IDX TO WS-DEPT-COUNT
                   MOVE WS-FIND-DEPT TO WS-DT-CODE(WS-DT-IDX)
                   MOVE 0 TO WS-DT-THIS(WS-DT-IDX)
                   MOVE 0 TO WS-DT-LAST(WS-DT-IDX)
                   MOVE 0 TO WS-DT-PEOPLE(WS-DT-IDX)
                   MOVE WS-FIND-DEPT TO DeptCode
                   MOVE SPACES TO NewDeptName
                   MOVE SPACES TO DeptCostCenter
                   IF DeptCode NOT = SPACES
                       CALL "dept" USING DeptCode NewDeptName
                           DeptName DeptCostCenter
                   END-IF
                   MOVE DeptCostCenter
                       TO WS-DT-COST-CENTER(WS-DT-IDX)
               ELSE
                   SET WS-DT-IDX TO WS-DEPT-MAX
               END-IF
           END-IF.

       2310-MATCH-ONE-DEPT.
           IF WS-DT-CODE(WS-DT-IDX) = WS-FIND-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-LOAD-LAST-MONTH - the prior month's VACLHIST rows set   *>
      *> each department's last-month figure; a department that has   *>
      *> no balances left this month still shows, at zero.            *>
      *>----------------------------------------------------------*>
       3000-LOAD-LAST-MONTH.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-PRIOR-MONTH TO LH-MONTH
           MOVE SPACES TO LH-DEPT-CODE
           START LIABILITY-HISTORY
               KEY IS NOT LESS THAN LH-HISTORY-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3010-LOAD-ONE-HISTORY-ROW
               UNTIL WS-AT-END.

       3010-LOAD-ONE-HISTORY-ROW.
           READ LIABILITY-HISTORY NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF LH-MONTH NOT = WS-PRIOR-MONTH
                       SET WS-AT-END TO TRUE
                   ELSE
                       IF LH-RUN-DATE NOT < WS-PRIOR-PERIOD-START
                           AND LH-RUN-DATE NOT > WS-PRIOR-PERIOD-END
                           MOVE LH-DEPT-CODE TO WS-FIND-DEPT
                           PERFORM 2300-FIND-OR-ADD-DEPT
                           ADD LH-LIABILITY TO WS-DT-LAST(WS-DT-IDX)
                           ADD LH-LIABILITY TO WS-TOTAL-LAST
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 4000-WRITE-SUMMARIES - department lines, then the same       *>
      *> figures by cost center, then the grand total.                *>
      *>----------------------------------------------------------*>
       4000-WRITE-SUMMARIES.
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           IF JS-FISCAL-BASIS
               MOVE WS-DEPT-HEADING-FISCAL TO LR-REPORT-LINE
           ELSE
               MOVE WS-DEPT-HEADING TO LR-REPORT-LINE
           END-IF
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4010-WRITE-ONE-DEPT-LINE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-COST-CENTER-HEADING TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4100-WRITE-ONE-CENTER-LINE
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "ALL" TO WS-SL-LABEL
           COMPUTE WS-SL-THIS = WS-TOTAL-THIS / 100
           COMPUTE WS-SL-LAST = WS-TOTAL-LAST / 100
           COMPUTE WS-MOVEMENT = WS-TOTAL-THIS - WS-TOTAL-LAST
           COMPUTE WS-SL-MOVEMENT = WS-MOVEMENT / 100
           MOVE WS-SUMMARY-LINE TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-VALUED-COUNT TO WS-FL-VALUED
           MOVE WS-NO-RATE-COUNT TO WS-FL-NO-RATE
           MOVE WS-FOOTING-LINE TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

       4010-WRITE-ONE-DEPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-DT-CODE(WS-DT-IDX) TO WS-SL-LABEL
           MOVE WS-DT-COST-CENTER(WS-DT-IDX) TO WS-SL-COST-CENTER
           COMPUTE WS-SL-THIS = WS-DT-THIS(WS-DT-IDX) / 100
           COMPUTE WS-SL-LAST = WS-DT-LAST(WS-DT-IDX) / 100
           COMPUTE WS-MOVEMENT =
               WS-DT-THIS(WS-DT-IDX) - WS-DT-LAST(WS-DT-IDX)
           COMPUTE WS-SL-MOVEMENT = WS-MOVEMENT / 100
           MOVE WS-SUMMARY-LINE TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4020-ADD-TO-COST-CENTER.

       4020-ADD-TO-COST-CENTER.
           MOVE "N" TO WS-CC-FOUND-FLAG
           PERFORM 4030-MATCH-ONE-CENTER
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-CC-FOUND
           IF WS-CC-FOUND
               SET WS-CC-IDX DOWN BY 1
           ELSE
               IF WS-CC-COUNT < WS-CC-MAX
                   ADD 1 TO WS-CC-COUNT
                   SET WS-CC-IDX TO WS-CC-COUNT
                   MOVE WS-DT-COST-CENTER(WS-DT-IDX)
                       TO WS-CC-CODE(WS-CC-IDX)
                   MOVE 0 TO WS-CC-THIS(WS-CC-IDX)
                   MOVE 0 TO WS-CC-LAST(WS-CC-IDX)
               ELSE
                   SET WS-CC-IDX TO WS-CC-MAX
               END-IF
           END-IF
           ADD WS-DT-THIS(WS-DT-IDX) TO WS-CC-THIS(WS-CC-IDX)
           ADD WS-DT-LAST(WS-DT-IDX) TO WS-CC-LAST(WS-CC-IDX).

       4030-MATCH-ONE-CENTER.
           IF WS-CC-CODE(WS-CC-IDX) = WS-DT-COST-CENTER(WS-DT-IDX)
               SET WS-CC-FOUND TO TRUE
           END-IF.

       4100-WRITE-ONE-CENTER-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-CC-CODE(WS-CC-IDX) TO WS-SL-COST-CENTER
           COMPUTE WS-SL-THIS = WS-CC-THIS(WS-CC-IDX) / 100
           COMPUTE WS-SL-LAST = WS-CC-LAST(WS-CC-IDX) / 100
           COMPUTE WS-MOVEMENT =
               WS-CC-THIS(WS-CC-IDX) - WS-CC-LAST(WS-CC-IDX)
           COMPUTE WS-SL-MOVEMENT = WS-MOVEMENT / 100
           MOVE WS-SUMMARY-LINE TO LR-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

       4910-EMIT-REPORT-LINE.
           DISPLAY LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 5000-SAVE-THIS-MONTH - a rerun clears the month's VACLHIST   *>
      *> rows first, then one row per department is written.          *>
      *>----------------------------------------------------------*>
       5000-SAVE-THIS-MONTH.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-CURRENT-MONTH TO LH-MONTH
           MOVE SPACES TO LH-DEPT-CODE
           START LIABILITY-HISTORY
               KEY IS NOT LESS THAN LH-HISTORY-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 5010-CLEAR-ONE-HISTORY-ROW
               UNTIL WS-AT-END
           PERFORM 5100-SAVE-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT.

       5010-CLEAR-ONE-HISTORY-ROW.
           READ LIABILITY-HISTORY NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF LH-MONTH NOT = WS-CURRENT-MONTH
                       SET WS-AT-END TO TRUE
                   ELSE
                       DELETE LIABILITY-HISTORY RECORD
                   END-IF
           END-READ.

       5100-SAVE-ONE-DEPT.
           IF WS-DT-THIS(WS-DT-IDX) > 0
               MOVE WS-CURRENT-MONTH TO LH-MONTH
               MOVE WS-DT-CODE(WS-DT-IDX) TO LH-DEPT-CODE
               MOVE WS-DT-COST-CENTER(WS-DT-IDX) TO LH-COST-CENTER
               MOVE WS-DT-THIS(WS-DT-IDX) TO LH-LIABILITY
               MOVE WS-DT-PEOPLE(WS-DT-IDX) TO LH-PERSON-COUNT
               MOVE RC-RUN-DATE TO LH-RUN-DATE
               WRITE VACATION-LIABILITY-RECORD
                   INVALID KEY
                       REWRITE VACATION-LIABILITY-RECORD
               END-WRITE
           END-IF.

       6000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Valued: " WS-VALUED-COUNT
               " No rate: " WS-NO-RATE-COUNT
           MOVE "VACLIAB" TO CW-JOB-STEP
           MOVE "LIABILITY" TO CW-TOTAL-NAME
           MOVE WS-TOTAL-THIS TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
