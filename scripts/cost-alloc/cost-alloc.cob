      *>--------------------------------------------------------------*>
      *> PROGRAM:    CostAlloc                                        *>
      *> PURPOSE:    Labor cost allocation load and exceptions.       *>
      *>             Rows on COSTAIN.DAT, when the file is present,   *>
      *>             are posted to the COSTALOC allocation file       *>
      *>             through SetCostAllocation (a zero percent        *>
      *>             removes a row).  Every active person is then     *>
      *>             checked with GetCostAllocation as of the run     *>
      *>             date, and the ALLOCEXC.yyyymmdd report lists     *>
      *>             those whose allocation in force does not total   *>
      *>             100, names a cost center no active department    *>
      *>             carries, or has passed its end date - their pay  *>
      *>             is going to their own department's cost center   *>
      *>             until it is put right.  LOADED, REJECTED and     *>
      *>             EXCEPTIONS go to CTLTOTAL.DAT; any exception     *>
      *>             completes the step with condition code 4.        *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               ALLOC_AS_OF   yyyymmdd date the allocations    *>
      *>                             are judged on (default: the run  *>
      *>                             date)                            *>
      *>                                                              *>
      *>             COSTAIN.DAT row: person(5) blank effective date  *>
      *>             yyyymmdd blank cost center(6) blank percent      *>
      *>             999v99 as five digits (05000 = 50.00%) blank     *>
      *>             end date yyyymmdd (00000000 = open-ended).       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAlloc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-IN-FILE ASSIGN TO "COSTAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-IN-FILE.
       01  ALLOC-IN-RECORD.
           05 AI-PERSON-ID          PIC 9(05).
           05 FILLER                PIC X(01).
           05 AI-EFFECTIVE-DATE     PIC 9(08).
           05 FILLER                PIC X(01).
           05 AI-COST-CENTER        PIC X(06).
           05 FILLER                PIC X(01).
           05 AI-PERCENT            PIC 9(03)V9(02).
           05 FILLER                PIC X(01).
           05 AI-END-DATE           PIC 9(08).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  EXCEPTION-REPORT.
       01  AX-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "cost-alloc.cpy".
       01 WS-AI-STATUS              PIC X(02) VALUE "00".
           88 WS-AI-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-AS-OF-TEXT             PIC X(08) VALUE SPACES.
       01 WS-AS-OF-DATE             PIC 9(08) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       01 WS-LOADED-COUNT           PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-CHECKED-COUNT          PIC 9(07) VALUE 0.
       01 WS-IN-FORCE-COUNT         PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(07) VALUE 0.
       01 WS-BAD-TOTAL-COUNT        PIC 9(07) VALUE 0.
       01 WS-BAD-CENTER-COUNT       PIC 9(07) VALUE 0.
       01 WS-EXPIRED-COUNT          PIC 9(07) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(36) VALUE
               "COST ALLOCATION EXCEPTIONS - AS OF ".
           05 WS-H1-AS-OF           PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(42) VALUE
               "PERSON  NAME                 DEPT EFFECTIV".
           05 FILLER                PIC X(45) VALUE
               "E END DATE   TOTAL % CENTER REASON".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-EFFECTIVE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-END-DATE        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-TOTAL           PIC ZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CENTER          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-REASON          PIC X(30).
       01 WS-END-DATE-EDIT          PIC 9(08) VALUE 0.
       01 WS-FOOTING-1.
           05 FILLER                PIC X(10) VALUE "CHECKED: ".
           05 WS-F1-CHECKED         PIC ZZZZZZ9.
           05 FILLER                PIC X(13) VALUE
               "  ALLOCATED: ".
           05 WS-F1-IN-FORCE        PIC ZZZZZZ9.
           05 FILLER                PIC X(14) VALUE
               "  EXCEPTIONS: ".
           05 WS-F1-EXCEPTIONS      PIC ZZZZZZ9.
       01 WS-FOOTING-2.
           05 FILLER                PIC X(14) VALUE
               "  NOT 100%:  ".
           05 WS-F2-BAD-TOTAL       PIC ZZZZZZ9.
           05 FILLER                PIC X(19) VALUE
               "  INACTIVE CENTER: ".
           05 WS-F2-BAD-CENTER      PIC ZZZZZZ9.
           05 FILLER                PIC X(11) VALUE
               "  EXPIRED: ".
           05 WS-F2-EXPIRED         PIC ZZZZZZ9.
       01 WS-FOOTING-3.
           05 FILLER                PIC X(16) VALUE
               "COSTAIN LOADED: ".
           05 WS-F3-LOADED          PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE
               "  REJECTED: ".
           05 WS-F3-REJECTED        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-LOAD-ALLOCATIONS
               PERFORM 2000-CHECK-ALLOCATIONS
                   THRU 2000-CHECK-ALLOCATIONS-EXIT
               PERFORM 3000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step, and the as-of date.                *>
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
           MOVE "ALLOCEXC" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-DATE TO WS-AS-OF-DATE
           ACCEPT WS-AS-OF-TEXT FROM ENVIRONMENT "ALLOC_AS_OF"
           IF WS-AS-OF-TEXT IS NUMERIC
               MOVE WS-AS-OF-TEXT TO WS-AS-OF-DATE
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

      *>----------------------------------------------------------*>
      *> 0030-MARK-JOB-COMPLETE - 0 clean, 4 with exceptions listed   *>
      *> or rows rejected, 8 when the roster could not be read.       *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-CONDITION = 0
               IF WS-EXCEPTION-COUNT > 0 OR WS-REJECTED-COUNT > 0
                   MOVE 4 TO WS-CONDITION
               END-IF
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-ALLOCATIONS - post each COSTAIN.DAT row; no file   *>
      *> means there is nothing to load this run.                     *>
      *>----------------------------------------------------------*>
       1000-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOC-IN-FILE
           IF WS-AI-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-LOAD-ONE-ROW
                   UNTIL WS-AT-END
               CLOSE ALLOC-IN-FILE
           END-IF.

       1010-LOAD-ONE-ROW.
           READ ALLOC-IN-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 1100-POST-ONE-ROW
           END-READ.

       1100-POST-ONE-ROW.
           IF AI-PERSON-ID IS NOT NUMERIC
               OR AI-EFFECTIVE-DATE IS NOT NUMERIC
               OR AI-PERCENT IS NOT NUMERIC
               OR AI-END-DATE IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " COSTAIN row not numeric: " ALLOC-IN-RECORD
           ELSE
               MOVE AI-PERSON-ID TO AllocPersonId
               MOVE AI-EFFECTIVE-DATE TO AllocSetEffective
               MOVE AI-COST-CENTER TO AllocSetCostCenter
               MOVE AI-PERCENT TO AllocSetPercent
               MOVE AI-END-DATE TO AllocSetEndDate
               CALL "SetCostAllocation" USING AllocPersonId
                   AllocSetEffective AllocSetCostCenter
                   AllocSetPercent AllocSetEndDate AllocSetFlag
               IF AllocSetDone
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-CHECK-ALLOCATIONS - every active person's allocation    *>
      *> as of the as-of date; the ones that cannot be used print.    *>
      *>----------------------------------------------------------*>
       2000-CHECK-ALLOCATIONS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "ALLOCEXC" TO LE-PROGRAM-NAME
               MOVE "2000-CHECK-ALLOCS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
               GO TO 2000-CHECK-ALLOCATIONS-EXIT
           END-IF
           STRING "ALLOCEXC." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-AS-OF-DATE TO WS-H1-AS-OF
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-CHECK-ONE-PERSON
               UNTIL WS-AT-END
           MOVE SPACES TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-CHECKED-COUNT TO WS-F1-CHECKED
           MOVE WS-IN-FORCE-COUNT TO WS-F1-IN-FORCE
           MOVE WS-EXCEPTION-COUNT TO WS-F1-EXCEPTIONS
           MOVE WS-FOOTING-1 TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-BAD-TOTAL-COUNT TO WS-F2-BAD-TOTAL
           MOVE WS-BAD-CENTER-COUNT TO WS-F2-BAD-CENTER
           MOVE WS-EXPIRED-COUNT TO WS-F2-EXPIRED
           MOVE WS-FOOTING-2 TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-LOADED-COUNT TO WS-F3-LOADED
           MOVE WS-REJECTED-COUNT TO WS-F3-REJECTED
           MOVE WS-FOOTING-3 TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE EXCEPTION-REPORT
           CLOSE PERSON-MASTER.
       2000-CHECK-ALLOCATIONS-EXIT.
           EXIT.

       2010-CHECK-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PM-ACTIVE
                       PERFORM 2100-CHECK-THIS-PERSON
                   END-IF
           END-READ.

       2100-CHECK-THIS-PERSON.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE PM-PERSON-ID TO AllocPersonId
           MOVE WS-AS-OF-DATE TO AllocAsOfDate
           MOVE PM-DEPARTMENT-CODE TO AllocHomeDept
           MOVE 0 TO AllocAmount
           CALL "GetCostAllocation" USING AllocPersonId
               AllocAsOfDate AllocHomeDept AllocAmount AllocResult
           EVALUATE TRUE
               WHEN AllocInForce
                   ADD 1 TO WS-IN-FORCE-COUNT
               WHEN AllocNoneOnFile
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-PRINT-EXCEPTION
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2200-PRINT-EXCEPTION - one line per person whose             *>
      *> allocation in force cannot be used, saying why.              *>
      *>----------------------------------------------------------*>
       2200-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PM-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
           MOVE PM-DEPARTMENT-CODE TO WS-DL-DEPT
           MOVE AllocEffectiveDate TO WS-DL-EFFECTIVE
           IF AllocEndDate = 0
               MOVE "OPEN" TO WS-DL-END-DATE
           ELSE
               MOVE AllocEndDate TO WS-END-DATE-EDIT
               MOVE WS-END-DATE-EDIT TO WS-DL-END-DATE
           END-IF
           MOVE AllocTotalPercent TO WS-DL-TOTAL
           EVALUATE TRUE
               WHEN AllocBadTotal
                   ADD 1 TO WS-BAD-TOTAL-COUNT
                   MOVE "PERCENTAGES DO NOT TOTAL 100" TO WS-DL-REASON
               WHEN AllocBadCenter
                   ADD 1 TO WS-BAD-CENTER-COUNT
                   MOVE AllocBadCostCenter TO WS-DL-CENTER
                   MOVE "INACTIVE COST CENTER" TO WS-DL-REASON
               WHEN AllocExpired
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "ALLOCATION EXPIRED" TO WS-DL-REASON
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO AX-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY AX-REPORT-LINE
           WRITE AX-REPORT-LINE.

       3000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Loaded: " WS-LOADED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT
           MOVE "ALLOCEXC" TO CW-JOB-STEP
           MOVE "LOADED" TO CW-TOTAL-NAME
           MOVE WS-LOADED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "EXCEPTIONS" TO CW-TOTAL-NAME
           MOVE WS-EXCEPTION-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
