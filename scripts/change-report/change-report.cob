      *>--------------------------------------------------------------*>
      *> PROGRAM:    ChangeReqReport                                  *>
      *> PURPOSE:    Daily dual-control change request report.        *>
      *>             First closes as expired (E) every CHGREQ request *>
      *>             still pending past its expiry date, then lists   *>
      *>             the requests in four sections: every request     *>
      *>             still pending, and those approved, rejected and  *>
      *>             expired from the reporting date on - each with   *>
      *>             the person, the change type, the requesting and  *>
      *>             deciding operators and dates, and the old and    *>
      *>             new pay or account.  Requests expired in the run *>
      *>             end the step with condition code 4, since a      *>
      *>             change somebody keyed went unreviewed.  The      *>
      *>             section counts go to CTLTOTAL.DAT as PENDING,    *>
      *>             APPROVED, REJECTED and EXPIRED.                  *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               CHGRPT_FROM  yyyymmdd first decision date to   *>
      *>                            list (default: the run date)      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  CURR pay-currency requests print the old and   *>
      *>               new currency (blank as BASE); a BANK request   *>
      *>               closing an account prints (CLOSE ACCOUNT).     *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeReqReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REQUEST ASSIGN TO WS-REQUEST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-REQUEST-KEY
               FILE STATUS IS WS-CQ-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REQUEST.
           COPY "change-request.cpy".

       FD  CHANGE-REPORT.
       01 CR-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
       01 WS-REQUEST-FILE-NAME      PIC X(16) VALUE "CHGREQ".
       01 WS-CQ-STATUS              PIC X(02) VALUE "00".
           88 WS-CQ-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-FILE-FLAG              PIC X(01) VALUE "N".
           88 WS-FILE-OPEN                    VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-DATE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE              PIC 9(08) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       01 WS-SECTION-STATUS         PIC X(01) VALUE SPACE.
       01 WS-SECTION-COUNT          PIC 9(07) VALUE 0.
       01 WS-PENDING-COUNT          PIC 9(07) VALUE 0.
       01 WS-APPROVED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-EXPIRED-COUNT          PIC 9(07) VALUE 0.
       01 WS-EXPIRED-NOW            PIC 9(07) VALUE 0.
       01 WS-CENTS-WORK             PIC 9(11) VALUE 0.
       01 WS-DOLLARS-WORK           PIC 9(09)V9(02) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(32) VALUE
               "DUAL-CONTROL CHANGE REQUESTS - ".
           05 WS-H1-RUN-DATE        PIC 9(08).
           05 FILLER                PIC X(17) VALUE
               "  DECIDED FROM ".
           05 WS-H1-FROM-DATE       PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
       01 WS-SECTION-HEADING.
           05 WS-SH-TITLE           PIC X(30).
       01 WS-COLUMN-HEADING.
           05 FILLER                PIC X(45) VALUE
               "   ID TYPE BY       KEYED    EXPIRES  DECIDED".
           05 FILLER                PIC X(32) VALUE
               "  ON       OLD               NEW".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TYPE            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-REQUESTED-BY    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-REQUEST-DATE    PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-EXPIRY-DATE     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DECIDED-BY      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DECIDED-DATE    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OLD             PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NEW             PIC X(17).

      *> the old / new value as a detail line shows it.
       01 WS-SHORT-VALUE            PIC X(17) VALUE SPACES.
       01 WS-SHORT-SALARY REDEFINES WS-SHORT-VALUE.
           05 WS-SS-AMOUNT          PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(05).
       01 WS-SHORT-RATE REDEFINES WS-SHORT-VALUE.
           05 WS-SR-BASIS           PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-SR-AMOUNT          PIC ZZZZZ9.99.
           05 FILLER                PIC X(06).
       01 WS-SECTION-FOOTING.
           05 FILLER                PIC X(09) VALUE "  COUNT: ".
           05 WS-SF-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               OPEN I-O CHANGE-REQUEST
               IF WS-CQ-OK
                   SET WS-FILE-OPEN TO TRUE
                   PERFORM 1000-EXPIRE-OVERDUE-REQUESTS
               END-IF
               PERFORM 2000-PRINT-THE-REPORT
               IF WS-FILE-OPEN
                   CLOSE CHANGE-REQUEST
               END-IF
               PERFORM 3000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step, and the first decision date.       *>
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
           MOVE "CHGRPT" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - CHGREQ resolves to "
                   "the .TST file-set ***"
               MOVE "CHGREQ.TST" TO WS-REQUEST-FILE-NAME
           END-IF
           MOVE RC-RUN-DATE TO WS-FROM-DATE
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "CHGRPT_FROM"
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-FROM-DATE
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
      *> 0030-MARK-JOB-COMPLETE - 0 normally, 4 when this run had to  *>
      *> expire a request nobody decided.                             *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-EXPIRED-NOW > 0
               MOVE 4 TO WS-CONDITION
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-EXPIRE-OVERDUE-REQUESTS - a request still pending after *>
      *> its expiry date is closed E, decided by this step today.     *>
      *>----------------------------------------------------------*>
       1000-EXPIRE-OVERDUE-REQUESTS.
           PERFORM 2050-START-AT-FIRST-REQUEST
           PERFORM 1010-EXPIRE-ONE-REQUEST
               UNTIL WS-AT-END.

       1010-EXPIRE-ONE-REQUEST.
           READ CHANGE-REQUEST NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CQ-PENDING AND CQ-EXPIRY-DATE < RC-RUN-DATE
                       SET CQ-EXPIRED TO TRUE
                       MOVE RC-JOB-STEP-NAME TO CQ-DECIDED-BY
                       MOVE RC-RUN-DATE TO CQ-DECIDED-DATE
                       REWRITE CHANGE-REQUEST-RECORD
                       ADD 1 TO WS-EXPIRED-NOW
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-THE-REPORT - one pass of CHGREQ per section.      *>
      *>----------------------------------------------------------*>
       2000-PRINT-THE-REPORT.
           STRING "CHGRPT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT CHANGE-REPORT
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE WS-HEADING-1 TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE "P" TO WS-SECTION-STATUS
           MOVE "PENDING" TO WS-SH-TITLE
           PERFORM 2100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT
           MOVE "A" TO WS-SECTION-STATUS
           MOVE "APPROVED" TO WS-SH-TITLE
           PERFORM 2100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
           MOVE "R" TO WS-SECTION-STATUS
           MOVE "REJECTED" TO WS-SH-TITLE
           PERFORM 2100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT
           MOVE "E" TO WS-SECTION-STATUS
           MOVE "EXPIRED" TO WS-SH-TITLE
           PERFORM 2100-PRINT-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
           CLOSE CHANGE-REPORT.

       2050-START-AT-FIRST-REQUEST.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO CQ-REQUEST-KEY
           START CHANGE-REQUEST
               KEY IS NOT LESS THAN CQ-REQUEST-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START.

       2100-PRINT-ONE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-SECTION-HEADING TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           IF WS-FILE-OPEN
               PERFORM 2050-START-AT-FIRST-REQUEST
               PERFORM 2110-READ-ONE-REQUEST
                   UNTIL WS-AT-END
           END-IF
           MOVE WS-SECTION-COUNT TO WS-SF-COUNT
           MOVE WS-SECTION-FOOTING TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2110-READ-ONE-REQUEST.
           READ CHANGE-REQUEST NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CQ-STATUS-FLAG = WS-SECTION-STATUS
                       AND (CQ-PENDING
                           OR CQ-DECIDED-DATE NOT < WS-FROM-DATE)
                       PERFORM 2200-PRINT-ONE-REQUEST
                   END-IF
           END-READ.

       2200-PRINT-ONE-REQUEST.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CQ-PERSON-ID TO WS-DL-PERSON-ID
           MOVE CQ-CHANGE-TYPE TO WS-DL-TYPE
           MOVE CQ-REQUESTED-BY TO WS-DL-REQUESTED-BY
           MOVE CQ-REQUEST-DATE TO WS-DL-REQUEST-DATE
           MOVE CQ-EXPIRY-DATE TO WS-DL-EXPIRY-DATE
           MOVE CQ-DECIDED-BY TO WS-DL-DECIDED-BY
           IF CQ-DECIDED-DATE NOT = 0
               MOVE CQ-DECIDED-DATE TO WS-DL-DECIDED-DATE
           END-IF
           EVALUATE TRUE
               WHEN CQ-COMP-CHANGE
                   MOVE CQ-OLD-SALARY TO WS-CENTS-WORK
                   PERFORM 2210-SHORT-SALARY
                   MOVE WS-SHORT-VALUE TO WS-DL-OLD
                   MOVE CQ-NEW-SALARY TO WS-CENTS-WORK
                   PERFORM 2210-SHORT-SALARY
                   MOVE WS-SHORT-VALUE TO WS-DL-NEW
               WHEN CQ-RATE-CHANGE
                   MOVE CQ-OLD-HOURLY-RATE TO WS-CENTS-WORK
                   MOVE SPACES TO WS-SHORT-VALUE
                   MOVE CQ-OLD-PAY-BASIS TO WS-SR-BASIS
                   PERFORM 2220-SHORT-RATE
                   MOVE WS-SHORT-VALUE TO WS-DL-OLD
                   MOVE CQ-NEW-HOURLY-RATE TO WS-CENTS-WORK
                   MOVE SPACES TO WS-SHORT-VALUE
                   MOVE CQ-NEW-PAY-BASIS TO WS-SR-BASIS
                   PERFORM 2220-SHORT-RATE
                   MOVE WS-SHORT-VALUE TO WS-DL-NEW
               WHEN CQ-CURRENCY-CHANGE
                   MOVE CQ-OLD-CURRENCY TO WS-DL-OLD
                   IF CQ-OLD-CURRENCY = SPACES
                       MOVE "BASE" TO WS-DL-OLD
                   END-IF
                   MOVE CQ-NEW-CURRENCY TO WS-DL-NEW
                   IF CQ-NEW-CURRENCY = SPACES
                       MOVE "BASE" TO WS-DL-NEW
                   END-IF
               WHEN OTHER
                   MOVE CQ-OLD-ACCOUNT-NUMBER TO WS-DL-OLD
                   IF CQ-OLD-ACCOUNT-NUMBER = SPACES
                       MOVE "(NEW ACCOUNT)" TO WS-DL-OLD
                   END-IF
                   MOVE CQ-NEW-ACCOUNT-NUMBER TO WS-DL-NEW
                   IF CQ-NEW-ACCOUNT-NUMBER = SPACES
                       MOVE "(CLOSE ACCOUNT)" TO WS-DL-NEW
                   END-IF
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO CR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2210-SHORT-SALARY.
           COMPUTE WS-DOLLARS-WORK = WS-CENTS-WORK / 100
           MOVE SPACES TO WS-SHORT-VALUE
           MOVE WS-DOLLARS-WORK TO WS-SS-AMOUNT.

       2220-SHORT-RATE.
           IF WS-SR-BASIS = "H"
               COMPUTE WS-DOLLARS-WORK = WS-CENTS-WORK / 100
               MOVE WS-DOLLARS-WORK TO WS-SR-AMOUNT
           END-IF.

       2910-EMIT-REPORT-LINE.
           DISPLAY CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       3000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Pending: " WS-PENDING-COUNT
               " Approved: " WS-APPROVED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Expired: " WS-EXPIRED-COUNT
           MOVE "CHGRPT" TO CW-JOB-STEP
           MOVE "PENDING" TO CW-TOTAL-NAME
           MOVE WS-PENDING-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "APPROVED" TO CW-TOTAL-NAME
           MOVE WS-APPROVED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "EXPIRED" TO CW-TOTAL-NAME
           MOVE WS-EXPIRED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
