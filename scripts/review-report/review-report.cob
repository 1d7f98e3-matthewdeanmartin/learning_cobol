      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReviewReport                                     *>
      *> PURPOSE:    Performance review follow-up.  Every open        *>
      *>             PERSREVW review past its due date is sorted by   *>
      *>             reviewer and due date and printed on the         *>
      *>             REVWOVER.yyyymmdd overdue report, one group per  *>
      *>             PERSMGR manager with a count.  The ratings of    *>
      *>             the reviews completed this calendar year are     *>
      *>             then counted by the reviewee's department and    *>
      *>             printed as the REVWDIST.yyyymmdd rating          *>
      *>             distribution, which is spooled to the HR print   *>
      *>             queue.  OVERDUE and RATED counts go to           *>
      *>             CTLTOTAL.DAT.                                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               REVWRPT_HR_QUEUE  HR print queue (def. HR)     *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReviewReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-REVIEW ASSIGN TO "PERSREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-RV-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "REVWSORT.WRK".
           SELECT SORTED-REVIEWS ASSIGN TO "REVWSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-REVIEW.
           COPY "person-review.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-REVIEWER-ID              PIC 9(05).
           05  SW-DUE-DATE                 PIC 9(08).
           05  SW-PERSON-ID                PIC 9(05).
           05  SW-REVIEW-PERIOD            PIC 9(06).
           05  SW-REVIEW-TYPE              PIC X(01).

       FD  SORTED-REVIEWS.
       01  SR-RECORD.
           05  SR-REVIEWER-ID              PIC 9(05).
           05  SR-DUE-DATE                 PIC 9(08).
           05  SR-PERSON-ID                PIC 9(05).
           05  SR-REVIEW-PERIOD            PIC 9(06).
           05  SR-REVIEW-TYPE              PIC X(01).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
       01 WS-RV-STATUS              PIC X(02) VALUE "00".
           88 WS-RV-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-SORTED-EOF             PIC X(01) VALUE "N".
           88 WS-SORTED-AT-END                VALUE "Y".
       01 WS-SORTED-FILE-NAME       PIC X(12) VALUE "REVWSORT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-REPORT-FILE            PIC X(20) VALUE SPACES.
       01 WS-HR-QUEUE               PIC X(12) VALUE SPACES.
       01 WS-RUN-DAY-NUMBER         PIC 9(07) VALUE 0.
       01 WS-DAYS-OVERDUE           PIC 9(05) VALUE 0.
       01 WS-RATING-YEAR            PIC 9(04) VALUE 0.

      *> reviewer group control for the overdue report.
       01 WS-GROUP-REVIEWER         PIC 9(05) VALUE 0.
       01 WS-GROUP-COUNT            PIC 9(05) VALUE 0.
       01 WS-GROUP-FLAG             PIC X(01) VALUE "N".
           88 WS-GROUP-STARTED                VALUE "Y".

      *> ratings 1-5 counted by the reviewee's department.
       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-RATING-SUB             PIC 9(01) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-DT-IDX.
               10 WS-DT-DEPT-CODE   PIC X(04).
               10 WS-DT-RATED       PIC 9(05) OCCURS 5 TIMES.
               10 WS-DT-TOTAL       PIC 9(05).
               10 WS-DT-POINTS      PIC 9(07).
       01 WS-AVERAGE                PIC 9(01)V99 VALUE 0.

       01 WS-OVERDUE-COUNT          PIC 9(07) VALUE 0.
       01 WS-RATED-COUNT            PIC 9(07) VALUE 0.

       01 WS-OVERDUE-TITLE          PIC X(40) VALUE
           "OVERDUE PERFORMANCE REVIEWS BY MANAGER".
       01 WS-OVERDUE-HEADING        PIC X(80) VALUE
           "EMPL  NAME                 DEPT T PERIOD DUE DATE OVERDUE".
       01 WS-REVIEWER-LINE.
           05 FILLER                PIC X(10) VALUE "REVIEWER: ".
           05 WS-RL-REVIEWER-ID     PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RL-REVIEWER-NAME   PIC X(30).
       01 WS-OVERDUE-LINE.
           05 WS-OL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-TYPE            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-PERIOD          PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-DUE-DATE        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OL-DAYS            PIC ZZZZ9.
       01 WS-GROUP-FOOTING.
           05 FILLER                PIC X(29) VALUE
               "  OVERDUE FOR THIS REVIEWER: ".
           05 WS-GF-COUNT           PIC ZZZZ9.
       01 WS-OVERDUE-FOOTING.
           05 FILLER                PIC X(23) VALUE
               "TOTAL REVIEWS OVERDUE: ".
           05 WS-OF-COUNT           PIC ZZZZZZ9.

       01 WS-DIST-TITLE             PIC X(40) VALUE
           "REVIEW RATING DISTRIBUTION BY DEPT".
       01 WS-DIST-HEADING           PIC X(80) VALUE
           "DEPT       1     2     3     4     5   TOTAL   AVG".
       01 WS-DIST-LINE.
           05 WS-DL-DEPT            PIC X(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-RATED-1         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RATED-2         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RATED-3         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RATED-4         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RATED-5         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TOTAL           PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-AVERAGE         PIC 9.99.
       01 WS-DIST-FOOTING.
           05 FILLER                PIC X(28) VALUE
               "REVIEWS COMPLETED IN YEAR : ".
           05 WS-DF-YEAR            PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DF-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK AND WS-RV-OK
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-REVIEWER-ID
                       ON ASCENDING KEY SW-DUE-DATE SW-PERSON-ID
                       INPUT PROCEDURE IS 2000-RELEASE-OVERDUE
                       GIVING SORTED-REVIEWS
                   PERFORM 3000-PRINT-OVERDUE-REPORT
                   CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                       RETURNING WS-DELETE-STATUS
                   PERFORM 4000-COUNT-RATINGS
                   PERFORM 5000-PRINT-DISTRIBUTION
                   CLOSE PERSON-REVIEW
                   CLOSE PERSON-MASTER
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
      *> fields, the HR print queue and today's day number.           *>
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
           MOVE "REVWRPT" TO RC-JOB-STEP-NAME
           ACCEPT WS-HR-QUEUE FROM ENVIRONMENT "REVWRPT_HR_QUEUE"
           IF WS-HR-QUEUE = SPACES
               MOVE "HR" TO WS-HR-QUEUE
           END-IF
           MOVE RC-RUN-DATE(1:4) TO WS-RATING-YEAR
           MOVE RC-RUN-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           MOVE DC-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

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
      *> 1000-OPEN-FILES - both files are required; no PERSREVW       *>
      *> means ReviewGen has never run.                               *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PERSON-REVIEW
           IF NOT WS-RV-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSREVW - status " WS-RV-STATUS
               MOVE "REVWRPT" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSREVW" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-RELEASE-OVERDUE - hand every open review past its due   *>
      *> date to the SORT.                                            *>
      *>----------------------------------------------------------*>
       2000-RELEASE-OVERDUE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           START PERSON-REVIEW KEY IS GREATER THAN RV-REVIEW-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-RELEASE-ONE-REVIEW
               UNTIL WS-AT-END.

       2010-RELEASE-ONE-REVIEW.
           READ PERSON-REVIEW NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF RV-OPEN AND RV-DUE-DATE < RC-RUN-DATE
                       MOVE RV-REVIEWER-ID TO SW-REVIEWER-ID
                       MOVE RV-DUE-DATE TO SW-DUE-DATE
                       MOVE RV-PERSON-ID TO SW-PERSON-ID
                       MOVE RV-REVIEW-PERIOD TO SW-REVIEW-PERIOD
                       MOVE RV-REVIEW-TYPE TO SW-REVIEW-TYPE
                       RELEASE SW-RECORD
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-PRINT-OVERDUE-REPORT - walk the reviewer-ordered rows;  *>
      *> each change of reviewer closes the last group with its count *>
      *> and opens the next under the reviewer's name.                *>
      *>----------------------------------------------------------*>
       3000-PRINT-OVERDUE-REPORT.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "REVWOVER." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-OVERDUE-TITLE TO RW-REPORT-TITLE
           MOVE WS-OVERDUE-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           OPEN INPUT SORTED-REVIEWS
           PERFORM 3010-PRINT-ONE-OVERDUE
               UNTIL WS-SORTED-AT-END
           CLOSE SORTED-REVIEWS
           IF WS-GROUP-STARTED
               PERFORM 3200-CLOSE-REVIEWER-GROUP
           END-IF
           MOVE WS-OVERDUE-COUNT TO WS-OF-COUNT
           MOVE WS-OVERDUE-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       3010-PRINT-ONE-OVERDUE.
           READ SORTED-REVIEWS
               AT END
                   SET WS-SORTED-AT-END TO TRUE
               NOT AT END
                   IF NOT WS-GROUP-STARTED
                       OR SR-REVIEWER-ID NOT = WS-GROUP-REVIEWER
                       IF WS-GROUP-STARTED
                           PERFORM 3200-CLOSE-REVIEWER-GROUP
                       END-IF
                       PERFORM 3100-OPEN-REVIEWER-GROUP
                   END-IF
                   PERFORM 3020-WRITE-OVERDUE-LINE
           END-READ.

       3020-WRITE-OVERDUE-LINE.
           MOVE SPACES TO WS-OVERDUE-LINE
           MOVE SR-PERSON-ID TO WS-OL-PERSON-ID
           MOVE SR-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "(NOT ON PERSMAST)" TO WS-OL-NAME
               NOT INVALID KEY
                   MOVE PM-HUMAN-NAME TO WS-OL-NAME
                   MOVE PM-DEPARTMENT-CODE TO WS-OL-DEPT
           END-READ
           MOVE SR-REVIEW-TYPE TO WS-OL-TYPE
           MOVE SR-REVIEW-PERIOD TO WS-OL-PERIOD
           MOVE SR-DUE-DATE TO WS-OL-DUE-DATE
           MOVE SR-DUE-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           COMPUTE WS-DAYS-OVERDUE =
               WS-RUN-DAY-NUMBER - DC-DAY-NUMBER
           MOVE WS-DAYS-OVERDUE TO WS-OL-DAYS
           MOVE WS-OVERDUE-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-OVERDUE-COUNT.

       3100-OPEN-REVIEWER-GROUP.
           SET WS-GROUP-STARTED TO TRUE
           MOVE SR-REVIEWER-ID TO WS-GROUP-REVIEWER
           MOVE 0 TO WS-GROUP-COUNT
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SR-REVIEWER-ID TO WS-RL-REVIEWER-ID
           IF SR-REVIEWER-ID = 0
               MOVE "(NO PERSMGR MANAGER)" TO WS-RL-REVIEWER-NAME
           ELSE
               MOVE SR-REVIEWER-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       MOVE "(NOT ON PERSMAST)"
                           TO WS-RL-REVIEWER-NAME
                   NOT INVALID KEY
                       MOVE PM-HUMAN-NAME TO WS-RL-REVIEWER-NAME
               END-READ
           END-IF
           MOVE WS-REVIEWER-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       3200-CLOSE-REVIEWER-GROUP.
           MOVE WS-GROUP-COUNT TO WS-GF-COUNT
           MOVE WS-GROUP-FOOTING TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

      *>----------------------------------------------------------*>
      *> 4000-COUNT-RATINGS - every review completed this calendar    *>
      *> year counted under its rating and the reviewee's current     *>
      *> department.                                                  *>
      *>----------------------------------------------------------*>
       4000-COUNT-RATINGS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           START PERSON-REVIEW KEY IS GREATER THAN RV-REVIEW-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 4010-COUNT-ONE-REVIEW
               UNTIL WS-AT-END.

       4010-COUNT-ONE-REVIEW.
           READ PERSON-REVIEW NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF RV-COMPLETE
                       AND RV-COMPLETED-DATE(1:4) = WS-RATING-YEAR
                       AND RV-RATING > 0 AND RV-RATING < 6
                       PERFORM 4020-COUNT-THE-RATING
                   END-IF
           END-READ.

       4020-COUNT-THE-RATING.
           MOVE RV-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "????" TO PM-DEPARTMENT-CODE
           END-READ
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 4030-MATCH-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               SET WS-DT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DT-IDX TO WS-DEPT-COUNT
                   MOVE PM-DEPARTMENT-CODE
                       TO WS-DT-DEPT-CODE(WS-DT-IDX)
                   MOVE 0 TO WS-DT-RATED(WS-DT-IDX, 1)
                   MOVE 0 TO WS-DT-RATED(WS-DT-IDX, 2)
                   MOVE 0 TO WS-DT-RATED(WS-DT-IDX, 3)
                   MOVE 0 TO WS-DT-RATED(WS-DT-IDX, 4)
                   MOVE 0 TO WS-DT-RATED(WS-DT-IDX, 5)
                   MOVE 0 TO WS-DT-TOTAL(WS-DT-IDX)
                   MOVE 0 TO WS-DT-POINTS(WS-DT-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-DEPT-FOUND
               MOVE RV-RATING TO WS-RATING-SUB
               ADD 1 TO WS-DT-RATED(WS-DT-IDX, WS-RATING-SUB)
               ADD 1 TO WS-DT-TOTAL(WS-DT-IDX)
               ADD RV-RATING TO WS-DT-POINTS(WS-DT-IDX)
               ADD 1 TO WS-RATED-COUNT
           END-IF.

       4030-MATCH-ONE-DEPT.
           IF WS-DT-DEPT-CODE(WS-DT-IDX) = PM-DEPARTMENT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 5000-PRINT-DISTRIBUTION - one line per department with the   *>
      *> count at each rating and the average, spooled to HR.         *>
      *>----------------------------------------------------------*>
       5000-PRINT-DISTRIBUTION.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "REVWDIST." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-DIST-TITLE TO RW-REPORT-TITLE
           MOVE WS-DIST-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           PERFORM 5010-PRINT-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
           MOVE WS-RATING-YEAR TO WS-DF-YEAR
           MOVE WS-RATED-COUNT TO WS-DF-COUNT
           MOVE WS-DIST-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-REPORT-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-HR-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER.

       5010-PRINT-ONE-DEPT.
           MOVE WS-DT-DEPT-CODE(WS-DT-IDX) TO WS-DL-DEPT
           MOVE WS-DT-RATED(WS-DT-IDX, 1) TO WS-DL-RATED-1
           MOVE WS-DT-RATED(WS-DT-IDX, 2) TO WS-DL-RATED-2
           MOVE WS-DT-RATED(WS-DT-IDX, 3) TO WS-DL-RATED-3
           MOVE WS-DT-RATED(WS-DT-IDX, 4) TO WS-DL-RATED-4
           MOVE WS-DT-RATED(WS-DT-IDX, 5) TO WS-DL-RATED-5
           MOVE WS-DT-TOTAL(WS-DT-IDX) TO WS-DL-TOTAL
           COMPUTE WS-AVERAGE ROUNDED =
               WS-DT-POINTS(WS-DT-IDX) / WS-DT-TOTAL(WS-DT-IDX)
           MOVE WS-AVERAGE TO WS-DL-AVERAGE
           MOVE WS-DIST-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       6000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Overdue: " WS-OVERDUE-COUNT
               " Rated this year: " WS-RATED-COUNT
           MOVE "REVWRPT" TO CW-JOB-STEP
           MOVE "OVERDUE" TO CW-TOTAL-NAME
           MOVE WS-OVERDUE-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "RATED" TO CW-TOTAL-NAME
           MOVE WS-RATED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
