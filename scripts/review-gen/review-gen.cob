      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReviewGen                                        *>
      *> PURPOSE:    Monthly performance review generation.  First    *>
      *>             the completed reviews managers have returned on  *>
      *>             REVWDONE.DAT are posted to PERSREVW (completed   *>
      *>             date and rating 1-5 against an open row).  Then  *>
      *>             the month's due reviews are generated open: a    *>
      *>             hire-anniversary review (type A) for everyone    *>
      *>             still on the books whose PM-HIRE-DATE            *>
      *>             anniversary falls in the month, and a review     *>
      *>             (type P) 90 days after every POSHIST.LOG         *>
      *>             position change when that day falls in the      *>
      *>             month.  The reviewer is the person's PERSMGR     *>
      *>             manager (zero when there is none).  A review     *>
      *>             already on file is never generated twice, so a   *>
      *>             rerun is harmless.  Counts go to CTLTOTAL.DAT.   *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               REVWGEN_MONTH  yyyymm to generate (default the *>
      *>                              run month; for catching up)     *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReviewGen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-DONE ASSIGN TO "REVWDONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.
           SELECT POSITION-HISTORY ASSIGN TO "POSHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-MANAGER ASSIGN TO "PERSMGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT PERSON-REVIEW ASSIGN TO "PERSREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-RV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-DONE.
           COPY "review-done.cpy".

       FD  POSITION-HISTORY.
           COPY "position-history.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  PERSON-REVIEW.
           COPY "person-review.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-RD-STATUS              PIC X(02) VALUE "00".
           88 WS-RD-OK                        VALUE "00".
       01 WS-PH-STATUS              PIC X(02) VALUE "00".
           88 WS-PH-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-MG-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-MG-FILE-OPEN                 VALUE "Y".
       01 WS-RV-STATUS              PIC X(02) VALUE "00".
           88 WS-RV-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-MONTH-TEXT             PIC X(06) VALUE SPACES.

      *> the month being generated and the due date being built.
       01 WS-GEN-MONTH              PIC 9(06) VALUE 0.
       01 WS-GEN-MONTH-PARTS REDEFINES WS-GEN-MONTH.
           05 WS-GM-YEAR            PIC 9(04).
           05 WS-GM-MONTH           PIC 9(02).
       01 WS-DUE-DATE               PIC 9(08) VALUE 0.
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-MONTH          PIC 9(06).
           05 WS-DUE-DAY            PIC 9(02).
       01 WS-DUE-YMD REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR           PIC 9(04).
           05 WS-DUE-MMDD           PIC 9(04).
       01 WS-HIRE-PARTS.
           05 WS-HIRE-YEAR          PIC 9(04).
           05 WS-HIRE-MONTH         PIC 9(02).
           05 WS-HIRE-DAY           PIC 9(02).
       01 WS-HIRE-MMDD-VIEW REDEFINES WS-HIRE-PARTS.
           05 FILLER                PIC 9(04).
           05 WS-HIRE-MMDD          PIC 9(04).
       01 WS-NEW-TYPE               PIC X(01) VALUE SPACES.
       01 WS-NEW-PERSON-ID          PIC 9(05) VALUE 0.

       01 WS-POSTED-COUNT           PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-ANNIV-COUNT            PIC 9(07) VALUE 0.
       01 WS-POSN-COUNT             PIC 9(07) VALUE 0.
       01 WS-ON-FILE-COUNT          PIC 9(07) VALUE 0.
       01 WS-REJECT-REASON          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK AND WS-RV-OK
                   PERFORM 2000-POST-COMPLETED-REVIEWS
                   PERFORM 3000-GENERATE-ANNIVERSARIES
                   PERFORM 4000-GENERATE-POSITION-REVIEWS
                   CLOSE PERSON-MASTER
                   CLOSE PERSON-REVIEW
                   IF WS-MG-FILE-OPEN
                       CLOSE PERSON-MANAGER
                   END-IF
                   PERFORM 5000-SHOW-CONTROL-TOTALS
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
      *> fields and the month to generate.                            *>
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
           MOVE "REVWGEN" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-DATE(1:6) TO WS-GEN-MONTH
           MOVE SPACES TO WS-MONTH-TEXT
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "REVWGEN_MONTH"
           IF WS-MONTH-TEXT IS NUMERIC
               MOVE WS-MONTH-TEXT TO WS-GEN-MONTH
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
      *> 1000-OPEN-FILES - PERSMAST is required and PERSREVW is       *>
      *> created on first use; with no PERSMGR every review goes out  *>
      *> without a reviewer.                                          *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "REVWGEN" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O PERSON-REVIEW
           IF WS-RV-STATUS = "35"
               OPEN OUTPUT PERSON-REVIEW
               CLOSE PERSON-REVIEW
               OPEN I-O PERSON-REVIEW
           END-IF
           IF NOT WS-RV-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSREVW - status " WS-RV-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PERSON-MANAGER
           IF WS-MG-OK
               SET WS-MG-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-POST-COMPLETED-REVIEWS - each returned review must      *>
      *> match an open PERSREVW row, carry a real date not after      *>
      *> today and a rating 1-5.  A row already completed with the    *>
      *> same date is a resubmission and is passed over quietly.      *>
      *>----------------------------------------------------------*>
       2000-POST-COMPLETED-REVIEWS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-DONE
           IF WS-RD-OK
               PERFORM 2010-POST-ONE-REVIEW
                   UNTIL WS-AT-END
               CLOSE REVIEW-DONE
           END-IF.

       2010-POST-ONE-REVIEW.
           READ REVIEW-DONE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF REVIEW-DONE-RECORD(1:1) NOT = "*"
                       AND REVIEW-DONE-RECORD NOT = SPACES
                       PERFORM 2100-POST-THE-REVIEW
                           THRU 2100-POST-THE-REVIEW-EXIT
                   END-IF
           END-READ.

       2100-POST-THE-REVIEW.
           MOVE SPACES TO WS-REJECT-REASON
           IF RD-PERSON-ID IS NOT NUMERIC
               OR RD-REVIEW-PERIOD IS NOT NUMERIC
               MOVE "BAD REVIEW KEY" TO WS-REJECT-REASON
               GO TO 2100-REJECT-THE-REVIEW
           END-IF
           MOVE RD-PERSON-ID TO RV-PERSON-ID
           MOVE RD-REVIEW-PERIOD TO RV-REVIEW-PERIOD
           MOVE RD-REVIEW-TYPE TO RV-REVIEW-TYPE
           READ PERSON-REVIEW
               INVALID KEY
                   MOVE "NO SUCH REVIEW" TO WS-REJECT-REASON
                   GO TO 2100-REJECT-THE-REVIEW
           END-READ
           IF RV-COMPLETE AND RV-COMPLETED-DATE = RD-COMPLETED-DATE
               GO TO 2100-POST-THE-REVIEW-EXIT
           END-IF
           IF NOT RV-OPEN
               MOVE "REVIEW NOT OPEN" TO WS-REJECT-REASON
               GO TO 2100-REJECT-THE-REVIEW
           END-IF
           IF RD-COMPLETED-DATE IS NOT NUMERIC
               OR RD-COMPLETED-DATE > RC-RUN-DATE
               MOVE "BAD COMPLETED DATE" TO WS-REJECT-REASON
               GO TO 2100-REJECT-THE-REVIEW
           END-IF
           MOVE RD-COMPLETED-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               MOVE "BAD COMPLETED DATE" TO WS-REJECT-REASON
               GO TO 2100-REJECT-THE-REVIEW
           END-IF
           IF RD-RATING IS NOT NUMERIC
               OR RD-RATING < 1 OR RD-RATING > 5
               MOVE "RATING NOT 1-5" TO WS-REJECT-REASON
               GO TO 2100-REJECT-THE-REVIEW
           END-IF
           MOVE RD-COMPLETED-DATE TO RV-COMPLETED-DATE
           MOVE RD-RATING TO RV-RATING
           SET RV-COMPLETE TO TRUE
           REWRITE PERSON-REVIEW-RECORD
           ADD 1 TO WS-POSTED-COUNT
           GO TO 2100-POST-THE-REVIEW-EXIT.
       2100-REJECT-THE-REVIEW.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Review not posted - " REVIEW-DONE-RECORD(1:21)
               " " WS-REJECT-REASON
           MOVE "REVWGEN" TO LE-PROGRAM-NAME
           MOVE "2100-POST-THE-REVIEW" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Review not posted: " DELIMITED BY SIZE
               REVIEW-DONE-RECORD(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.
       2100-POST-THE-REVIEW-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3000-GENERATE-ANNIVERSARIES - everyone still on the books    *>
      *> hired in this calendar month of an earlier year is due a     *>
      *> review on the anniversary (28 February for a 29 February     *>
      *> hire in a common year).                                      *>
      *>----------------------------------------------------------*>
       3000-GENERATE-ANNIVERSARIES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3010-CHECK-ONE-ANNIVERSARY
               UNTIL WS-AT-END.

       3010-CHECK-ONE-ANNIVERSARY.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE PM-HIRE-DATE TO WS-HIRE-PARTS
                   IF NOT PM-INACTIVE
                       AND PM-HIRE-DATE IS NUMERIC
                       AND WS-HIRE-MONTH = WS-GM-MONTH
                       AND WS-HIRE-YEAR < WS-GM-YEAR
                       MOVE WS-GM-YEAR TO WS-DUE-YEAR
                       MOVE WS-HIRE-MMDD TO WS-DUE-MMDD
                       MOVE WS-DUE-DATE TO DC-DATE
                       CALL "ValidateDate" USING DC-DATE
                           DC-DATE-VALID-FLAG
                       IF DC-DATE-INVALID
                           MOVE 28 TO WS-DUE-DAY
                       END-IF
                       MOVE PM-PERSON-ID TO WS-NEW-PERSON-ID
                       MOVE "A" TO WS-NEW-TYPE
                       PERFORM 6000-WRITE-NEW-REVIEW
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 4000-GENERATE-POSITION-REVIEWS - every position change whose *>
      *> 90th day falls in this month is due a review, provided the   *>
      *> person is still on the books.                                *>
      *>----------------------------------------------------------*>
       4000-GENERATE-POSITION-REVIEWS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT POSITION-HISTORY
           IF WS-PH-OK
               PERFORM 4010-CHECK-ONE-CHANGE
                   UNTIL WS-AT-END
               CLOSE POSITION-HISTORY
           END-IF.

       4010-CHECK-ONE-CHANGE.
           READ POSITION-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PH-EFFECTIVE-DATE IS NUMERIC
                       AND PH-EFFECTIVE-DATE > 0
                       MOVE PH-EFFECTIVE-DATE TO DC-DATE
                       MOVE 90 TO DC-DAYS-ADJUST
                       CALL "AddDaysToDate" USING DC-DATE
                           DC-DAYS-ADJUST
                       MOVE DC-DATE TO WS-DUE-DATE
                       IF WS-DUE-MONTH = WS-GEN-MONTH
                           PERFORM 4020-CHECK-CHANGE-PERSON
                       END-IF
                   END-IF
           END-READ.

       4020-CHECK-CHANGE-PERSON.
           MOVE PH-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   SET PM-INACTIVE TO TRUE
           END-READ
           IF NOT PM-INACTIVE
               MOVE PH-PERSON-ID TO WS-NEW-PERSON-ID
               MOVE "P" TO WS-NEW-TYPE
               PERFORM 6000-WRITE-NEW-REVIEW
           END-IF.

      *>----------------------------------------------------------*>
      *> 5000-SHOW-CONTROL-TOTALS - end-of-job counts.                *>
      *>----------------------------------------------------------*>
       5000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Month: " WS-GEN-MONTH
               " Posted: " WS-POSTED-COUNT
               " Not posted: " WS-REJECTED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Anniversary reviews: " WS-ANNIV-COUNT
               " Position reviews: " WS-POSN-COUNT
               " Already on file: " WS-ON-FILE-COUNT
           MOVE "REVWGEN" TO CW-JOB-STEP
           MOVE "POSTED" TO CW-TOTAL-NAME
           MOVE WS-POSTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "ANNIV-GENERATED" TO CW-TOTAL-NAME
           MOVE WS-ANNIV-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "POSN-GENERATED" TO CW-TOTAL-NAME
           MOVE WS-POSN-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.

      *>----------------------------------------------------------*>
      *> 6000-WRITE-NEW-REVIEW - an open review for WS-NEW-PERSON-ID  *>
      *> due WS-DUE-DATE, reviewer from PERSMGR, unless that review   *>
      *> is already on file.                                          *>
      *>----------------------------------------------------------*>
       6000-WRITE-NEW-REVIEW.
           MOVE WS-NEW-PERSON-ID TO RV-PERSON-ID
           MOVE WS-DUE-MONTH TO RV-REVIEW-PERIOD
           MOVE WS-NEW-TYPE TO RV-REVIEW-TYPE
           READ PERSON-REVIEW
               INVALID KEY
                   MOVE WS-DUE-DATE TO RV-DUE-DATE
                   MOVE 0 TO RV-COMPLETED-DATE
                   MOVE 0 TO RV-RATING
                   MOVE 0 TO RV-REVIEWER-ID
                   IF WS-MG-FILE-OPEN
                       MOVE WS-NEW-PERSON-ID TO MG-PERSON-ID
                       READ PERSON-MANAGER
                           NOT INVALID KEY
                               MOVE MG-MANAGER-ID TO RV-REVIEWER-ID
                       END-READ
                   END-IF
                   SET RV-OPEN TO TRUE
                   MOVE RC-RUN-DATE TO RV-GENERATED-DATE
                   WRITE PERSON-REVIEW-RECORD
                   IF RV-ANNIVERSARY
                       ADD 1 TO WS-ANNIV-COUNT
                   ELSE
                       ADD 1 TO WS-POSN-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
           END-READ.
