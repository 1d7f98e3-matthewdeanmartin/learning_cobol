      *>--------------------------------------------------------------*>
      *> PROGRAM:    DepAgeOut                                        *>
      *> PURPOSE:    Monthly dependent eligibility age-out report, so *>
      *>             a child's coverage is ended on time instead of   *>
      *>             being found at claims audit.  Every covered      *>
      *>             child on PERSDEP is held against the age limit   *>
      *>             of each plan the employee holds applied on       *>
      *>             BENELECT (BP-AGE-LIMIT from the BENPLAN.CTL row  *>
      *>             in force today); one who reaches the limit       *>
      *>             within the look-ahead window - or already has    *>
      *>             and is still covered, shown as PAST - is listed  *>
      *>             on the DEPAGE.yyyymmdd report through the shared *>
      *>             ReportWriter, and the count goes to CTLTOTAL.DAT *>
      *>             as AGE-OUTS.  JOBSKED.CTL is expected to carry   *>
      *>             the month-end-only flag for DEPAGE.              *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               DEPAGE_DAYS  look-ahead in days (def. 60)      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepAgeOut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PLAN ASSIGN TO "BENPLAN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-DEPENDENT ASSIGN TO "PERSDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPENDENT-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT BENEFIT-ELECTION ASSIGN TO "BENELECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-ELECTION-KEY
               FILE STATUS IS WS-BE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-PLAN.
           COPY "benefit-plan.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-DEPENDENT.
           COPY "person-dependent.cpy".

       FD  BENEFIT-ELECTION.
           COPY "benefit-election.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "report-writer-call.cpy".
       01 WS-BP-STATUS              PIC X(02) VALUE "00".
           88 WS-BP-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-DP-STATUS              PIC X(02) VALUE "00".
           88 WS-DP-OK                        VALUE "00".
       01 WS-BE-STATUS              PIC X(02) VALUE "00".
           88 WS-BE-OK                        VALUE "00".
       01 WS-BE-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-BE-FILE-OPEN                 VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-ELECTIONS-DONE-FLAG    PIC X(01) VALUE "N".
           88 WS-ELECTIONS-DONE               VALUE "Y".
       01 WS-REPORT-FILE            PIC X(20) VALUE SPACES.
       01 WS-DAYS-TEXT              PIC X(03) VALUE SPACES.
       01 WS-LOOK-AHEAD-DAYS        PIC 9(03) VALUE 60.
       01 WS-HORIZON-DATE           PIC 9(08) VALUE 0.
       01 WS-RUN-DAY-NUMBER         PIC 9(07) VALUE 0.

      *> the date the dependent reaches the plan's age limit.
       01 WS-AGE-OUT-DATE           PIC 9(08) VALUE 0.
       01 WS-AGE-OUT-PARTS REDEFINES WS-AGE-OUT-DATE.
           05 WS-AO-YEAR            PIC 9(04).
           05 WS-AO-MMDD            PIC 9(04).
       01 WS-BIRTH-PARTS.
           05 WS-BIRTH-YEAR         PIC 9(04).
           05 WS-BIRTH-MMDD         PIC 9(04).
       01 WS-DAYS-LEFT              PIC 9(03) VALUE 0.

      *> each plan's child age limit from the row in force today.
       01 WS-PLAN-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-PLAN-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-PLAN-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-PLAN-FOUND                   VALUE "Y".
       01 WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-PL-IDX.
               10 WS-PL-PLAN-CODE   PIC X(04).
               10 WS-PL-EFFECTIVE   PIC 9(08).
               10 WS-PL-AGE-LIMIT   PIC 9(02).
       01 WS-AGE-LIMIT              PIC 9(02) VALUE 0.

       01 WS-CHILD-COUNT            PIC 9(07) VALUE 0.
       01 WS-AGE-OUT-COUNT          PIC 9(07) VALUE 0.

       01 WS-REPORT-TITLE           PIC X(40) VALUE
           "DEPENDENT ELIGIBILITY AGE-OUT".
       01 WS-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
               "EMPL  NAME                 SQ DEPENDENT ".
           05 FILLER                PIC X(40) VALUE
               "           PLAN AGE AGES OUT DAYS".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-SEQ             PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DEPENDENT       PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-PLAN            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-AGE-LIMIT       PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-AGE-OUT-DATE    PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DAYS            PIC X(04).
       01 WS-DL-DAYS-EDIT           PIC ZZZ9.
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(28) VALUE
               "COVERED CHILDREN CHECKED:   ".
           05 WS-FL-CHILDREN        PIC ZZZZZZ9.
           05 FILLER                PIC X(15) VALUE
               "   AGING OUT:  ".
           05 WS-FL-AGE-OUTS        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0400-LOAD-PLAN-AGE-LIMITS
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK AND WS-DP-OK
                   PERFORM 1100-OPEN-THE-REPORT
                   PERFORM 2000-CHECK-ONE-DEPENDENT
                       UNTIL WS-AT-END
                   PERFORM 3000-CLOSE-THE-REPORT
                   CLOSE PERSON-MASTER
                   CLOSE PERSON-DEPENDENT
                   IF WS-BE-FILE-OPEN
                       CLOSE BENEFIT-ELECTION
                   END-IF
                   PERFORM 4000-SHOW-CONTROL-TOTALS
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
      *> fields, the look-ahead and the horizon date.                 *>
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
           MOVE "DEPAGE" TO RC-JOB-STEP-NAME
           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT "DEPAGE_DAYS"
           IF WS-DAYS-TEXT IS NUMERIC
               MOVE WS-DAYS-TEXT TO WS-LOOK-AHEAD-DAYS
           END-IF
           MOVE RC-RUN-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           MOVE DC-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE RC-RUN-DATE TO DC-DATE
           MOVE WS-LOOK-AHEAD-DAYS TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-HORIZON-DATE.

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
      *> 0400-LOAD-PLAN-AGE-LIMITS - one entry per plan code, the     *>
      *> age limit taken from its row with the latest effective date  *>
      *> not after today.                                             *>
      *>----------------------------------------------------------*>
       0400-LOAD-PLAN-AGE-LIMITS.
           MOVE 0 TO WS-PLAN-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BENEFIT-PLAN
           IF WS-BP-OK
               PERFORM 0410-LOAD-ONE-PLAN-ROW
                   UNTIL WS-AT-END
               CLOSE BENEFIT-PLAN
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No BENPLAN.CTL - status " WS-BP-STATUS
           END-IF.

       0410-LOAD-ONE-PLAN-ROW.
           READ BENEFIT-PLAN
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF BP-PLAN-CODE(1:1) NOT = "*"
                       AND BP-PLAN-CODE NOT = SPACES
                       AND BP-EFFECTIVE-DATE IS NUMERIC
                       AND BP-EFFECTIVE-DATE NOT > RC-RUN-DATE
                       AND BP-AGE-LIMIT IS NUMERIC
                       PERFORM 0420-KEEP-PLAN-AGE-LIMIT
                   END-IF
           END-READ.

       0420-KEEP-PLAN-AGE-LIMIT.
           MOVE "N" TO WS-PLAN-FOUND-FLAG
           PERFORM 0430-MATCH-ONE-PLAN
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR WS-PLAN-FOUND
           IF WS-PLAN-FOUND
               SET WS-PL-IDX DOWN BY 1
               IF BP-EFFECTIVE-DATE NOT < WS-PL-EFFECTIVE(WS-PL-IDX)
                   MOVE BP-EFFECTIVE-DATE
                       TO WS-PL-EFFECTIVE(WS-PL-IDX)
                   MOVE BP-AGE-LIMIT TO WS-PL-AGE-LIMIT(WS-PL-IDX)
               END-IF
           ELSE
               IF WS-PLAN-COUNT < WS-PLAN-MAX
                   ADD 1 TO WS-PLAN-COUNT
                   SET WS-PL-IDX TO WS-PLAN-COUNT
                   MOVE BP-PLAN-CODE TO WS-PL-PLAN-CODE(WS-PL-IDX)
                   MOVE BP-EFFECTIVE-DATE
                       TO WS-PL-EFFECTIVE(WS-PL-IDX)
                   MOVE BP-AGE-LIMIT TO WS-PL-AGE-LIMIT(WS-PL-IDX)
               END-IF
           END-IF.

       0430-MATCH-ONE-PLAN.
           IF WS-PL-PLAN-CODE(WS-PL-IDX) = BP-PLAN-CODE
               SET WS-PLAN-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PERSMAST and PERSDEP are required; with no *>
      *> BENELECT nobody holds a plan and nothing is listed.          *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "DEPAGE" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PERSON-DEPENDENT
           IF NOT WS-DP-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSDEP - status " WS-DP-STATUS
               MOVE "DEPAGE" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSDEP" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           OPEN INPUT BENEFIT-ELECTION
           IF WS-BE-OK
               SET WS-BE-FILE-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO DP-DEPENDENT-KEY
           START PERSON-DEPENDENT KEY IS GREATER THAN DP-DEPENDENT-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START.

       1100-OPEN-THE-REPORT.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "DEPAGE." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
           MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING.

      *>----------------------------------------------------------*>
      *> 2000-CHECK-ONE-DEPENDENT - a covered child of a person still *>
      *> on the books is held against every plan the person holds.    *>
      *>----------------------------------------------------------*>
       2000-CHECK-ONE-DEPENDENT.
           READ PERSON-DEPENDENT NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF DP-COVERED AND DP-CHILD
                       MOVE DP-PERSON-ID TO PM-PERSON-ID
                       READ PERSON-MASTER
                           INVALID KEY
                               SET PM-INACTIVE TO TRUE
                       END-READ
                       IF NOT PM-INACTIVE
                           ADD 1 TO WS-CHILD-COUNT
                           PERFORM 2100-CHECK-PERSON-PLANS
                       END-IF
                   END-IF
           END-READ.

       2100-CHECK-PERSON-PLANS.
           MOVE "N" TO WS-ELECTIONS-DONE-FLAG
           IF NOT WS-BE-FILE-OPEN
               SET WS-ELECTIONS-DONE TO TRUE
           ELSE
               MOVE DP-PERSON-ID TO BE-PERSON-ID
               MOVE SPACES TO BE-DEDUCT-CODE
               START BENEFIT-ELECTION
                   KEY IS NOT LESS THAN BE-ELECTION-KEY
                   INVALID KEY
                       SET WS-ELECTIONS-DONE TO TRUE
               END-START
           END-IF
           PERFORM 2110-CHECK-ONE-PLAN
               UNTIL WS-ELECTIONS-DONE.

       2110-CHECK-ONE-PLAN.
           READ BENEFIT-ELECTION NEXT RECORD
               AT END
                   SET WS-ELECTIONS-DONE TO TRUE
               NOT AT END
                   IF BE-PERSON-ID NOT = DP-PERSON-ID
                       SET WS-ELECTIONS-DONE TO TRUE
                   ELSE
                       IF BE-APPLIED AND NOT BE-WAIVED
                           PERFORM 2200-CHECK-AGE-LIMIT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2200-CHECK-AGE-LIMIT - the birthday on which the child       *>
      *> reaches the plan's limit (a 29 February birthday ages out on *>
      *> 1 March in a common year); on or before the horizon it is    *>
      *> listed.                                                      *>
      *>----------------------------------------------------------*>
       2200-CHECK-AGE-LIMIT.
           MOVE 0 TO WS-AGE-LIMIT
           PERFORM 2210-FIND-AGE-LIMIT
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT
           IF WS-AGE-LIMIT > 0
               MOVE DP-BIRTH-DATE TO WS-BIRTH-PARTS
               COMPUTE WS-AO-YEAR = WS-BIRTH-YEAR + WS-AGE-LIMIT
               MOVE WS-BIRTH-MMDD TO WS-AO-MMDD
               MOVE WS-AGE-OUT-DATE TO DC-DATE
               CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
               IF DC-DATE-INVALID
                   MOVE 0301 TO WS-AO-MMDD
               END-IF
               IF WS-AGE-OUT-DATE NOT > WS-HORIZON-DATE
                   PERFORM 2300-WRITE-AGE-OUT-LINE
               END-IF
           END-IF.

       2210-FIND-AGE-LIMIT.
           IF WS-PL-PLAN-CODE(WS-PL-IDX) = BE-PLAN-CODE
               MOVE WS-PL-AGE-LIMIT(WS-PL-IDX) TO WS-AGE-LIMIT
           END-IF.

       2300-WRITE-AGE-OUT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DP-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
           MOVE DP-DEPENDENT-SEQ TO WS-DL-SEQ
           MOVE DP-DEPENDENT-NAME TO WS-DL-DEPENDENT
           MOVE BE-PLAN-CODE TO WS-DL-PLAN
           MOVE WS-AGE-LIMIT TO WS-DL-AGE-LIMIT
           MOVE WS-AGE-OUT-DATE TO WS-DL-AGE-OUT-DATE
           IF WS-AGE-OUT-DATE NOT > RC-RUN-DATE
               MOVE "PAST" TO WS-DL-DAYS
           ELSE
               MOVE WS-AGE-OUT-DATE TO DC-DATE
               CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
               COMPUTE WS-DAYS-LEFT =
                   DC-DAY-NUMBER - WS-RUN-DAY-NUMBER
               MOVE WS-DAYS-LEFT TO WS-DL-DAYS-EDIT
               MOVE WS-DL-DAYS-EDIT TO WS-DL-DAYS
           END-IF
           MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           ADD 1 TO WS-AGE-OUT-COUNT.

       3000-CLOSE-THE-REPORT.
           MOVE WS-CHILD-COUNT TO WS-FL-CHILDREN
           MOVE WS-AGE-OUT-COUNT TO WS-FL-AGE-OUTS
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Covered children: " WS-CHILD-COUNT
               " Aging out: " WS-AGE-OUT-COUNT
           MOVE "DEPAGE" TO CW-JOB-STEP
           MOVE "AGE-OUTS" TO CW-TOTAL-NAME
           MOVE WS-AGE-OUT-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
