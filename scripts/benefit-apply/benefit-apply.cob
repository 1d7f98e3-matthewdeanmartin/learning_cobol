      *>--------------------------------------------------------------*>
      *> PROGRAM:    BenApply                                         *>
      *> PURPOSE:    Effective-dated apply of the BENELECT open-      *>
      *>             enrollment elections, so DEDMAST MED and DENT    *>
      *>             rows come from what the person elected instead   *>
      *>             of being keyed by hand.  Every pending election  *>
      *>             whose effective date has been reached is priced  *>
      *>             at the BENPLAN.CTL tier cost in force on that    *>
      *>             date and posted through SetDeduction as a flat   *>
      *>             annual amount; a waiver, or a tier with no       *>
      *>             employee cost, goes through CancelDeduction.     *>
      *>             Each person with an election applied gets a      *>
      *>             confirmation statement (BENCONF.nnnnn) listing   *>
      *>             everything they hold on BENELECT, and the active *>
      *>             people with no election in the enrollment window *>
      *>             are listed on the BENEXCP.yyyymmdd exceptions    *>
      *>             report; both go through the shared ReportWriter  *>
      *>             and are spooled via SubmitPrintJob.  The apply   *>
      *>             is gated by CheckOperatorAuth at the batch       *>
      *>             update level, and the APPLIED, REJECTED,         *>
      *>             NO-ELECTION and CONFIRMATIONS totals go to       *>
      *>             CTLTOTAL.DAT.                                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               OPEN_ENROLL_START     yyyymmdd first day of    *>
      *>                                     the window; an election  *>
      *>                                     entered before it does   *>
      *>                                     not count (def. any)     *>
      *>               BENAPPLY_PRINT_QUEUE  print queue (def. lp)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenApply.

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

       FD  BENEFIT-ELECTION.
           COPY "benefit-election.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "format-number-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "deduct.cpy".
       01 WS-BP-STATUS              PIC X(02) VALUE "00".
           88 WS-BP-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-BE-STATUS              PIC X(02) VALUE "00".
           88 WS-BE-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-ELECTIONS-DONE-FLAG    PIC X(01) VALUE "N".
           88 WS-ELECTIONS-DONE               VALUE "Y".
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
       01 WS-REPORT-FILE            PIC X(20) VALUE SPACES.
       01 WS-WINDOW-START           PIC 9(08) VALUE 0.
       01 WS-WINDOW-TEXT            PIC X(08) VALUE SPACES.
       01 WS-DEDUCT-PERSON-ID       PIC 9(05) VALUE 0.

      *> BENPLAN.CTL plan/tier/effective-date rows.
       01 WS-PLAN-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-PLAN-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-PL-IDX.
               10 WS-PL-PLAN-CODE   PIC X(04).
               10 WS-PL-TIER-CODE   PIC X(02).
               10 WS-PL-EFFECTIVE   PIC 9(08).
               10 WS-PL-COST        PIC 9(09).
               10 WS-PL-NAME        PIC X(30).
       01 WS-RATE-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-RATE-FOUND                   VALUE "Y".
       01 WS-RATE-EFFECTIVE         PIC 9(08) VALUE 0.
       01 WS-RATE-COST              PIC 9(09) VALUE 0.
       01 WS-PLAN-NAME              PIC X(30) VALUE SPACES.

      *> the person's elections, gathered for the confirmation.
       01 WS-EL-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-EL-MAX                 PIC 9(02) COMP VALUE 20.
       01 WS-EL-TABLE.
           05 WS-EL-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-EL-IDX.
               10 WS-EL-PLAN-CODE   PIC X(04).
               10 WS-EL-TIER-CODE   PIC X(02).
               10 WS-EL-EFFECTIVE   PIC 9(08).
               10 WS-EL-COST        PIC 9(09).
               10 WS-EL-STATUS      PIC X(01).
       01 WS-PERSON-APPLIED         PIC 9(03) VALUE 0.
       01 WS-PERSON-ANNUAL-COST     PIC 9(11) VALUE 0.
       01 WS-PERSON-ELECTED-FLAG    PIC X(01) VALUE "N".
           88 WS-PERSON-ELECTED               VALUE "Y".

       01 WS-APPLIED-COUNT          PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-CONFIRM-COUNT          PIC 9(07) VALUE 0.
       01 WS-NO-ELECTION-COUNT      PIC 9(07) VALUE 0.

       01 WS-CONFIRM-HEADING        PIC X(40) VALUE
           "BENEFIT ELECTION CONFIRMATION".
       01 WS-NAME-LINE.
           05 FILLER                PIC X(12) VALUE "EMPLOYEE:   ".
           05 WS-NL-NAME            PIC X(20).
           05 FILLER                PIC X(03) VALUE " (".
           05 WS-NL-ID              PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE ")".
       01 WS-ELECTION-HEADING.
           05 FILLER                PIC X(41) VALUE
               "PLAN PLAN NAME                      TIER ".
           05 FILLER                PIC X(38) VALUE
               "EFFECTIVE      ANNUAL COST STATUS".
       01 WS-ELECTION-LINE.
           05 WS-EL-PLAN            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-EL-NAME            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-EL-TIER            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-EL-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-EL-AMOUNT          PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-EL-STATUS-TEXT     PIC X(08).
       01 WS-CONFIRM-FOOTING.
           05 FILLER                PIC X(28) VALUE
               "TOTAL ANNUAL EMPLOYEE COST: ".
           05 WS-CF-AMOUNT          PIC X(17).

       01 WS-EXCEPTION-TITLE        PIC X(40) VALUE
           "OPEN ENROLLMENT - NO ELECTION MADE".
       01 WS-EXCEPTION-HEADING      PIC X(80) VALUE
           "PERSON  NAME                 DEPT HIRED".
       01 WS-EXCEPTION-LINE.
           05 WS-XL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-XL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-HIRED           PIC 9(08).
       01 WS-EXCEPTION-FOOTING.
           05 FILLER                PIC X(32) VALUE
               "ACTIVE PEOPLE WITH NO ELECTION: ".
           05 WS-XF-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0040-CHECK-APPLY-AUTHORITY
               IF OA-AUTHORIZED
                   PERFORM 0400-LOAD-BENEFIT-PLANS
                   PERFORM 1000-OPEN-FILES
                   IF WS-PM-OK AND WS-BE-OK
                       PERFORM 2000-APPLY-ELECTIONS
                       PERFORM 3000-LIST-NO-ELECTION
                       CLOSE PERSON-MASTER
                       CLOSE BENEFIT-ELECTION
                       PERFORM 4000-SHOW-CONTROL-TOTALS
                       PERFORM 0030-MARK-JOB-COMPLETE
                   END-IF
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields, the window start and the print queue.                *>
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
           MOVE "BENAPPLY" TO RC-JOB-STEP-NAME
           MOVE SPACES TO WS-WINDOW-TEXT
           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "OPEN_ENROLL_START"
           IF WS-WINDOW-TEXT IS NUMERIC
               MOVE WS-WINDOW-TEXT TO WS-WINDOW-START
           END-IF
           ACCEPT WS-PRINT-QUEUE
               FROM ENVIRONMENT "BENAPPLY_PRINT_QUEUE"
           IF WS-PRINT-QUEUE = SPACES
               MOVE "lp" TO WS-PRINT-QUEUE
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
      *> 0040-CHECK-APPLY-AUTHORITY - rewriting DEDMAST is a batch    *>
      *> update; the operator must hold that level on OPERAUTH.CTL.   *>
      *>----------------------------------------------------------*>
       0040-CHECK-APPLY-AUTHORITY.
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
           IF OA-REFUSED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Apply refused - operator " RC-OPERATOR-ID
                   " lacks authority."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0400-LOAD-BENEFIT-PLANS - every plan/tier/effective-date     *>
      *> row of BENPLAN.CTL; with no plan master nothing can be       *>
      *> priced and every election due is rejected.                   *>
      *>----------------------------------------------------------*>
       0400-LOAD-BENEFIT-PLANS.
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
                       AND BP-EMPLOYEE-COST IS NUMERIC
                       AND WS-PLAN-COUNT < WS-PLAN-MAX
                       ADD 1 TO WS-PLAN-COUNT
                       SET WS-PL-IDX TO WS-PLAN-COUNT
                       MOVE BP-PLAN-CODE
                           TO WS-PL-PLAN-CODE(WS-PL-IDX)
                       MOVE BP-TIER-CODE
                           TO WS-PL-TIER-CODE(WS-PL-IDX)
                       MOVE BP-EFFECTIVE-DATE
                           TO WS-PL-EFFECTIVE(WS-PL-IDX)
                       MOVE BP-EMPLOYEE-COST
                           TO WS-PL-COST(WS-PL-IDX)
                       MOVE BP-PLAN-NAME
                           TO WS-PL-NAME(WS-PL-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PERSMAST is required; BENELECT is created  *>
      *> empty when no election has ever been loaded, so everyone     *>
      *> lands on the exceptions report.                              *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "BENAPPLY" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O BENEFIT-ELECTION
           IF WS-BE-STATUS = "35"
               OPEN OUTPUT BENEFIT-ELECTION
               CLOSE BENEFIT-ELECTION
               OPEN I-O BENEFIT-ELECTION
           END-IF
           IF NOT WS-BE-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open BENELECT - status " WS-BE-STATUS
               MOVE "BENAPPLY" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open BENELECT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-APPLY-ELECTIONS - one pass of PERSMAST; everyone not    *>
      *> inactive has their due elections applied and, when any       *>
      *> were, a confirmation statement.                              *>
      *>----------------------------------------------------------*>
       2000-APPLY-ELECTIONS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-APPLY-ONE-PERSON
               UNTIL WS-AT-END.

       2010-APPLY-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NOT PM-INACTIVE
                       PERFORM 2100-GATHER-ELECTIONS
                       IF WS-PERSON-APPLIED > 0
                           PERFORM 2400-WRITE-CONFIRMATION
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2100-GATHER-ELECTIONS - every BENELECT row for the person,   *>
      *> applying the pending ones whose effective date has come.     *>
      *>----------------------------------------------------------*>
       2100-GATHER-ELECTIONS.
           MOVE 0 TO WS-EL-COUNT
           MOVE 0 TO WS-PERSON-APPLIED
           MOVE "N" TO WS-ELECTIONS-DONE-FLAG
           MOVE PM-PERSON-ID TO BE-PERSON-ID
           MOVE SPACES TO BE-DEDUCT-CODE
           START BENEFIT-ELECTION
               KEY IS NOT LESS THAN BE-ELECTION-KEY
               INVALID KEY
                   SET WS-ELECTIONS-DONE TO TRUE
           END-START
           PERFORM 2110-GATHER-ONE-ELECTION
               UNTIL WS-ELECTIONS-DONE.

       2110-GATHER-ONE-ELECTION.
           READ BENEFIT-ELECTION NEXT RECORD
               AT END
                   SET WS-ELECTIONS-DONE TO TRUE
               NOT AT END
                   IF BE-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-ELECTIONS-DONE TO TRUE
                   ELSE
                       IF BE-PENDING
                           AND BE-EFFECTIVE-DATE NOT > RC-RUN-DATE
                           PERFORM 2200-APPLY-ONE-ELECTION
                               THRU 2200-APPLY-ONE-ELECTION-EXIT
                           MOVE RC-RUN-DATE TO BE-APPLIED-DATE
                           REWRITE BENEFIT-ELECTION-RECORD
                           ADD 1 TO WS-PERSON-APPLIED
                       END-IF
                       PERFORM 2150-KEEP-FOR-CONFIRMATION
                   END-IF
           END-READ.

       2150-KEEP-FOR-CONFIRMATION.
           IF WS-EL-COUNT < WS-EL-MAX
               ADD 1 TO WS-EL-COUNT
               SET WS-EL-IDX TO WS-EL-COUNT
               MOVE BE-PLAN-CODE TO WS-EL-PLAN-CODE(WS-EL-IDX)
               MOVE BE-TIER-CODE TO WS-EL-TIER-CODE(WS-EL-IDX)
               MOVE BE-EFFECTIVE-DATE TO WS-EL-EFFECTIVE(WS-EL-IDX)
               MOVE BE-ANNUAL-COST TO WS-EL-COST(WS-EL-IDX)
               MOVE BE-STATUS-FLAG TO WS-EL-STATUS(WS-EL-IDX)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-APPLY-ONE-ELECTION - a waiver cancels the deduction;    *>
      *> otherwise the tier cost in force on the effective date is    *>
      *> set as a flat annual DEDMAST amount, or the deduction is     *>
      *> cancelled when the tier costs the employee nothing.          *>
      *>----------------------------------------------------------*>
       2200-APPLY-ONE-ELECTION.
           MOVE BE-PERSON-ID TO WS-DEDUCT-PERSON-ID
           MOVE BE-DEDUCT-CODE TO DeductCode
           MOVE 0 TO BE-ANNUAL-COST
           IF BE-WAIVED
               CALL "CancelDeduction" USING WS-DEDUCT-PERSON-ID
                   DeductCode DeductFoundFlag
               SET BE-APPLIED TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
               GO TO 2200-APPLY-ONE-ELECTION-EXIT
           END-IF
           PERFORM 2300-FIND-RATE-IN-FORCE
           IF NOT WS-RATE-FOUND
               PERFORM 2290-REJECT-ONE-ELECTION
               GO TO 2200-APPLY-ONE-ELECTION-EXIT
           END-IF
           MOVE WS-RATE-COST TO BE-ANNUAL-COST
           IF WS-RATE-COST = 0
               CALL "CancelDeduction" USING WS-DEDUCT-PERSON-ID
                   DeductCode DeductFoundFlag
           ELSE
               SET DeductIsFlat TO TRUE
               MOVE WS-RATE-COST TO DeductFlatAmount
               MOVE 0 TO DeductPercentRate
               CALL "SetDeduction" USING WS-DEDUCT-PERSON-ID
                   DeductCode DeductMethod DeductFlatAmount
                   DeductPercentRate DeductFoundFlag
               IF DeductNotFound
                   PERFORM 2290-REJECT-ONE-ELECTION
                   GO TO 2200-APPLY-ONE-ELECTION-EXIT
               END-IF
           END-IF
           SET BE-APPLIED TO TRUE
           ADD 1 TO WS-APPLIED-COUNT.
       2200-APPLY-ONE-ELECTION-EXIT.
           EXIT.

       2290-REJECT-ONE-ELECTION.
           SET BE-REJECTED TO TRUE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Election rejected for person " BE-PERSON-ID
               " plan " BE-PLAN-CODE " tier " BE-TIER-CODE
           MOVE "BENAPPLY" TO LE-PROGRAM-NAME
           MOVE "2200-APPLY-ONE-ELECTION" TO LE-PARAGRAPH-NAME
           MOVE "Election rejected - no rate or deduction refused"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 2300-FIND-RATE-IN-FORCE - the plan/tier row carrying the     *>
      *> latest effective date not after the election's.              *>
      *>----------------------------------------------------------*>
       2300-FIND-RATE-IN-FORCE.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           MOVE 0 TO WS-RATE-EFFECTIVE
           MOVE 0 TO WS-RATE-COST
           PERFORM 2310-CHECK-ONE-RATE-ROW
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT.

       2310-CHECK-ONE-RATE-ROW.
           IF WS-PL-PLAN-CODE(WS-PL-IDX) = BE-PLAN-CODE
               AND WS-PL-TIER-CODE(WS-PL-IDX) = BE-TIER-CODE
               AND WS-PL-EFFECTIVE(WS-PL-IDX) NOT > BE-EFFECTIVE-DATE
               AND WS-PL-EFFECTIVE(WS-PL-IDX) NOT < WS-RATE-EFFECTIVE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-PL-EFFECTIVE(WS-PL-IDX) TO WS-RATE-EFFECTIVE
               MOVE WS-PL-COST(WS-PL-IDX) TO WS-RATE-COST
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-WRITE-CONFIRMATION - one individually spooled statement *>
      *> of everything the person holds on BENELECT.                  *>
      *>----------------------------------------------------------*>
       2400-WRITE-CONFIRMATION.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "BENCONF." DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-CONFIRM-HEADING TO RW-REPORT-TITLE
           MOVE SPACES TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE PM-HUMAN-NAME TO WS-NL-NAME
           MOVE PM-PERSON-ID TO WS-NL-ID
           MOVE WS-NAME-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-ELECTION-HEADING TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE 0 TO WS-PERSON-ANNUAL-COST
           PERFORM 2410-WRITE-ONE-ELECTION-LINE
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-COUNT
           MOVE WS-PERSON-ANNUAL-COST TO FN-AMOUNT
           PERFORM 2490-FORMAT-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-CF-AMOUNT
           MOVE WS-CONFIRM-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-REPORT-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-PRINT-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER
           ADD 1 TO WS-CONFIRM-COUNT.

       2410-WRITE-ONE-ELECTION-LINE.
           MOVE SPACES TO WS-ELECTION-LINE
           MOVE WS-EL-PLAN-CODE(WS-EL-IDX) TO WS-EL-PLAN
           PERFORM 2420-FIND-PLAN-NAME
           MOVE WS-PLAN-NAME TO WS-EL-NAME
           MOVE WS-EL-TIER-CODE(WS-EL-IDX) TO WS-EL-TIER
           MOVE WS-EL-EFFECTIVE(WS-EL-IDX) TO WS-EL-DATE
           EVALUATE WS-EL-STATUS(WS-EL-IDX)
               WHEN "A"
                   MOVE "APPLIED" TO WS-EL-STATUS-TEXT
               WHEN "R"
                   MOVE "REJECTED" TO WS-EL-STATUS-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-EL-STATUS-TEXT
           END-EVALUATE
           IF WS-EL-TIER-CODE(WS-EL-IDX) = "WV"
               MOVE "WAIVED" TO WS-EL-AMOUNT
           ELSE
               MOVE WS-EL-COST(WS-EL-IDX) TO FN-AMOUNT
               PERFORM 2490-FORMAT-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-EL-AMOUNT
               IF WS-EL-STATUS(WS-EL-IDX) = "A"
                   ADD WS-EL-COST(WS-EL-IDX) TO WS-PERSON-ANNUAL-COST
               END-IF
           END-IF
           MOVE WS-ELECTION-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2420-FIND-PLAN-NAME.
           MOVE SPACES TO WS-PLAN-NAME
           PERFORM 2430-MATCH-ONE-PLAN-NAME
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT
               OR WS-PLAN-NAME NOT = SPACES.

       2430-MATCH-ONE-PLAN-NAME.
           IF WS-PL-PLAN-CODE(WS-PL-IDX) = WS-EL-PLAN-CODE(WS-EL-IDX)
               MOVE WS-PL-NAME(WS-PL-IDX) TO WS-PLAN-NAME
           END-IF.

       2490-FORMAT-AMOUNT.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE "USD" TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT.

      *>----------------------------------------------------------*>
      *> 3000-LIST-NO-ELECTION - a second pass of PERSMAST for the    *>
      *> active people with no BENELECT row entered in the window.    *>
      *>----------------------------------------------------------*>
       3000-LIST-NO-ELECTION.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "BENEXCP." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-EXCEPTION-TITLE TO RW-REPORT-TITLE
           MOVE WS-EXCEPTION-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3010-CHECK-ONE-PERSON
               UNTIL WS-AT-END
           MOVE WS-NO-ELECTION-COUNT TO WS-XF-COUNT
           MOVE WS-EXCEPTION-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-REPORT-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-PRINT-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER.

       3010-CHECK-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PM-ACTIVE
                       PERFORM 3100-FIND-ANY-ELECTION
                       IF NOT WS-PERSON-ELECTED
                           PERFORM 3200-WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
           END-READ.

       3100-FIND-ANY-ELECTION.
           MOVE "N" TO WS-PERSON-ELECTED-FLAG
           MOVE "N" TO WS-ELECTIONS-DONE-FLAG
           MOVE PM-PERSON-ID TO BE-PERSON-ID
           MOVE SPACES TO BE-DEDUCT-CODE
           START BENEFIT-ELECTION
               KEY IS NOT LESS THAN BE-ELECTION-KEY
               INVALID KEY
                   SET WS-ELECTIONS-DONE TO TRUE
           END-START
           PERFORM 3110-CHECK-ONE-ELECTION
               UNTIL WS-ELECTIONS-DONE OR WS-PERSON-ELECTED.

       3110-CHECK-ONE-ELECTION.
           READ BENEFIT-ELECTION NEXT RECORD
               AT END
                   SET WS-ELECTIONS-DONE TO TRUE
               NOT AT END
                   IF BE-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-ELECTIONS-DONE TO TRUE
                   ELSE
                       IF BE-ENTERED-DATE NOT < WS-WINDOW-START
                           SET WS-PERSON-ELECTED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE PM-PERSON-ID TO WS-XL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-XL-NAME
           MOVE PM-DEPARTMENT-CODE TO WS-XL-DEPT
           MOVE PM-HIRE-DATE TO WS-XL-HIRED
           MOVE WS-EXCEPTION-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           ADD 1 TO WS-NO-ELECTION-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - applied / rejected / no-election  *>
      *> / confirmation counts to the console and CTLTOTAL.DAT.       *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Applied: " WS-APPLIED-COUNT
               " Rejected: " WS-REJECTED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Confirmations: " WS-CONFIRM-COUNT
               " No election: " WS-NO-ELECTION-COUNT
           MOVE "BENAPPLY" TO CW-JOB-STEP
           MOVE "APPLIED" TO CW-TOTAL-NAME
           MOVE WS-APPLIED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "NO-ELECTION" TO CW-TOTAL-NAME
           MOVE WS-NO-ELECTION-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CONFIRMATIONS" TO CW-TOTAL-NAME
           MOVE WS-CONFIRM-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
