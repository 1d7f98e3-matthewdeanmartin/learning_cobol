      *>--------------------------------------------------------------*>
      *> PROGRAM:    BenElect                                         *>
      *> PURPOSE:    Edit-and-load step for the ELECTIN.DAT open-     *>
      *>             enrollment election batch, so the plan and       *>
      *>             coverage tier each person chose is on file       *>
      *>             instead of DEDMAST rows keyed one at a time.     *>
      *>             Each clean election is written to BENELECT       *>
      *>             pending under the DEDMAST deduction code its     *>
      *>             BENPLAN.CTL plan posts to, replacing any earlier *>
      *>             election for that benefit; BenApply converts it  *>
      *>             on its effective date.  Failures go to           *>
      *>             BENEREJ.DAT with a reason code - a person not on *>
      *>             PERSMAST or inactive, a plan or tier not on      *>
      *>             BENPLAN.CTL, a bad effective date, a run outside *>
      *>             the enrollment window, or an election already    *>
      *>             applied for the same benefit and date.           *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               OPEN_ENROLL_START  yyyymmdd first day of the   *>
      *>                                  window (def. no limit)      *>
      *>               OPEN_ENROLL_END    yyyymmdd last day of the    *>
      *>                                  window (def. no limit)      *>
      *>                                                              *>
      *>             ELECTIN.DAT row: person(5) blank plan(4) blank   *>
      *>             tier(2) blank effective date yyyymmdd; a tier of *>
      *>             WV waives the plan's benefit.                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenElect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-FILE ASSIGN TO "ELECTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EI-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BENEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
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
       FD  ELECTION-FILE.
       01 ELECTION-IN-RECORD.
           05 EI-PERSON-ID              PIC 9(05).
           05 FILLER                    PIC X(01).
           05 EI-PLAN-CODE              PIC X(04).
           05 FILLER                    PIC X(01).
           05 EI-TIER-CODE              PIC X(02).
           05 FILLER                    PIC X(01).
           05 EI-EFFECTIVE-DATE         PIC 9(08).

       FD  REJECT-FILE.
       01 ELECTION-REJECT-RECORD.
           05 EJ-PERSON-ID              PIC 9(05).
           05 FILLER                    PIC X(01).
           05 EJ-PLAN-CODE              PIC X(04).
           05 FILLER                    PIC X(01).
           05 EJ-TIER-CODE              PIC X(02).
           05 FILLER                    PIC X(01).
           05 EJ-EFFECTIVE-DATE         PIC 9(08).
           05 FILLER                    PIC X(01).
           05 EJ-REASON-CODE            PIC X(04).

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
           COPY "date-calc-call.cpy".
       01 WS-EI-STATUS              PIC X(02) VALUE "00".
           88 WS-EI-OK                        VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-BP-STATUS              PIC X(02) VALUE "00".
           88 WS-BP-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-BE-STATUS              PIC X(02) VALUE "00".
           88 WS-BE-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.
       01 WS-DEDUCT-CODE            PIC X(04) VALUE SPACES.

      *> the enrollment window; zero start and all-nines end mean
      *> no limit.
       01 WS-WINDOW-START           PIC 9(08) VALUE 0.
       01 WS-WINDOW-END             PIC 9(08) VALUE 99999999.
       01 WS-WINDOW-TEXT            PIC X(08) VALUE SPACES.

      *> BENPLAN.CTL plan/tier rows, for the plan and tier edit and
      *> the deduction code the plan posts to.
       01 WS-PLAN-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-PLAN-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-PLAN-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-PLAN-FOUND                   VALUE "Y".
       01 WS-TIER-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-TIER-FOUND                   VALUE "Y".
       01 WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-PL-IDX.
               10 WS-PL-PLAN-CODE   PIC X(04).
               10 WS-PL-DEDUCT-CODE PIC X(04).
               10 WS-PL-TIER-CODE   PIC X(02).

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REPLACED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0400-LOAD-BENEFIT-PLANS
               PERFORM 0500-OPEN-MASTERS
               IF WS-PM-OK AND WS-BE-OK
                   OPEN OUTPUT REJECT-FILE
                   PERFORM 2000-EDIT-ELECTION-FILE
                   CLOSE REJECT-FILE
                   CLOSE PERSON-MASTER
                   CLOSE BENEFIT-ELECTION
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
      *> fields and the enrollment window.                            *>
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
           MOVE "BENELECT" TO RC-JOB-STEP-NAME
           MOVE SPACES TO WS-WINDOW-TEXT
           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "OPEN_ENROLL_START"
           IF WS-WINDOW-TEXT IS NUMERIC
               MOVE WS-WINDOW-TEXT TO WS-WINDOW-START
           END-IF
           MOVE SPACES TO WS-WINDOW-TEXT
           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "OPEN_ENROLL_END"
           IF WS-WINDOW-TEXT IS NUMERIC
               MOVE WS-WINDOW-TEXT TO WS-WINDOW-END
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
      *> 0400-LOAD-BENEFIT-PLANS - the plan/tier rows of              *>
      *> BENPLAN.CTL; with no plan master every election is rejected. *>
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
                       AND WS-PLAN-COUNT < WS-PLAN-MAX
                       ADD 1 TO WS-PLAN-COUNT
                       SET WS-PL-IDX TO WS-PLAN-COUNT
                       MOVE BP-PLAN-CODE
                           TO WS-PL-PLAN-CODE(WS-PL-IDX)
                       MOVE BP-DEDUCT-CODE
                           TO WS-PL-DEDUCT-CODE(WS-PL-IDX)
                       MOVE BP-TIER-CODE
                           TO WS-PL-TIER-CODE(WS-PL-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 0500-OPEN-MASTERS - PERSMAST is required and BENELECT is     *>
      *> created on first use.                                        *>
      *>----------------------------------------------------------*>
       0500-OPEN-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "BENELECT" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
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
               MOVE "BENELECT" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open BENELECT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-EDIT-ELECTION-FILE - the ELECTIN.DAT batch.             *>
      *>----------------------------------------------------------*>
       2000-EDIT-ELECTION-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ELECTION-FILE
           IF NOT WS-EI-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open ELECTIN.DAT - status "
                   WS-EI-STATUS
               MOVE "BENELECT" TO LE-PROGRAM-NAME
               MOVE "2000-EDIT-ELECTION-FILE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open ELECTIN.DAT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               PERFORM 2010-EDIT-ONE-ELECTION
                   UNTIL WS-AT-END
               CLOSE ELECTION-FILE
           END-IF.

       2010-EDIT-ONE-ELECTION.
           READ ELECTION-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 3000-EDIT-AND-ROUTE-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-EDIT-AND-ROUTE-RECORD - the edits in order; the first   *>
      *> failure wins the reason code, clean elections go to          *>
      *> BENELECT.                                                    *>
      *>----------------------------------------------------------*>
       3000-EDIT-AND-ROUTE-RECORD.
           PERFORM 3010-EDIT-THIS-ELECTION
               THRU 3010-EDIT-THIS-ELECTION-EXIT
           IF WS-REASON-CODE = SPACES
               PERFORM 3200-WRITE-BENEFIT-ELECTION
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               PERFORM 3300-WRITE-REJECT-RECORD
           END-IF.

       3010-EDIT-THIS-ELECTION.
           MOVE SPACES TO WS-REASON-CODE
           IF RC-RUN-DATE < WS-WINDOW-START
               OR RC-RUN-DATE > WS-WINDOW-END
               MOVE "BE05" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           IF EI-PERSON-ID IS NOT NUMERIC
               MOVE "BE01" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           MOVE EI-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "BE01" TO WS-REASON-CODE
                   GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-READ
           IF PM-INACTIVE
               MOVE "BE02" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           PERFORM 3020-FIND-PLAN-AND-TIER
           IF NOT WS-PLAN-FOUND
               MOVE "BE03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           IF EI-TIER-CODE NOT = "WV" AND NOT WS-TIER-FOUND
               MOVE "BE03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           IF EI-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "BE04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           MOVE EI-EFFECTIVE-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               MOVE "BE04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-ELECTION-EXIT
           END-IF
           MOVE EI-PERSON-ID TO BE-PERSON-ID
           MOVE WS-DEDUCT-CODE TO BE-DEDUCT-CODE
           READ BENEFIT-ELECTION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BE-APPLIED
                       AND BE-EFFECTIVE-DATE = EI-EFFECTIVE-DATE
                       MOVE "BE06" TO WS-REASON-CODE
                   END-IF
           END-READ.
       3010-EDIT-THIS-ELECTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3020-FIND-PLAN-AND-TIER - the plan must be on BENPLAN.CTL    *>
      *> and, unless the election waives it, offer the tier; the      *>
      *> plan's deduction code keys the election.                     *>
      *>----------------------------------------------------------*>
       3020-FIND-PLAN-AND-TIER.
           MOVE "N" TO WS-PLAN-FOUND-FLAG
           MOVE "N" TO WS-TIER-FOUND-FLAG
           MOVE SPACES TO WS-DEDUCT-CODE
           PERFORM 3030-MATCH-ONE-PLAN-ROW
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PLAN-COUNT OR WS-TIER-FOUND.

       3030-MATCH-ONE-PLAN-ROW.
           IF WS-PL-PLAN-CODE(WS-PL-IDX) = EI-PLAN-CODE
               SET WS-PLAN-FOUND TO TRUE
               MOVE WS-PL-DEDUCT-CODE(WS-PL-IDX) TO WS-DEDUCT-CODE
               IF WS-PL-TIER-CODE(WS-PL-IDX) = EI-TIER-CODE
                   SET WS-TIER-FOUND TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-WRITE-BENEFIT-ELECTION - pending for BenApply; a later  *>
      *> election for the same benefit replaces the earlier one.      *>
      *>----------------------------------------------------------*>
       3200-WRITE-BENEFIT-ELECTION.
           MOVE SPACES TO BENEFIT-ELECTION-RECORD
           MOVE EI-PERSON-ID TO BE-PERSON-ID
           MOVE WS-DEDUCT-CODE TO BE-DEDUCT-CODE
           MOVE EI-PLAN-CODE TO BE-PLAN-CODE
           MOVE EI-TIER-CODE TO BE-TIER-CODE
           MOVE EI-EFFECTIVE-DATE TO BE-EFFECTIVE-DATE
           SET BE-PENDING TO TRUE
           MOVE 0 TO BE-ANNUAL-COST
           MOVE RC-RUN-DATE TO BE-ENTERED-DATE
           MOVE RC-OPERATOR-ID TO BE-OPERATOR-ID
           MOVE 0 TO BE-APPLIED-DATE
           WRITE BENEFIT-ELECTION-RECORD
               INVALID KEY
                   REWRITE BENEFIT-ELECTION-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-WRITE
           ADD 1 TO WS-ACCEPTED-COUNT.

       3300-WRITE-REJECT-RECORD.
           MOVE SPACES TO ELECTION-REJECT-RECORD
           MOVE EI-PERSON-ID TO EJ-PERSON-ID
           MOVE EI-PLAN-CODE TO EJ-PLAN-CODE
           MOVE EI-TIER-CODE TO EJ-TIER-CODE
           MOVE EI-EFFECTIVE-DATE TO EJ-EFFECTIVE-DATE
           MOVE WS-REASON-CODE TO EJ-REASON-CODE
           WRITE ELECTION-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job read / accepted /      *>
      *> rejected counts; read must equal accepted plus rejected.     *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Elections read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Elections pending: "
               WS-ACCEPTED-COUNT " Replacing earlier: "
               WS-REPLACED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Elections rejected: "
               WS-REJECTED-COUNT.
