      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReqMaint                                         *>
      *> PURPOSE:    Job requisition maintenance from the REQIN.DAT   *>
      *>             batch.  An O row opens a requisition for a       *>
      *>             department and POSNMAST position under a hiring  *>
      *>             manager, numbered on from the highest on         *>
      *>             REQMAST; an F row marks one filled (optionally   *>
      *>             with the person hired) and a C row cancels one.  *>
      *>             An opening is refused when the department's      *>
      *>             active and on-leave headcount plus its open      *>
      *>             requisitions already reach the DEPTBUDG.CTL      *>
      *>             authorized figure (no budget row leaves the      *>
      *>             department unrestricted, as for transfers).      *>
      *>             Failures go to REQREJ.DAT with a reason code:    *>
      *>               RQ01  action not O, F or C                     *>
      *>               RQ02  department not an active DEPTMAST code   *>
      *>               RQ03  position not an active POSNMAST code     *>
      *>               RQ04  hiring manager not active on PERSMAST    *>
      *>               RQ05  would exceed authorized headcount        *>
      *>               RQ06  requisition not on REQMAST               *>
      *>               RQ07  requisition not open                     *>
      *>             The run is gated by CheckOperatorAuth at the     *>
      *>             batch update level.                              *>
      *>                                                              *>
      *>             REQIN.DAT row: action(1) blank req no.(6) blank  *>
      *>             dept(4) blank position(6) blank person(5) - the  *>
      *>             hiring manager on O, the person hired on F.      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReqMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-IN-FILE ASSIGN TO "REQIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REQREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT DEPT-BUDGET ASSIGN TO "DEPTBUDG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-IN-FILE.
       01 REQ-IN-RECORD.
           05 RI-ACTION                 PIC X(01).
           05 FILLER                    PIC X(01).
           05 RI-REQ-NUMBER             PIC X(06).
           05 FILLER                    PIC X(01).
           05 RI-DEPT-CODE              PIC X(04).
           05 FILLER                    PIC X(01).
           05 RI-POSITION-CODE          PIC X(06).
           05 FILLER                    PIC X(01).
           05 RI-PERSON-ID              PIC X(05).

       FD  REJECT-FILE.
       01 REQ-REJECT-RECORD.
           05 RJ-INPUT-ROW              PIC X(26).
           05 FILLER                    PIC X(01).
           05 RJ-REASON-CODE            PIC X(04).

       FD  DEPT-BUDGET.
       01  DEPT-BUDGET-RECORD.
           05 BG-DEPT-CODE         PIC X(04).
           05 FILLER               PIC X(01).
           05 BG-AUTHORIZED        PIC 9(05).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  REQUISITION-FILE.
           COPY "requisition.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "dept.cpy".
           COPY "position.cpy".
       01 WS-RI-STATUS              PIC X(02) VALUE "00".
           88 WS-RI-OK                        VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-BG-STATUS              PIC X(02) VALUE "00".
           88 WS-BG-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-RQ-STATUS              PIC X(02) VALUE "00".
           88 WS-RQ-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.
       01 WS-LAST-REQ-NUMBER        PIC 9(06) VALUE 0.
       01 WS-PERSON-ID              PIC 9(05) VALUE 0.

      *> department headcount position: occupants, open requisitions
      *> and the authorized figure where DEPTBUDG.CTL has one.
       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-DT-IDX.
               10 WS-DT-CODE        PIC X(04).
               10 WS-DT-ACTUAL      PIC 9(05).
               10 WS-DT-OPEN-REQS   PIC 9(05).
               10 WS-DT-BUDGET      PIC 9(05).
               10 WS-DT-HAS-BUDGET  PIC X(01).

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-OPENED-COUNT           PIC 9(07) VALUE 0.
       01 WS-FILLED-COUNT           PIC 9(07) VALUE 0.
       01 WS-CANCELLED-COUNT        PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0040-CHECK-MAINT-AUTHORITY
               IF OA-AUTHORIZED
                   PERFORM 0500-OPEN-MASTERS
                   IF WS-PM-OK AND WS-RQ-OK
                       PERFORM 0600-TALLY-HEADCOUNT
                       PERFORM 0700-TALLY-REQUISITIONS
                       PERFORM 0800-ATTACH-THE-BUDGETS
                       OPEN OUTPUT REJECT-FILE
                       PERFORM 2000-EDIT-REQUISITION-FILE
                       CLOSE REJECT-FILE
                       CLOSE PERSON-MASTER
                       CLOSE REQUISITION-FILE
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
      *> fields for this job step.                                    *>
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
           MOVE "REQMAINT" TO RC-JOB-STEP-NAME.

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
      *> 0040-CHECK-MAINT-AUTHORITY - writing REQMAST is a batch      *>
      *> update; the operator must hold that level on OPERAUTH.CTL.   *>
      *>----------------------------------------------------------*>
       0040-CHECK-MAINT-AUTHORITY.
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
           IF OA-REFUSED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Maintenance refused - operator " RC-OPERATOR-ID
                   " lacks authority."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0500-OPEN-MASTERS - PERSMAST is required and REQMAST is      *>
      *> created on first use.                                        *>
      *>----------------------------------------------------------*>
       0500-OPEN-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "REQMAINT" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O REQUISITION-FILE
           IF WS-RQ-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF
           IF NOT WS-RQ-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open REQMAST - status " WS-RQ-STATUS
               MOVE "REQMAINT" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open REQMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0600-TALLY-HEADCOUNT - active and on-leave occupants per     *>
      *> department, counted the way HeadBudget counts them.          *>
      *>----------------------------------------------------------*>
       0600-TALLY-HEADCOUNT.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 0610-TALLY-ONE-PERSON
               UNTIL WS-AT-END.

       0610-TALLY-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PM-ACTIVE OR PM-ON-LEAVE
                       MOVE PM-DEPARTMENT-CODE TO WS-LOOKUP-DEPT
                       PERFORM 0900-FIND-OR-ADD-DEPT-ENTRY
                       IF WS-DEPT-FOUND
                           ADD 1 TO WS-DT-ACTUAL(WS-DT-IDX)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 0700-TALLY-REQUISITIONS - open requisitions per department,  *>
      *> and the highest number on file for the next opening.         *>
      *>----------------------------------------------------------*>
       0700-TALLY-REQUISITIONS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO RQ-REQ-NUMBER
           START REQUISITION-FILE KEY IS GREATER THAN RQ-REQ-NUMBER
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 0710-TALLY-ONE-REQUISITION
               UNTIL WS-AT-END.

       0710-TALLY-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE RQ-REQ-NUMBER TO WS-LAST-REQ-NUMBER
                   IF RQ-OPEN
                       MOVE RQ-DEPT-CODE TO WS-LOOKUP-DEPT
                       PERFORM 0900-FIND-OR-ADD-DEPT-ENTRY
                       IF WS-DEPT-FOUND
                           ADD 1 TO WS-DT-OPEN-REQS(WS-DT-IDX)
                       END-IF
                   END-IF
           END-READ.

       0800-ATTACH-THE-BUDGETS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DEPT-BUDGET
           IF WS-BG-OK
               PERFORM 0810-ATTACH-ONE-BUDGET
                   UNTIL WS-AT-END
               CLOSE DEPT-BUDGET
           END-IF.

       0810-ATTACH-ONE-BUDGET.
           READ DEPT-BUDGET
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF BG-AUTHORIZED IS NUMERIC
                       MOVE BG-DEPT-CODE TO WS-LOOKUP-DEPT
                       PERFORM 0900-FIND-OR-ADD-DEPT-ENTRY
                       IF WS-DEPT-FOUND
                           MOVE BG-AUTHORIZED
                               TO WS-DT-BUDGET(WS-DT-IDX)
                           MOVE "Y" TO WS-DT-HAS-BUDGET(WS-DT-IDX)
                       END-IF
                   END-IF
           END-READ.

       0900-FIND-OR-ADD-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 0910-MATCH-ONE-DEPT-ENTRY
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               SET WS-DT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DT-IDX TO WS-DEPT-COUNT
                   MOVE WS-LOOKUP-DEPT TO WS-DT-CODE(WS-DT-IDX)
                   MOVE 0 TO WS-DT-ACTUAL(WS-DT-IDX)
                   MOVE 0 TO WS-DT-OPEN-REQS(WS-DT-IDX)
                   MOVE 0 TO WS-DT-BUDGET(WS-DT-IDX)
                   MOVE "N" TO WS-DT-HAS-BUDGET(WS-DT-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-IF.

       0910-MATCH-ONE-DEPT-ENTRY.
           IF WS-DT-CODE(WS-DT-IDX) = WS-LOOKUP-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-EDIT-REQUISITION-FILE - the REQIN.DAT batch.            *>
      *>----------------------------------------------------------*>
       2000-EDIT-REQUISITION-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQ-IN-FILE
           IF NOT WS-RI-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open REQIN.DAT - status "
                   WS-RI-STATUS
               MOVE "REQMAINT" TO LE-PROGRAM-NAME
               MOVE "2000-EDIT-REQ-FILE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open REQIN.DAT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               PERFORM 2010-EDIT-ONE-REQUISITION
                   UNTIL WS-AT-END
               CLOSE REQ-IN-FILE
           END-IF.

       2010-EDIT-ONE-REQUISITION.
           READ REQ-IN-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF REQ-IN-RECORD(1:1) NOT = "*"
                       AND REQ-IN-RECORD NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3000-APPLY-ONE-REQUISITION
                           THRU 3000-APPLY-ONE-REQUISITION-EXIT
                       IF WS-REASON-CODE NOT = SPACES
                           PERFORM 3900-WRITE-REJECT-RECORD
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-APPLY-ONE-REQUISITION - the edits for the action in     *>
      *> order; the first failure wins the reason code.               *>
      *>----------------------------------------------------------*>
       3000-APPLY-ONE-REQUISITION.
           MOVE SPACES TO WS-REASON-CODE
           MOVE 0 TO WS-PERSON-ID
           IF RI-PERSON-ID IS NUMERIC
               MOVE RI-PERSON-ID TO WS-PERSON-ID
           END-IF
           EVALUATE RI-ACTION
               WHEN "O"
                   PERFORM 3100-OPEN-REQUISITION
                       THRU 3100-OPEN-REQUISITION-EXIT
               WHEN "F"
               WHEN "C"
                   PERFORM 3200-CLOSE-REQUISITION
                       THRU 3200-CLOSE-REQUISITION-EXIT
               WHEN OTHER
                   MOVE "RQ01" TO WS-REASON-CODE
           END-EVALUATE.
       3000-APPLY-ONE-REQUISITION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3100-OPEN-REQUISITION - department and position must be on   *>
      *> their masters, the hiring manager on the books, and the      *>
      *> department still under its authorized headcount once its     *>
      *> open requisitions are counted as filled.                     *>
      *>----------------------------------------------------------*>
       3100-OPEN-REQUISITION.
           MOVE RI-DEPT-CODE TO DeptCode
           CALL "ValidateDeptCode" USING DeptCode DeptFoundFlag
           IF DeptNotFound
               MOVE "RQ02" TO WS-REASON-CODE
               GO TO 3100-OPEN-REQUISITION-EXIT
           END-IF
           MOVE RI-POSITION-CODE TO PositionCode
           CALL "ValidatePositionCode" USING PositionCode
               PositionFoundFlag
           IF PositionNotFound
               MOVE "RQ03" TO WS-REASON-CODE
               GO TO 3100-OPEN-REQUISITION-EXIT
           END-IF
           MOVE WS-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "RQ04" TO WS-REASON-CODE
                   GO TO 3100-OPEN-REQUISITION-EXIT
           END-READ
           IF PM-INACTIVE
               MOVE "RQ04" TO WS-REASON-CODE
               GO TO 3100-OPEN-REQUISITION-EXIT
           END-IF
           MOVE RI-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 0900-FIND-OR-ADD-DEPT-ENTRY
           IF WS-DEPT-FOUND
               IF WS-DT-HAS-BUDGET(WS-DT-IDX) = "Y"
                   AND WS-DT-ACTUAL(WS-DT-IDX)
                       + WS-DT-OPEN-REQS(WS-DT-IDX)
                       NOT < WS-DT-BUDGET(WS-DT-IDX)
                   MOVE "RQ05" TO WS-REASON-CODE
                   MOVE "REQMAINT" TO LE-PROGRAM-NAME
                   MOVE "3100-OPEN-REQ" TO LE-PARAGRAPH-NAME
                   MOVE SPACES TO LE-MESSAGE-TEXT
                   STRING "Requisition refused - headcount budget "
                           DELIMITED BY SIZE
                       "reached for dept " DELIMITED BY SIZE
                       RI-DEPT-CODE DELIMITED BY SIZE
                       INTO LE-MESSAGE-TEXT
                   SET LE-SEVERITY-WARNING TO TRUE
                   CALL "LogError" USING LE-PROGRAM-NAME
                       LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                       LE-SEVERITY-CODE
                   GO TO 3100-OPEN-REQUISITION-EXIT
               END-IF
               ADD 1 TO WS-DT-OPEN-REQS(WS-DT-IDX)
           END-IF
           ADD 1 TO WS-LAST-REQ-NUMBER
           MOVE SPACES TO REQUISITION-RECORD
           MOVE WS-LAST-REQ-NUMBER TO RQ-REQ-NUMBER
           MOVE RI-DEPT-CODE TO RQ-DEPT-CODE
           MOVE RI-POSITION-CODE TO RQ-POSITION-CODE
           MOVE RC-RUN-DATE TO RQ-OPENED-DATE
           MOVE WS-PERSON-ID TO RQ-HIRING-MANAGER
           SET RQ-OPEN TO TRUE
           MOVE 0 TO RQ-CLOSED-DATE
           MOVE 0 TO RQ-FILLED-BY
           MOVE RC-OPERATOR-ID TO RQ-OPERATOR-ID
           WRITE REQUISITION-RECORD
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Requisition " RQ-REQ-NUMBER " opened - dept "
               RQ-DEPT-CODE " position " RQ-POSITION-CODE
           ADD 1 TO WS-OPENED-COUNT.
       3100-OPEN-REQUISITION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3200-CLOSE-REQUISITION - an open requisition marked filled   *>
      *> or cancelled as of today.                                    *>
      *>----------------------------------------------------------*>
       3200-CLOSE-REQUISITION.
           IF RI-REQ-NUMBER IS NOT NUMERIC
               MOVE "RQ06" TO WS-REASON-CODE
               GO TO 3200-CLOSE-REQUISITION-EXIT
           END-IF
           MOVE RI-REQ-NUMBER TO RQ-REQ-NUMBER
           READ REQUISITION-FILE
               INVALID KEY
                   MOVE "RQ06" TO WS-REASON-CODE
                   GO TO 3200-CLOSE-REQUISITION-EXIT
           END-READ
           IF NOT RQ-OPEN
               MOVE "RQ07" TO WS-REASON-CODE
               GO TO 3200-CLOSE-REQUISITION-EXIT
           END-IF
           IF RI-ACTION = "F"
               SET RQ-FILLED TO TRUE
               MOVE WS-PERSON-ID TO RQ-FILLED-BY
               ADD 1 TO WS-FILLED-COUNT
           ELSE
               SET RQ-CANCELLED TO TRUE
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           MOVE RC-RUN-DATE TO RQ-CLOSED-DATE
           MOVE RC-OPERATOR-ID TO RQ-OPERATOR-ID
           REWRITE REQUISITION-RECORD
           MOVE RQ-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 0900-FIND-OR-ADD-DEPT-ENTRY
           IF WS-DEPT-FOUND AND WS-DT-OPEN-REQS(WS-DT-IDX) > 0
               SUBTRACT 1 FROM WS-DT-OPEN-REQS(WS-DT-IDX)
           END-IF.
       3200-CLOSE-REQUISITION-EXIT.
           EXIT.

       3900-WRITE-REJECT-RECORD.
           MOVE SPACES TO REQ-REJECT-RECORD
           MOVE REQ-IN-RECORD TO RJ-INPUT-ROW
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           WRITE REQ-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job counts; read must      *>
      *> equal opened, filled, cancelled and rejected together.       *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Requisition rows read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Opened: " WS-OPENED-COUNT
               " Filled: " WS-FILLED-COUNT
               " Cancelled: " WS-CANCELLED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Rejected: " WS-REJECTED-COUNT
           MOVE "REQMAINT" TO CW-JOB-STEP
           MOVE "OPENED" TO CW-TOTAL-NAME
           MOVE WS-OPENED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "FILLED" TO CW-TOTAL-NAME
           MOVE WS-FILLED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CANCELLED" TO CW-TOTAL-NAME
           MOVE WS-CANCELLED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
