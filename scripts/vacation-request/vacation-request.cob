      *>--------------------------------------------------------------*>
      *> PROGRAM:    VacRequest                                       *>
      *> PURPOSE:    Edit-and-load step for the VACREQIN.DAT vacation *>
      *>             request batch, so an absence is asked for and    *>
      *>             approved before it is charged instead of HR      *>
      *>             keying VACTRAN.DAT from emails after the fact.   *>
      *>             Each clean request is written to VACREQ pending  *>
      *>             against the person's PERSMGR manager, with the   *>
      *>             business days between its dates counted by       *>
      *>             CountBusinessDaysBetween and flagged when they   *>
      *>             would take the VACBAL balance negative; the      *>
      *>             manager decides it on the VacApprove screen.     *>
      *>             Failures go to VACRREJ.DAT with a reason code -  *>
      *>             a person not on PERSMAST or inactive, bad dates, *>
      *>             no manager on file, no business days in the      *>
      *>             span, or the same first day already requested.   *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VacRequest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "VACREQIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.
           SELECT REJECT-FILE ASSIGN TO "VACRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
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
           SELECT VACATION-BALANCE ASSIGN TO "VACBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-PERSON-ID
               FILE STATUS IS WS-VB-STATUS.
           SELECT VACATION-REQUEST ASSIGN TO "VACREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VQ-REQUEST-KEY
               FILE STATUS IS WS-VQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01 REQUEST-IN-RECORD.
           05 VI-PERSON-ID              PIC 9(05).
           05 FILLER                    PIC X(01).
           05 VI-START-DATE             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 VI-END-DATE               PIC 9(08).

       FD  REJECT-FILE.
       01 REQUEST-REJECT-RECORD.
           05 VJ-PERSON-ID              PIC 9(05).
           05 FILLER                    PIC X(01).
           05 VJ-START-DATE             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 VJ-END-DATE               PIC 9(08).
           05 FILLER                    PIC X(01).
           05 VJ-REASON-CODE            PIC X(04).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  VACATION-BALANCE.
           COPY "vacation-balance.cpy".

       FD  VACATION-REQUEST.
           COPY "vacation-request.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-VI-STATUS              PIC X(02) VALUE "00".
           88 WS-VI-OK                        VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-VB-STATUS              PIC X(02) VALUE "00".
           88 WS-VB-OK                        VALUE "00".
       01 WS-VQ-STATUS              PIC X(02) VALUE "00".
           88 WS-VQ-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-MGR-FILE-FLAG          PIC X(01) VALUE "N".
           88 WS-MGR-FILE-OPEN                VALUE "Y".
       01 WS-VB-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-VB-FILE-OPEN                 VALUE "Y".
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.
       01 WS-MANAGER-ID             PIC 9(05) VALUE 0.
       01 WS-BUSINESS-DAYS          PIC 9(03) VALUE 0.
       01 WS-BALANCE-AFTER          PIC S9(05)V9(02) VALUE 0.

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-OVERDRAW-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0500-OPEN-MASTERS
               IF WS-PM-OK AND WS-VQ-OK
                   OPEN OUTPUT REJECT-FILE
                   PERFORM 2000-EDIT-REQUEST-FILE
                   CLOSE REJECT-FILE
                   PERFORM 0590-CLOSE-MASTERS
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
           MOVE "VACREQ" TO RC-JOB-STEP-NAME.

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
      *> 0500-OPEN-MASTERS - PERSMAST is required and VACREQ is      *>
      *> created on first use.  No PERSMGR means no request can be   *>
      *> routed to a manager; no VACBAL means a zero balance.        *>
      *>----------------------------------------------------------*>
       0500-OPEN-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "VACREQ" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PERSON-MANAGER
           IF WS-MG-OK
               SET WS-MGR-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT VACATION-BALANCE
           IF WS-VB-OK
               SET WS-VB-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O VACATION-REQUEST
           IF WS-VQ-STATUS = "35"
               OPEN OUTPUT VACATION-REQUEST
               CLOSE VACATION-REQUEST
               OPEN I-O VACATION-REQUEST
           END-IF
           IF NOT WS-VQ-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open VACREQ - status " WS-VQ-STATUS
               MOVE "VACREQ" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open VACREQ" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0590-CLOSE-MASTERS.
           CLOSE PERSON-MASTER
           CLOSE VACATION-REQUEST
           IF WS-MGR-FILE-OPEN
               CLOSE PERSON-MANAGER
           END-IF
           IF WS-VB-FILE-OPEN
               CLOSE VACATION-BALANCE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-EDIT-REQUEST-FILE - the VACREQIN.DAT batch.             *>
      *>----------------------------------------------------------*>
       2000-EDIT-REQUEST-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-FILE
           IF NOT WS-VI-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open VACREQIN.DAT - status "
                   WS-VI-STATUS
               MOVE "VACREQ" TO LE-PROGRAM-NAME
               MOVE "2000-EDIT-REQUEST-FILE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open VACREQIN.DAT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               PERFORM 2010-EDIT-ONE-REQUEST
                   UNTIL WS-AT-END
               CLOSE REQUEST-FILE
           END-IF.

       2010-EDIT-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 3000-EDIT-AND-ROUTE-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-EDIT-AND-ROUTE-RECORD - the edits in order; the first   *>
      *> failure wins the reason code, clean requests go to VACREQ.   *>
      *>----------------------------------------------------------*>
       3000-EDIT-AND-ROUTE-RECORD.
           PERFORM 3010-EDIT-THIS-REQUEST
               THRU 3010-EDIT-THIS-REQUEST-EXIT
           IF WS-REASON-CODE = SPACES
               PERFORM 3200-WRITE-VACATION-REQUEST
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               PERFORM 3300-WRITE-REJECT-RECORD
           END-IF.

       3010-EDIT-THIS-REQUEST.
           MOVE SPACES TO WS-REASON-CODE
           IF VI-PERSON-ID IS NOT NUMERIC
               MOVE "VR01" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           MOVE VI-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "VR01" TO WS-REASON-CODE
                   GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-READ
           IF PM-INACTIVE
               MOVE "VR02" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           IF VI-START-DATE IS NOT NUMERIC
               OR VI-END-DATE IS NOT NUMERIC
               MOVE "VR03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           MOVE VI-START-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               MOVE "VR03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           MOVE VI-END-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               OR VI-END-DATE < VI-START-DATE
               MOVE "VR03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           PERFORM 3020-FIND-MANAGER
           IF WS-MANAGER-ID = 0
               MOVE "VR04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           MOVE VI-START-DATE TO DC-DATE
           MOVE VI-END-DATE TO DC-DATE-2
           CALL "CountBusinessDaysBetween" USING DC-DATE DC-DATE-2
               DC-BUSINESS-DAYS
           IF DC-BUSINESS-DAYS NOT > 0
               MOVE "VR05" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-REQUEST-EXIT
           END-IF
           MOVE DC-BUSINESS-DAYS TO WS-BUSINESS-DAYS
           MOVE VI-PERSON-ID TO VQ-PERSON-ID
           MOVE VI-START-DATE TO VQ-START-DATE
           READ VACATION-REQUEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "VR06" TO WS-REASON-CODE
           END-READ.
       3010-EDIT-THIS-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3020-FIND-MANAGER - the person's PERSMGR reporting line; a   *>
      *> person at the top of a tree has nobody to approve for them.  *>
      *>----------------------------------------------------------*>
       3020-FIND-MANAGER.
           MOVE 0 TO WS-MANAGER-ID
           IF WS-MGR-FILE-OPEN
               MOVE VI-PERSON-ID TO MG-PERSON-ID
               READ PERSON-MANAGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MG-MANAGER-ID TO WS-MANAGER-ID
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-WRITE-VACATION-REQUEST - pending for the manager, with  *>
      *> the overdraw flag set when the days asked for exceed the     *>
      *> current VACBAL balance.                                      *>
      *>----------------------------------------------------------*>
       3200-WRITE-VACATION-REQUEST.
           MOVE 0 TO VB-BALANCE-DAYS
           IF WS-VB-FILE-OPEN
               MOVE VI-PERSON-ID TO VB-PERSON-ID
               READ VACATION-BALANCE
                   INVALID KEY
                       MOVE 0 TO VB-BALANCE-DAYS
               END-READ
           END-IF
           COMPUTE WS-BALANCE-AFTER =
               VB-BALANCE-DAYS - WS-BUSINESS-DAYS
           MOVE SPACES TO VACATION-REQUEST-RECORD
           MOVE VI-PERSON-ID TO VQ-PERSON-ID
           MOVE VI-START-DATE TO VQ-START-DATE
           MOVE VI-END-DATE TO VQ-END-DATE
           MOVE WS-MANAGER-ID TO VQ-MANAGER-ID
           MOVE WS-BUSINESS-DAYS TO VQ-BUSINESS-DAYS
           SET VQ-PENDING TO TRUE
           MOVE "N" TO VQ-OVERDRAW-FLAG
           IF WS-BALANCE-AFTER < 0
               SET VQ-OVERDRAWS TO TRUE
           END-IF
           MOVE RC-RUN-DATE TO VQ-ENTERED-DATE
           MOVE RC-OPERATOR-ID TO VQ-OPERATOR-ID
           MOVE 0 TO VQ-DECIDED-DATE
           WRITE VACATION-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME " VACREQ write failed for "
                       VI-PERSON-ID " - status " WS-VQ-STATUS
                   MOVE "VR06" TO WS-REASON-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNT
                   IF VQ-OVERDRAWS
                       ADD 1 TO WS-OVERDRAW-COUNT
                   END-IF
           END-WRITE.

       3300-WRITE-REJECT-RECORD.
           MOVE SPACES TO REQUEST-REJECT-RECORD
           MOVE VI-PERSON-ID TO VJ-PERSON-ID
           MOVE VI-START-DATE TO VJ-START-DATE
           MOVE VI-END-DATE TO VJ-END-DATE
           MOVE WS-REASON-CODE TO VJ-REASON-CODE
           WRITE REQUEST-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job read / accepted /      *>
      *> rejected counts; read must equal accepted plus rejected.     *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Requests read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Requests pending: "
               WS-ACCEPTED-COUNT " Over balance: " WS-OVERDRAW-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Requests rejected: "
               WS-REJECTED-COUNT.
