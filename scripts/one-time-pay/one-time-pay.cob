      *>--------------------------------------------------------------*>
      *> PROGRAM:    OneTimePay                                       *>
      *> PURPOSE:    Edit-and-load step for the ONETIME.DAT one-time  *>
      *>             payment batch (bonus, spot award, commission,    *>
      *>             one-off adjustment), run before PayCycle in the  *>
      *>             PersonEdit manner.  Each clean payment is        *>
      *>             written to PAYTRAN as an open transaction for    *>
      *>             its target period, carrying the approving        *>
      *>             operator, and the finalized PayCycle for that    *>
      *>             period folds it into gross.  Failures go to      *>
      *>             ONETREJ.DAT with a reason code - a person not    *>
      *>             on PERSMAST or inactive, a bad type, amount or   *>
      *>             period, no approver, a payment over the          *>
      *>             approval limit whose approver is not at the      *>
      *>             OPERAUTH.CTL approver level, or a payment        *>
      *>             already loaded, whether still open or since paid *>
      *>             by PayCycle - so a rerun pays nothing twice.  A  *>
      *>             payment meant to repeat one already made needs   *>
      *>             its own target period.                           *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               ONETIME_APPROVAL_LIMIT  whole dollars, seven   *>
      *>                               digits, above which the        *>
      *>                               approver needs the approver    *>
      *>                               level (default 0001000)        *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OneTimePay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONE-TIME-FILE ASSIGN TO "ONETIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ONETREJ.DAT"
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
           SELECT PAY-TRANSACTION ASSIGN TO "PAYTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-TRAN-KEY
               FILE STATUS IS WS-PT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONE-TIME-FILE.
           COPY "one-time-payment.cpy".

       FD  REJECT-FILE.
           COPY "one-time-reject.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PAY-TRANSACTION.
           COPY "pay-transaction.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "operator-auth-call.cpy".
       01 WS-OT-STATUS              PIC X(02) VALUE "00".
           88 WS-OT-OK                        VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-PT-STATUS              PIC X(02) VALUE "00".
           88 WS-PT-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-PT-EOF                 PIC X(01) VALUE "N".
           88 WS-PT-AT-END                    VALUE "Y".
       01 WS-LIMIT-TEXT             PIC X(07) VALUE SPACES.
       01 WS-LIMIT-DOLLARS          PIC 9(07) VALUE 1000.

      *> the approval limit in cents, and the OPERAUTH.CTL level an
      *> approver needs above it.
       01 WS-APPROVAL-LIMIT         PIC 9(11) VALUE 0.
       01 WS-APPROVER-LEVEL         PIC 9(01) VALUE 7.

       01 WS-PAY-TYPE               PIC X(04) VALUE SPACES.
           88 WS-VALID-PAY-TYPE               VALUE "BONS" "COMM"
                                                    "ADJT".
       01 WS-ABS-AMOUNT             PIC 9(11) VALUE 0.
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.
       01 WS-NEXT-SEQ               PIC 9(04) VALUE 0.
       01 WS-DUPLICATE-FLAG         PIC X(01) VALUE "N".
           88 WS-DUPLICATE-FOUND              VALUE "Y".

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-AMOUNT        PIC S9(13) VALUE 0.
       01 WS-ACCEPTED-DISPLAY       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0100-READ-CONTROLS
               PERFORM 0500-OPEN-MASTERS
               IF WS-PM-OK AND WS-PT-OK
                   OPEN OUTPUT REJECT-FILE
                   PERFORM 2000-EDIT-ONE-TIME-FILE
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
           MOVE "ONETIME" TO RC-JOB-STEP-NAME.

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

       0100-READ-CONTROLS.
           ACCEPT WS-LIMIT-TEXT
               FROM ENVIRONMENT "ONETIME_APPROVAL_LIMIT"
           IF WS-LIMIT-TEXT IS NUMERIC
               MOVE WS-LIMIT-TEXT TO WS-LIMIT-DOLLARS
           END-IF
           COMPUTE WS-APPROVAL-LIMIT = WS-LIMIT-DOLLARS * 100.

      *>----------------------------------------------------------*>
      *> 0500-OPEN-MASTERS - PERSMAST is required; PAYTRAN is        *>
      *> created on first use.                                       *>
      *>----------------------------------------------------------*>
       0500-OPEN-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "ONETIME" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O PAY-TRANSACTION
           IF WS-PT-STATUS = "35"
               OPEN OUTPUT PAY-TRANSACTION
               CLOSE PAY-TRANSACTION
               OPEN I-O PAY-TRANSACTION
           END-IF
           IF NOT WS-PT-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PAYTRAN - status " WS-PT-STATUS
               MOVE "ONETIME" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PAYTRAN" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0590-CLOSE-MASTERS.
           CLOSE PERSON-MASTER
           CLOSE PAY-TRANSACTION.

      *>----------------------------------------------------------*>
      *> 2000-EDIT-ONE-TIME-FILE - the ONETIME.DAT batch.             *>
      *>----------------------------------------------------------*>
       2000-EDIT-ONE-TIME-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ONE-TIME-FILE
           IF NOT WS-OT-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open ONETIME.DAT - status "
                   WS-OT-STATUS
               MOVE "ONETIME" TO LE-PROGRAM-NAME
               MOVE "2000-EDIT-ONE-TIME-FILE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open ONETIME.DAT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               PERFORM 2010-EDIT-ONE-PAYMENT
                   UNTIL WS-AT-END
               CLOSE ONE-TIME-FILE
           END-IF.

       2010-EDIT-ONE-PAYMENT.
           READ ONE-TIME-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 3000-EDIT-AND-ROUTE-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-EDIT-AND-ROUTE-RECORD - the edits in order; the first   *>
      *> failure wins the reason code, clean payments go to PAYTRAN.  *>
      *>----------------------------------------------------------*>
       3000-EDIT-AND-ROUTE-RECORD.
           PERFORM 3010-EDIT-THIS-PAYMENT
               THRU 3010-EDIT-THIS-PAYMENT-EXIT
           IF WS-REASON-CODE = SPACES
               PERFORM 3200-WRITE-PAY-TRANSACTION
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               PERFORM 3300-WRITE-REJECT-RECORD
           END-IF.

       3010-EDIT-THIS-PAYMENT.
           MOVE SPACES TO WS-REASON-CODE
           MOVE OT-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "OT01" TO WS-REASON-CODE
                   GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-READ
           IF PM-INACTIVE
               MOVE "OT02" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           MOVE OT-PAY-TYPE TO WS-PAY-TYPE
           IF NOT WS-VALID-PAY-TYPE
               MOVE "OT03" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           IF OT-AMOUNT IS NOT NUMERIC
               MOVE "OT04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           IF OT-AMOUNT = 0
               MOVE "OT04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           IF OT-TARGET-PERIOD-END IS NOT NUMERIC
               MOVE "OT05" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           IF OT-TARGET-PERIOD-END NOT = 0
               MOVE OT-TARGET-PERIOD-END TO DC-DATE
               CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
               IF DC-DATE-INVALID
                   MOVE "OT05" TO WS-REASON-CODE
                   GO TO 3010-EDIT-THIS-PAYMENT-EXIT
               END-IF
           END-IF
           IF OT-APPROVER-ID = SPACES
               MOVE "OT06" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           PERFORM 3020-CHECK-APPROVER
           IF WS-REASON-CODE NOT = SPACES
               GO TO 3010-EDIT-THIS-PAYMENT-EXIT
           END-IF
           PERFORM 3100-SCAN-PERSON-TRANSACTIONS
           IF WS-DUPLICATE-FOUND
               MOVE "OT08" TO WS-REASON-CODE
           END-IF.
       3010-EDIT-THIS-PAYMENT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3020-CHECK-APPROVER - a payment above the approval limit,   *>
      *> either way, posts only on the word of an operator at the    *>
      *> approver level; CheckOperatorAuth logs the refusal.         *>
      *>----------------------------------------------------------*>
       3020-CHECK-APPROVER.
           IF OT-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - OT-AMOUNT
           ELSE
               MOVE OT-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-APPROVAL-LIMIT
               MOVE OT-APPROVER-ID TO OA-OPERATOR-ID
               MOVE WS-APPROVER-LEVEL TO OA-REQUIRED-LEVEL
               CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
                   OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
               IF OA-REFUSED
                   MOVE "OT07" TO WS-REASON-CODE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3100-SCAN-PERSON-TRANSACTIONS - the person's PAYTRAN rows:  *>
      *> a row of the same type, amount and target period, open or   *>
      *> already posted by PayCycle, is this payment loaded before;  *>
      *> the highest sequence gives the next one to use.             *>
      *>----------------------------------------------------------*>
       3100-SCAN-PERSON-TRANSACTIONS.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-PT-EOF
           MOVE OT-PERSON-ID TO PT-PERSON-ID
           MOVE 0 TO PT-TRAN-SEQ
           START PAY-TRANSACTION
               KEY IS NOT LESS THAN PT-TRAN-KEY
               INVALID KEY
                   SET WS-PT-AT-END TO TRUE
           END-START
           PERFORM 3110-SCAN-ONE-TRANSACTION
               UNTIL WS-PT-AT-END
           ADD 1 TO WS-NEXT-SEQ.

       3110-SCAN-ONE-TRANSACTION.
           READ PAY-TRANSACTION NEXT RECORD
               AT END
                   SET WS-PT-AT-END TO TRUE
               NOT AT END
                   IF PT-PERSON-ID NOT = OT-PERSON-ID
                       SET WS-PT-AT-END TO TRUE
                   ELSE
                       MOVE PT-TRAN-SEQ TO WS-NEXT-SEQ
                       IF (PT-OPEN OR PT-POSTED)
                           AND PT-PAY-TYPE = OT-PAY-TYPE
                           AND PT-AMOUNT = OT-AMOUNT
                           AND PT-TARGET-PERIOD-END
                               = OT-TARGET-PERIOD-END
                           SET WS-DUPLICATE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-WRITE-PAY-TRANSACTION.
           MOVE SPACES TO PAY-TRANSACTION-RECORD
           MOVE OT-PERSON-ID TO PT-PERSON-ID
           MOVE WS-NEXT-SEQ TO PT-TRAN-SEQ
           MOVE OT-PAY-TYPE TO PT-PAY-TYPE
           MOVE OT-AMOUNT TO PT-AMOUNT
           MOVE OT-TARGET-PERIOD-END TO PT-TARGET-PERIOD-END
           MOVE 0 TO PT-REF-PERIOD-START
           MOVE 0 TO PT-REF-PERIOD-END
           SET PT-OPEN TO TRUE
           MOVE RC-RUN-DATE TO PT-ENTERED-DATE
           MOVE RC-OPERATOR-ID TO PT-OPERATOR-ID
           MOVE 0 TO PT-POSTED-PERIOD-END
           MOVE OT-APPROVER-ID TO PT-APPROVER-ID
           WRITE PAY-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME " PAYTRAN write failed for "
                       OT-PERSON-ID " - status " WS-PT-STATUS
                   MOVE "OT08" TO WS-REASON-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD OT-AMOUNT TO WS-ACCEPTED-AMOUNT
           END-WRITE.

       3300-WRITE-REJECT-RECORD.
           MOVE SPACES TO ONE-TIME-REJECT-RECORD
           MOVE OT-PERSON-ID TO OJ-PERSON-ID
           MOVE OT-PAY-TYPE TO OJ-PAY-TYPE
           MOVE OT-AMOUNT TO OJ-AMOUNT
           MOVE OT-TARGET-PERIOD-END TO OJ-TARGET-PERIOD-END
           MOVE OT-APPROVER-ID TO OJ-APPROVER-ID
           MOVE WS-REASON-CODE TO OJ-REASON-CODE
           WRITE ONE-TIME-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job read / accepted /      *>
      *> rejected counts; read must equal accepted plus rejected.     *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           COMPUTE WS-ACCEPTED-DISPLAY = WS-ACCEPTED-AMOUNT / 100
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Payments read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Payments loaded: "
               WS-ACCEPTED-COUNT " Amount: " WS-ACCEPTED-DISPLAY
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Payments rejected: "
               WS-REJECTED-COUNT.
