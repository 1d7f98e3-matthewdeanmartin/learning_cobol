      *>--------------------------------------------------------------*>
      *> PROGRAM:    TimecardEdit                                     *>
      *> PURPOSE:    Edit step for the hourly TIMECARD.DAT batch,     *>
      *>             run before PayCycle, in the PersonEdit manner.   *>
      *>             Reads the corrected reject recycle file          *>
      *>             (TIMEREJ.RCY) first and then TIMECARD.DAT,       *>
      *>             writes clean cards to TIMEACPT.DAT for PayCycle  *>
      *>             to price, and writes failures to TIMEREJ.DAT     *>
      *>             with a reason code per card - unknown,           *>
      *>             inactive or on-leave person, a date outside the  *>
      *>             hire / termination span, bad date or hours, a    *>
      *>             person not paid hourly, a duplicate day - so no  *>
      *>             card is silently dropped.                        *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimecardEdit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "TIMEREJ.RCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "TIMEACPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TIMEREJ.DAT"
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
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT PERSON-SERVICE ASSIGN TO "PERSSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-PERSON-ID
               FILE STATUS IS WS-SV-STATUS.
           SELECT PERSON-LEAVE ASSIGN TO "PERSLEAV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-PERSON-ID
               FILE STATUS IS WS-LV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE.
           COPY "timecard.cpy".

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05 RCY-PERSON-ID        PIC 9(05).
           05 RCY-WORK-DATE        PIC 9(08).
           05 RCY-HOURS            PIC 9(02)V9(02).
           05 RCY-OLD-REASON       PIC X(04).

       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD.
           05 AC-PERSON-ID         PIC 9(05).
           05 AC-WORK-DATE         PIC 9(08).
           05 AC-HOURS             PIC 9(02)V9(02).

       FD  REJECT-FILE.
           COPY "timecard-reject.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  PERSON-SERVICE.
           COPY "person-service.cpy".

       FD  PERSON-LEAVE.
           COPY "person-leave.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-TC-STATUS              PIC X(02) VALUE "00".
           88 WS-TC-OK                        VALUE "00".
       01 WS-RCY-STATUS             PIC X(02) VALUE "00".
           88 WS-RCY-OK                       VALUE "00".
       01 WS-ACC-STATUS             PIC X(02) VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-SV-STATUS              PIC X(02) VALUE "00".
           88 WS-SV-OK                        VALUE "00".
       01 WS-LV-STATUS              PIC X(02) VALUE "00".
           88 WS-LV-OK                        VALUE "00".
       01 WS-COMP-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-COMP-FILE-OPEN               VALUE "Y".
       01 WS-SERVICE-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-SERVICE-FILE-OPEN            VALUE "Y".
       01 WS-LEAVE-FILE-FLAG        PIC X(01) VALUE "N".
           88 WS-LEAVE-FILE-OPEN              VALUE "Y".
       01 WS-RECYCLE-FILE-NAME      PIC X(12) VALUE "TIMEREJ.RCY".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".

       01 WS-EDIT-FIELDS.
           05 WS-ED-PERSON-ID       PIC 9(05).
           05 WS-ED-WORK-DATE       PIC 9(08).
           05 WS-ED-HOURS           PIC 9(02)V9(02).
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-RECYCLED-COUNT         PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-ACCEPTED-HOURS         PIC 9(07)V9(02) VALUE 0.

      *> person and work date of every card accepted so far.
       01 WS-SEEN-COUNT             PIC 9(04) COMP VALUE 0.
       01 WS-SEEN-MAX               PIC 9(04) COMP VALUE 5000.
       01 WS-SEEN-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-SEEN-FOUND                   VALUE "Y".
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SEEN-IDX.
               10 WS-SEEN-PERSON-ID PIC 9(05).
               10 WS-SEEN-WORK-DATE PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0500-OPEN-MASTERS
               IF WS-PM-OK
                   OPEN OUTPUT ACCEPTED-FILE
                   OPEN OUTPUT REJECT-FILE
                   PERFORM 1000-EDIT-RECYCLE-FILE
                   PERFORM 2000-EDIT-TIMECARD-FILE
                   CLOSE ACCEPTED-FILE
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
           MOVE "TCEDIT" TO RC-JOB-STEP-NAME.

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
      *> 0500-OPEN-MASTERS - PERSMAST is required; without COMPMAST  *>
      *> nobody is hourly, and without PERSSERV / PERSLEAV there are *>
      *> no termination or leave dates to hold a card against.       *>
      *>----------------------------------------------------------*>
       0500-OPEN-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "TCEDIT" TO LE-PROGRAM-NAME
               MOVE "0500-OPEN-MASTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-CM-OK
               SET WS-COMP-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PERSON-SERVICE
           IF WS-SV-OK
               SET WS-SERVICE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PERSON-LEAVE
           IF WS-LV-OK
               SET WS-LEAVE-FILE-OPEN TO TRUE
           END-IF.

       0590-CLOSE-MASTERS.
           CLOSE PERSON-MASTER
           IF WS-COMP-FILE-OPEN
               CLOSE COMP-MASTER
           END-IF
           IF WS-SERVICE-FILE-OPEN
               CLOSE PERSON-SERVICE
           END-IF
           IF WS-LEAVE-FILE-OPEN
               CLOSE PERSON-LEAVE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-EDIT-RECYCLE-FILE - corrected rejects from a prior run  *>
      *> go through the same edits first, then the recycle file is    *>
      *> removed so it cannot be reprocessed.                         *>
      *>----------------------------------------------------------*>
       1000-EDIT-RECYCLE-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RECYCLE-FILE
           IF WS-RCY-OK
               PERFORM 1010-EDIT-ONE-RECYCLE-RECORD
                   UNTIL WS-AT-END
               CLOSE RECYCLE-FILE
               CALL "CBL_DELETE_FILE" USING WS-RECYCLE-FILE-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       1010-EDIT-ONE-RECYCLE-RECORD.
           READ RECYCLE-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-RECYCLED-COUNT
                   MOVE RCY-PERSON-ID TO WS-ED-PERSON-ID
                   MOVE RCY-WORK-DATE TO WS-ED-WORK-DATE
                   MOVE RCY-HOURS TO WS-ED-HOURS
                   PERFORM 3000-EDIT-AND-ROUTE-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-EDIT-TIMECARD-FILE - the period's TIMECARD.DAT batch.   *>
      *>----------------------------------------------------------*>
       2000-EDIT-TIMECARD-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TIMECARD-FILE
           IF NOT WS-TC-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open TIMECARD.DAT - status "
                   WS-TC-STATUS
               MOVE "TCEDIT" TO LE-PROGRAM-NAME
               MOVE "2000-EDIT-TIMECARD-FILE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open TIMECARD.DAT" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               PERFORM 2010-EDIT-ONE-TIMECARD
                   UNTIL WS-AT-END
               CLOSE TIMECARD-FILE
           END-IF.

       2010-EDIT-ONE-TIMECARD.
           READ TIMECARD-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE TC-PERSON-ID TO WS-ED-PERSON-ID
                   MOVE TC-WORK-DATE TO WS-ED-WORK-DATE
                   MOVE TC-HOURS TO WS-ED-HOURS
                   PERFORM 3000-EDIT-AND-ROUTE-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-EDIT-AND-ROUTE-RECORD - the edits in order; the first   *>
      *> failure wins the reason code, clean cards go to the          *>
      *> accepted file.                                               *>
      *>----------------------------------------------------------*>
       3000-EDIT-AND-ROUTE-RECORD.
           PERFORM 3010-EDIT-THIS-CARD
               THRU 3010-EDIT-THIS-CARD-EXIT
           IF WS-REASON-CODE = SPACES
               PERFORM 3200-WRITE-ACCEPTED-RECORD
           ELSE
               PERFORM 3300-WRITE-REJECT-RECORD
           END-IF.

       3010-EDIT-THIS-CARD.
           MOVE SPACES TO WS-REASON-CODE
           MOVE WS-ED-WORK-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               OR WS-ED-HOURS IS NOT NUMERIC
               OR WS-ED-HOURS = 0
               OR WS-ED-HOURS > 24
               MOVE "TC06" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-CARD-EXIT
           END-IF
           MOVE WS-ED-PERSON-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "TC01" TO WS-REASON-CODE
                   GO TO 3010-EDIT-THIS-CARD-EXIT
           END-READ
           IF WS-ED-WORK-DATE < PM-HIRE-DATE
               MOVE "TC04" TO WS-REASON-CODE
               GO TO 3010-EDIT-THIS-CARD-EXIT
           END-IF
           IF PM-INACTIVE
               PERFORM 3020-CHECK-TERMINATION
               IF WS-REASON-CODE NOT = SPACES
                   GO TO 3010-EDIT-THIS-CARD-EXIT
               END-IF
           END-IF
           IF PM-ON-LEAVE
               PERFORM 3030-CHECK-LEAVE
               IF WS-REASON-CODE NOT = SPACES
                   GO TO 3010-EDIT-THIS-CARD-EXIT
               END-IF
           END-IF
           PERFORM 3040-CHECK-HOURLY
           IF WS-REASON-CODE NOT = SPACES
               GO TO 3010-EDIT-THIS-CARD-EXIT
           END-IF
           PERFORM 3100-CHECK-DUPLICATE-IN-BATCH
           IF WS-SEEN-FOUND
               MOVE "TC08" TO WS-REASON-CODE
           END-IF.
       3010-EDIT-THIS-CARD-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3020-CHECK-TERMINATION - an inactive person's card is good  *>
      *> only up to the PERSSERV termination date (final hours).     *>
      *>----------------------------------------------------------*>
       3020-CHECK-TERMINATION.
           IF NOT WS-SERVICE-FILE-OPEN
               MOVE "TC02" TO WS-REASON-CODE
           ELSE
               MOVE PM-PERSON-ID TO SV-PERSON-ID
               READ PERSON-SERVICE
                   INVALID KEY
                       MOVE "TC02" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF SV-LAST-TERM-DATE = 0
                           MOVE "TC02" TO WS-REASON-CODE
                       ELSE
                           IF WS-ED-WORK-DATE > SV-LAST-TERM-DATE
                               MOVE "TC05" TO WS-REASON-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 3030-CHECK-LEAVE - a person on leave has no good card from  *>
      *> the PERSLEAV leave start on; with no leave row, none.       *>
      *>----------------------------------------------------------*>
       3030-CHECK-LEAVE.
           IF NOT WS-LEAVE-FILE-OPEN
               MOVE "TC03" TO WS-REASON-CODE
           ELSE
               MOVE PM-PERSON-ID TO LV-PERSON-ID
               READ PERSON-LEAVE
                   INVALID KEY
                       MOVE "TC03" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF WS-ED-WORK-DATE NOT < LV-LEAVE-START
                           MOVE "TC03" TO WS-REASON-CODE
                       END-IF
               END-READ
           END-IF.

       3040-CHECK-HOURLY.
           IF NOT WS-COMP-FILE-OPEN
               MOVE "TC07" TO WS-REASON-CODE
           ELSE
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       MOVE "TC07" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF NOT CM-HOURLY
                           MOVE "TC07" TO WS-REASON-CODE
                       END-IF
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 3100-CHECK-DUPLICATE-IN-BATCH - the same person and day     *>
      *> twice means one card is a re-key; only the first is         *>
      *> accepted.                                                   *>
      *>----------------------------------------------------------*>
       3100-CHECK-DUPLICATE-IN-BATCH.
           MOVE "N" TO WS-SEEN-FOUND-FLAG
           PERFORM 3110-MATCH-ONE-SEEN-CARD
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   OR WS-SEEN-FOUND
           IF NOT WS-SEEN-FOUND
               IF WS-SEEN-COUNT < WS-SEEN-MAX
                   ADD 1 TO WS-SEEN-COUNT
                   SET WS-SEEN-IDX TO WS-SEEN-COUNT
                   MOVE WS-ED-PERSON-ID
                       TO WS-SEEN-PERSON-ID(WS-SEEN-IDX)
                   MOVE WS-ED-WORK-DATE
                       TO WS-SEEN-WORK-DATE(WS-SEEN-IDX)
               END-IF
           END-IF.

       3110-MATCH-ONE-SEEN-CARD.
           IF WS-SEEN-PERSON-ID(WS-SEEN-IDX) = WS-ED-PERSON-ID
               AND WS-SEEN-WORK-DATE(WS-SEEN-IDX) = WS-ED-WORK-DATE
               SET WS-SEEN-FOUND TO TRUE
           END-IF.

       3200-WRITE-ACCEPTED-RECORD.
           MOVE WS-ED-PERSON-ID TO AC-PERSON-ID
           MOVE WS-ED-WORK-DATE TO AC-WORK-DATE
           MOVE WS-ED-HOURS TO AC-HOURS
           WRITE ACCEPTED-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD WS-ED-HOURS TO WS-ACCEPTED-HOURS.

       3300-WRITE-REJECT-RECORD.
           MOVE WS-ED-PERSON-ID TO TJ-PERSON-ID
           MOVE WS-ED-WORK-DATE TO TJ-WORK-DATE
           MOVE WS-ED-HOURS TO TJ-HOURS
           MOVE WS-REASON-CODE TO TJ-REASON-CODE
           WRITE TIMECARD-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job read / recycled /      *>
      *> accepted / rejected counts; read must equal accepted plus    *>
      *> rejected.                                                    *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Cards read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Recycled rejects read: "
               WS-RECYCLED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Cards accepted: "
               WS-ACCEPTED-COUNT " Hours: " WS-ACCEPTED-HOURS
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Cards rejected: "
               WS-REJECTED-COUNT.
