      *>--------------------------------------------------------------*>
      *> PROGRAM:    EventPublish                                     *>
      *> PURPOSE:    Person change event publication.  Turns what     *>
      *>             has changed since the last run into typed        *>
      *>             events on the PERSEVT.LOG event log - hires and  *>
      *>             name changes from the AUDMAST audit repository,  *>
      *>             transfers, leaves, returns and manager changes   *>
      *>             from the TRANSAPP.LOG TransApply journal, and    *>
      *>             terminations from TERMLOG.DAT - then serves      *>
      *>             every subscriber registered on EVTSUB.CTL from   *>
      *>             its own EVTQ.<subscriber> queue file and its     *>
      *>             own EVTCURS.DAT cursor, so a slow consumer holds *>
      *>             up nobody else.  Each subscriber receives only   *>
      *>             the event types it asked for; events it has not  *>
      *>             acknowledged on EVTACK.<subscriber> within its   *>
      *>             resend window are queued again, and a queue      *>
      *>             that cannot be written is simply retried next    *>
      *>             run.  The EVTLAG.yyyymmdd report shows how far   *>
      *>             behind each subscriber is.                       *>
      *>                                                              *>
      *>             The EVTPUB.CKP checkpoint remembers the last     *>
      *>             event sequence, the latest audit timestamp       *>
      *>             published and how many TRANSAPP.LOG and          *>
      *>             TERMLOG.DAT rows earlier runs consumed - the     *>
      *>             AUDLOAD.CKP idea - so the job can run as often   *>
      *>             as the consumers want.  Delivery is at least     *>
      *>             once: a consumer must ignore a sequence number   *>
      *>             it has already processed.                        *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventPublish.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-AUDIT-KEY
               FILE STATUS IS WS-AM-STATUS.
           SELECT APPLIED-LOG ASSIGN TO WS-APPLIED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT TERM-LOG ASSIGN TO WS-TERM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT EVENT-LOG ASSIGN TO WS-EVENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT PUBLISH-CHECKPOINT ASSIGN TO WS-CKP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "EVTSUB.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.
           SELECT CURSOR-FILE ASSIGN TO WS-CURSOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT EVENT-QUEUE ASSIGN TO WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQ-STATUS.
           SELECT EVENT-ACK ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.
           SELECT LAG-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER.
           COPY "person-audit-master.cpy".

       FD  APPLIED-LOG.
           COPY "person-trans-applied.cpy".

       FD  TERM-LOG.
           COPY "person-term-log.cpy".

       FD  EVENT-LOG.
           COPY "person-event.cpy".

       FD  PUBLISH-CHECKPOINT.
       01  PUBLISH-CHECKPOINT-RECORD.
           05 CKP-LAST-SEQUENCE    PIC 9(09).
           05 FILLER               PIC X(01).
           05 CKP-AUDIT-HIGH-WATER PIC X(16).
           05 FILLER               PIC X(01).
           05 CKP-APPLIED-ROWS     PIC 9(09).
           05 FILLER               PIC X(01).
           05 CKP-TERM-ROWS        PIC 9(09).

       FD  SUBSCRIBER-FILE.
           COPY "event-subscriber.cpy".

       FD  CURSOR-FILE.
           COPY "event-cursor.cpy".

       FD  EVENT-QUEUE.
       01  EVENT-QUEUE-RECORD       PIC X(112).

       FD  EVENT-ACK.
       01  EVENT-ACK-RECORD.
           05 EA-ACKED-THRU        PIC 9(09).

       FD  LAG-REPORT.
       01  EL-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-AM-STATUS              PIC X(02) VALUE "00".
           88 WS-AM-OK                        VALUE "00".
       01 WS-TA-STATUS              PIC X(02) VALUE "00".
           88 WS-TA-OK                        VALUE "00".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
           88 WS-TM-OK                        VALUE "00".
       01 WS-EV-STATUS              PIC X(02) VALUE "00".
           88 WS-EV-OK                        VALUE "00".
       01 WS-CKP-STATUS             PIC X(02) VALUE "00".
           88 WS-CKP-OK                       VALUE "00".
       01 WS-SB-STATUS              PIC X(02) VALUE "00".
           88 WS-SB-OK                        VALUE "00".
       01 WS-EC-STATUS              PIC X(02) VALUE "00".
           88 WS-EC-OK                        VALUE "00".
       01 WS-EQ-STATUS              PIC X(02) VALUE "00".
           88 WS-EQ-OK                        VALUE "00".
       01 WS-EA-STATUS              PIC X(02) VALUE "00".
           88 WS-EA-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-SCAN-EOF               PIC X(01) VALUE "N".
           88 WS-SCAN-AT-END                  VALUE "Y".
       01 WS-APPLIED-FILE-NAME      PIC X(16) VALUE "TRANSAPP.LOG".
       01 WS-TERM-FILE-NAME         PIC X(16) VALUE "TERMLOG.DAT".
       01 WS-EVENT-FILE-NAME        PIC X(16) VALUE "PERSEVT.LOG".
       01 WS-CKP-FILE-NAME          PIC X(16) VALUE "EVTPUB.CKP".
       01 WS-CURSOR-FILE-NAME       PIC X(16) VALUE "EVTCURS.DAT".
       01 WS-QUEUE-PREFIX           PIC X(05) VALUE "EVTQ.".
       01 WS-QUEUE-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-ACK-PREFIX             PIC X(08) VALUE "EVTACK.".
       01 WS-ACK-FILE-NAME          PIC X(20) VALUE SPACES.
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       01 WS-LAST-SEQUENCE          PIC 9(09) VALUE 0.
       01 WS-HEAD-BEFORE-RUN        PIC 9(09) VALUE 0.
       01 WS-AUDIT-HIGH-WATER       PIC X(16) VALUE SPACES.
       01 WS-NEW-HIGH-WATER         PIC X(16) VALUE SPACES.
       01 WS-APPLIED-ROWS-BEFORE    PIC 9(09) VALUE 0.
       01 WS-TERM-ROWS-BEFORE       PIC 9(09) VALUE 0.
       01 WS-ROW-NUMBER             PIC 9(09) VALUE 0.
       01 WS-NOW-TIME               PIC 9(08) VALUE 0.
       01 WS-PUBLISHED-COUNT        PIC 9(07) VALUE 0.
       01 WS-QUEUED-COUNT           PIC 9(07) VALUE 0.
       01 WS-RESENT-COUNT           PIC 9(07) VALUE 0.
       01 WS-SERVED-COUNT           PIC 9(05) VALUE 0.
       01 WS-QUEUE-ERROR-COUNT      PIC 9(05) VALUE 0.

       01 WS-NEW-EVENT.
           05 WS-NE-TYPE            PIC X(04).
           05 WS-NE-PERSON-ID       PIC 9(05).
           05 WS-NE-NAME            PIC X(20).
           05 WS-NE-EFFECTIVE       PIC 9(08).
           05 WS-NE-OLD-VALUE       PIC X(20).
           05 WS-NE-NEW-VALUE       PIC X(20).
       01 WS-VALUE-DATE             PIC 9(08) VALUE 0.
       01 WS-VALUE-ID               PIC 9(05) VALUE 0.

       01 WS-CURSOR-COUNT           PIC 9(03) COMP VALUE 0.
       01 WS-CURSOR-MAX             PIC 9(03) COMP VALUE 50.
       01 WS-CURSOR-SUB             PIC 9(03) COMP VALUE 0.
       01 WS-CURSOR-HIT             PIC 9(03) COMP VALUE 0.
       01 WS-CURSOR-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-SUBSCRIBER  PIC X(08).
               10 WS-CT-QUEUED-THRU PIC 9(09).
               10 WS-CT-ACKED-THRU  PIC 9(09).
               10 WS-CT-SENT-DATE   PIC 9(08).
               10 WS-CT-SENT-TIME   PIC 9(08).
               10 WS-CT-ACK-DATE    PIC 9(08).
               10 WS-CT-RESENDS     PIC 9(07).

       01 WS-TYPE-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-TYPE-FLAG              PIC X(01) VALUE "N".
           88 WS-TYPE-WANTED                  VALUE "Y".
       01 WS-ALL-TYPES-FLAG         PIC X(01) VALUE "N".
           88 WS-ALL-TYPES                    VALUE "Y".
       01 WS-RESEND-FLAG            PIC X(01) VALUE "N".
           88 WS-RESEND-DUE                   VALUE "Y".
       01 WS-QUEUE-FLAG             PIC X(01) VALUE "N".
           88 WS-QUEUE-OPEN                   VALUE "Y".
       01 WS-SEND-FROM              PIC 9(09) VALUE 0.
       01 WS-RESEND-MINUTES         PIC 9(04) VALUE 0.
       01 WS-SUB-QUEUED             PIC 9(07) VALUE 0.
       01 WS-SUB-RESENT             PIC 9(07) VALUE 0.
       01 WS-SUB-UNACKED            PIC 9(07) VALUE 0.
       01 WS-OLDEST-DATE            PIC 9(08) VALUE 0.
       01 WS-OLDEST-TIME            PIC 9(08) VALUE 0.
       01 WS-STATE-TEXT             PIC X(10) VALUE SPACES.

       01 WS-ELAPSED-FROM-DATE      PIC 9(08) VALUE 0.
       01 WS-ELAPSED-FROM-TIME      PIC 9(08) VALUE 0.
       01 WS-ELAPSED-MINUTES        PIC S9(09) VALUE 0.
       01 WS-FROM-DAY-NUMBER        PIC 9(07) VALUE 0.
       01 WS-TIME-SPLIT             PIC 9(08) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-SPLIT.
           05 WS-TP-HOURS           PIC 9(02).
           05 WS-TP-MINUTES         PIC 9(02).
           05 FILLER                PIC 9(04).
       01 WS-FROM-MINUTE-OF-DAY     PIC 9(04) VALUE 0.
       01 WS-NOW-MINUTE-OF-DAY      PIC 9(04) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(34) VALUE
               "PERSON EVENT SUBSCRIBER LAG - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
           05 FILLER                PIC X(13) VALUE " LAST EVENT ".
           05 WS-H1-HEAD            PIC ZZZZZZZZ9.
       01 WS-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "SUBSCRIBR STATE      QUEUED THRU  ACKED ".
           05 FILLER                PIC X(40) VALUE
               "THRU UNACKED OLDEST UNACKED   LAG MINS L".
           05 FILLER                PIC X(26) VALUE
               "AST ACK   SENT RESENT".
       01 WS-DETAIL-LINE.
           05 WS-DL-SUBSCRIBER      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-STATE           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-QUEUED-THRU     PIC ZZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-ACKED-THRU      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-UNACKED         PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OLDEST-DATE     PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OLDEST-TIME     PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-LAG-MINUTES     PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-LAST-ACK        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-SENT            PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RESENT          PIC ZZZZZ9.
       01 WS-DATE-EDIT              PIC 9(08) VALUE 0.
       01 WS-LAG-EDIT               PIC ZZZZZZZZ9.
       01 WS-TIME-EDIT.
           05 WS-TE-HOURS           PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-TE-MINUTES         PIC 9(02).
       01 WS-FOOTING-1.
           05 FILLER                PIC X(18) VALUE
               "EVENTS PUBLISHED: ".
           05 WS-F1-PUBLISHED       PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE "  QUEUED: ".
           05 WS-F1-QUEUED          PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE "  RESENT: ".
           05 WS-F1-RESENT          PIC ZZZZZZ9.
           05 FILLER                PIC X(15) VALUE
               "  SUBSCRIBERS: ".
           05 WS-F1-SERVED          PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE
               "  QUEUE ERRORS: ".
           05 WS-F1-QUEUE-ERRORS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-READ-CHECKPOINT
               PERFORM 2000-PUBLISH-NEW-EVENTS
                   THRU 2000-PUBLISH-NEW-EVENTS-EXIT
               IF WS-CONDITION < 8
                   PERFORM 2900-WRITE-CHECKPOINT
                   PERFORM 3000-SERVE-THE-SUBSCRIBERS
                   PERFORM 5000-SHOW-CONTROL-TOTALS
               END-IF
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step.  Under the shop-wide test mode     *>
      *> the journals, the event log, the checkpoint, the cursors     *>
      *> and the queues all resolve to the .TST file-set.             *>
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
           MOVE "EVTPUB" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - EVTPUB resolves to "
                   "the .TST file-set ***"
               MOVE "TRANSAPP.TST" TO WS-APPLIED-FILE-NAME
               MOVE "TERMLOG.TST" TO WS-TERM-FILE-NAME
               MOVE "PERSEVT.TST" TO WS-EVENT-FILE-NAME
               MOVE "EVTPUB.TST" TO WS-CKP-FILE-NAME
               MOVE "EVTCURS.TST" TO WS-CURSOR-FILE-NAME
               MOVE "EVTT." TO WS-QUEUE-PREFIX
               MOVE "EVTACKT." TO WS-ACK-PREFIX
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
      *> 0030-MARK-JOB-COMPLETE - 0 clean, 4 when a subscriber's      *>
      *> queue could not be written (it is retried next run), 8       *>
      *> when the event log itself could not be written.              *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-CONDITION = 0 AND WS-QUEUE-ERROR-COUNT > 0
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
      *> 1000-READ-CHECKPOINT - where the last run left off; no       *>
      *> checkpoint means a first run, which starts from nothing.     *>
      *>----------------------------------------------------------*>
       1000-READ-CHECKPOINT.
           OPEN INPUT PUBLISH-CHECKPOINT
           IF WS-CKP-OK
               READ PUBLISH-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-LAST-SEQUENCE IS NUMERIC
                           MOVE CKP-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                       END-IF
                       MOVE CKP-AUDIT-HIGH-WATER
                           TO WS-AUDIT-HIGH-WATER
                       IF CKP-APPLIED-ROWS IS NUMERIC
                           MOVE CKP-APPLIED-ROWS
                               TO WS-APPLIED-ROWS-BEFORE
                       END-IF
                       IF CKP-TERM-ROWS IS NUMERIC
                           MOVE CKP-TERM-ROWS TO WS-TERM-ROWS-BEFORE
                       END-IF
               END-READ
               CLOSE PUBLISH-CHECKPOINT
           END-IF
           MOVE WS-LAST-SEQUENCE TO WS-HEAD-BEFORE-RUN
           MOVE WS-AUDIT-HIGH-WATER TO WS-NEW-HIGH-WATER.

      *>----------------------------------------------------------*>
      *> 2000-PUBLISH-NEW-EVENTS - append one event per new change    *>
      *> from each source to PERSEVT.LOG, created on first use.       *>
      *> A source that is not there has nothing new to say.           *>
      *>----------------------------------------------------------*>
       2000-PUBLISH-NEW-EVENTS.
           OPEN EXTEND EVENT-LOG
           IF WS-EV-STATUS = "35"
               OPEN OUTPUT EVENT-LOG
               CLOSE EVENT-LOG
               OPEN EXTEND EVENT-LOG
           END-IF
           IF NOT WS-EV-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open " WS-EVENT-FILE-NAME
                   " - status " WS-EV-STATUS
               MOVE "EVTPUB" TO LE-PROGRAM-NAME
               MOVE "2000-PUBLISH-EVENTS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open the PERSEVT event log"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
               GO TO 2000-PUBLISH-NEW-EVENTS-EXIT
           END-IF
           PERFORM 2100-PUBLISH-AUDIT-CHANGES
           PERFORM 2200-PUBLISH-APPLIED-CHANGES
           PERFORM 2300-PUBLISH-TERMINATIONS
           CLOSE EVENT-LOG.
       2000-PUBLISH-NEW-EVENTS-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2100-PUBLISH-AUDIT-CHANGES - audit rows stamped after the    *>
      *> high-water mark: a row with no old name is a hire, a row     *>
      *> whose name changed is a name change.  Rows that leave the    *>
      *> name alone record transfers, leaves and the like, which      *>
      *> come from the TransApply journal instead.                    *>
      *>----------------------------------------------------------*>
       2100-PUBLISH-AUDIT-CHANGES.
           OPEN INPUT AUDIT-MASTER
           IF NOT WS-AM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " AUDMAST not available - status " WS-AM-STATUS
                   " - no hire or name events"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO AM-PERSON-ID
               MOVE LOW-VALUES TO AM-CHANGE-TIMESTAMP
               START AUDIT-MASTER KEY IS NOT LESS THAN AM-AUDIT-KEY
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
               PERFORM 2110-READ-ONE-AUDIT-ROW
                   UNTIL WS-AT-END
               CLOSE AUDIT-MASTER
           END-IF.

       2110-READ-ONE-AUDIT-ROW.
           READ AUDIT-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF AM-CHANGE-TIMESTAMP > WS-AUDIT-HIGH-WATER
                       PERFORM 2120-CLASSIFY-AUDIT-ROW
                   END-IF
           END-READ.

       2120-CLASSIFY-AUDIT-ROW.
           IF AM-CHANGE-TIMESTAMP > WS-NEW-HIGH-WATER
               MOVE AM-CHANGE-TIMESTAMP TO WS-NEW-HIGH-WATER
           END-IF
           MOVE SPACES TO WS-NEW-EVENT
           MOVE AM-PERSON-ID TO WS-NE-PERSON-ID
           MOVE AM-NEW-NAME TO WS-NE-NAME
           MOVE AM-CHANGE-TIMESTAMP(1:8) TO WS-NE-EFFECTIVE
           EVALUATE TRUE
               WHEN AM-NEW-NAME = SPACES
                   CONTINUE
               WHEN AM-OLD-NAME = SPACES
                   MOVE "HIRE" TO WS-NE-TYPE
                   MOVE AM-NEW-NAME TO WS-NE-NEW-VALUE
                   PERFORM 2800-APPEND-EVENT
               WHEN AM-OLD-NAME NOT = AM-NEW-NAME
                   MOVE "NAME" TO WS-NE-TYPE
                   MOVE AM-OLD-NAME TO WS-NE-OLD-VALUE
                   MOVE AM-NEW-NAME TO WS-NE-NEW-VALUE
                   PERFORM 2800-APPEND-EVENT
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2200-PUBLISH-APPLIED-CHANGES - TRANSAPP.LOG rows past the    *>
      *> ones already consumed.  X rows are left to TERMLOG.DAT,      *>
      *> which carries the termination reason.                        *>
      *>----------------------------------------------------------*>
       2200-PUBLISH-APPLIED-CHANGES.
           MOVE 0 TO WS-ROW-NUMBER
           OPEN INPUT APPLIED-LOG
           IF WS-TA-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2210-READ-ONE-APPLIED-ROW
                   UNTIL WS-AT-END
               CLOSE APPLIED-LOG
           END-IF
           IF WS-ROW-NUMBER < WS-APPLIED-ROWS-BEFORE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-APPLIED-FILE-NAME " is shorter than at "
                   "the last run - checkpoint reset"
           END-IF
           MOVE WS-ROW-NUMBER TO WS-APPLIED-ROWS-BEFORE.

       2210-READ-ONE-APPLIED-ROW.
           READ APPLIED-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   IF WS-ROW-NUMBER > WS-APPLIED-ROWS-BEFORE
                       PERFORM 2220-CLASSIFY-APPLIED-ROW
                   END-IF
           END-READ.

       2220-CLASSIFY-APPLIED-ROW.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE TA-PERSON-ID TO WS-NE-PERSON-ID
           MOVE TA-HUMAN-NAME TO WS-NE-NAME
           MOVE TA-EFFECTIVE-DATE TO WS-NE-EFFECTIVE
           EVALUATE TRUE
               WHEN TA-ACTION-TRANSFER
                   MOVE "XFER" TO WS-NE-TYPE
                   MOVE TA-OLD-DEPT TO WS-NE-OLD-VALUE
                   MOVE TA-NEW-DEPT TO WS-NE-NEW-VALUE
                   PERFORM 2800-APPEND-EVENT
               WHEN TA-ACTION-LEAVE
                   MOVE "LEAV" TO WS-NE-TYPE
                   MOVE TA-RETURN-DATE TO WS-VALUE-DATE
                   MOVE WS-VALUE-DATE TO WS-NE-NEW-VALUE
                   PERFORM 2800-APPEND-EVENT
               WHEN TA-ACTION-RETURN
                   MOVE "RETN" TO WS-NE-TYPE
                   PERFORM 2800-APPEND-EVENT
               WHEN TA-ACTION-MANAGER
                   MOVE "MGR " TO WS-NE-TYPE
                   MOVE TA-NEW-MANAGER TO WS-VALUE-ID
                   MOVE WS-VALUE-ID TO WS-NE-NEW-VALUE
                   PERFORM 2800-APPEND-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2300-PUBLISH-TERMINATIONS - TERMLOG.DAT rows past the ones   *>
      *> already consumed, one TERM event each.                       *>
      *>----------------------------------------------------------*>
       2300-PUBLISH-TERMINATIONS.
           MOVE 0 TO WS-ROW-NUMBER
           OPEN INPUT TERM-LOG
           IF WS-TM-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2310-READ-ONE-TERM-ROW
                   UNTIL WS-AT-END
               CLOSE TERM-LOG
           END-IF
           IF WS-ROW-NUMBER < WS-TERM-ROWS-BEFORE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-TERM-FILE-NAME " is shorter than at "
                   "the last run - checkpoint reset"
           END-IF
           MOVE WS-ROW-NUMBER TO WS-TERM-ROWS-BEFORE.

       2310-READ-ONE-TERM-ROW.
           READ TERM-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   IF WS-ROW-NUMBER > WS-TERM-ROWS-BEFORE
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE "TERM" TO WS-NE-TYPE
                       MOVE TM-PERSON-ID TO WS-NE-PERSON-ID
                       MOVE TM-HUMAN-NAME TO WS-NE-NAME
                       MOVE TM-TERM-DATE TO WS-NE-EFFECTIVE
                       MOVE TM-DEPARTMENT-CODE TO WS-NE-OLD-VALUE
                       MOVE TM-TERM-REASON TO WS-NE-NEW-VALUE
                       PERFORM 2800-APPEND-EVENT
                   END-IF
           END-READ.

       2800-APPEND-EVENT.
           ADD 1 TO WS-LAST-SEQUENCE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO PERSON-EVENT-RECORD
           MOVE WS-LAST-SEQUENCE TO EV-SEQUENCE
           MOVE WS-NE-TYPE TO EV-EVENT-TYPE
           MOVE WS-NE-PERSON-ID TO EV-PERSON-ID
           MOVE WS-NE-NAME TO EV-HUMAN-NAME
           MOVE WS-NE-EFFECTIVE TO EV-EFFECTIVE-DATE
           MOVE RC-RUN-DATE TO EV-PUBLISHED-DATE
           MOVE WS-NOW-TIME TO EV-PUBLISHED-TIME
           MOVE WS-NE-OLD-VALUE TO EV-OLD-VALUE
           MOVE WS-NE-NEW-VALUE TO EV-NEW-VALUE
           WRITE PERSON-EVENT-RECORD
           ADD 1 TO WS-PUBLISHED-COUNT.

       2900-WRITE-CHECKPOINT.
           OPEN OUTPUT PUBLISH-CHECKPOINT
           MOVE SPACES TO PUBLISH-CHECKPOINT-RECORD
           MOVE WS-LAST-SEQUENCE TO CKP-LAST-SEQUENCE
           MOVE WS-NEW-HIGH-WATER TO CKP-AUDIT-HIGH-WATER
           MOVE WS-APPLIED-ROWS-BEFORE TO CKP-APPLIED-ROWS
           MOVE WS-TERM-ROWS-BEFORE TO CKP-TERM-ROWS
           WRITE PUBLISH-CHECKPOINT-RECORD
           CLOSE PUBLISH-CHECKPOINT.

      *>----------------------------------------------------------*>
      *> 3000-SERVE-THE-SUBSCRIBERS - each EVTSUB.CTL row against     *>
      *> its cursor, one lag-report line each, then the cursors are   *>
      *> written back.  No registry means nobody to serve.            *>
      *>----------------------------------------------------------*>
       3000-SERVE-THE-SUBSCRIBERS.
           PERFORM 3010-LOAD-THE-CURSORS
           STRING "EVTLAG." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT LAG-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-LAST-SEQUENCE TO WS-H1-HEAD
           MOVE WS-HEADING-1 TO EL-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO EL-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           OPEN INPUT SUBSCRIBER-FILE
           IF WS-SB-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3100-READ-ONE-SUBSCRIBER
                   UNTIL WS-AT-END
               CLOSE SUBSCRIBER-FILE
           ELSE
               MOVE "NO EVTSUB.CTL - NO SUBSCRIBERS REGISTERED"
                   TO EL-REPORT-LINE
               PERFORM 4910-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO EL-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-PUBLISHED-COUNT TO WS-F1-PUBLISHED
           MOVE WS-QUEUED-COUNT TO WS-F1-QUEUED
           MOVE WS-RESENT-COUNT TO WS-F1-RESENT
           MOVE WS-SERVED-COUNT TO WS-F1-SERVED
           MOVE WS-QUEUE-ERROR-COUNT TO WS-F1-QUEUE-ERRORS
           MOVE WS-FOOTING-1 TO EL-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           CLOSE LAG-REPORT
           PERFORM 3900-WRITE-THE-CURSORS.

       3010-LOAD-THE-CURSORS.
           OPEN INPUT CURSOR-FILE
           IF WS-EC-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3020-LOAD-ONE-CURSOR
                   UNTIL WS-AT-END
               CLOSE CURSOR-FILE
           END-IF.

       3020-LOAD-ONE-CURSOR.
           READ CURSOR-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF WS-CURSOR-COUNT < WS-CURSOR-MAX
                       AND EC-QUEUED-THRU IS NUMERIC
                       AND EC-ACKED-THRU IS NUMERIC
                       ADD 1 TO WS-CURSOR-COUNT
                       MOVE EC-SUBSCRIBER-ID
                           TO WS-CT-SUBSCRIBER(WS-CURSOR-COUNT)
                       MOVE EC-QUEUED-THRU
                           TO WS-CT-QUEUED-THRU(WS-CURSOR-COUNT)
                       MOVE EC-ACKED-THRU
                           TO WS-CT-ACKED-THRU(WS-CURSOR-COUNT)
                       MOVE EC-LAST-SENT-DATE
                           TO WS-CT-SENT-DATE(WS-CURSOR-COUNT)
                       MOVE EC-LAST-SENT-TIME
                           TO WS-CT-SENT-TIME(WS-CURSOR-COUNT)
                       MOVE EC-LAST-ACK-DATE
                           TO WS-CT-ACK-DATE(WS-CURSOR-COUNT)
                       MOVE EC-RESEND-COUNT
                           TO WS-CT-RESENDS(WS-CURSOR-COUNT)
                   END-IF
           END-READ.

       3100-READ-ONE-SUBSCRIBER.
           READ SUBSCRIBER-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SB-SUBSCRIBER-ID NOT = SPACES
                       AND SB-SUBSCRIBER-ID(1:1) NOT = "*"
                       PERFORM 3200-SERVE-ONE-SUBSCRIBER
                           THRU 3200-SERVE-ONE-SUBSCRIBER-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3200-SERVE-ONE-SUBSCRIBER - a subscriber seen for the first  *>
      *> time starts at the events published this run.  The ack is    *>
      *> taken in first; then the wanted events past the last one     *>
      *> queued go out, preceded by the unacknowledged ones when the  *>
      *> resend window has passed.  An inactive subscriber keeps its  *>
      *> cursor and is only reported.                                 *>
      *>----------------------------------------------------------*>
       3200-SERVE-ONE-SUBSCRIBER.
           PERFORM 3210-FIND-OR-ADD-CURSOR
           IF WS-CURSOR-HIT = 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 50 subscribers - " SB-SUBSCRIBER-ID
                   " not served"
               GO TO 3200-SERVE-ONE-SUBSCRIBER-EXIT
           END-IF
           ADD 1 TO WS-SERVED-COUNT
           MOVE 0 TO WS-SUB-QUEUED
           MOVE 0 TO WS-SUB-RESENT
           PERFORM 3300-TAKE-IN-THE-ACK
           IF NOT SB-ACTIVE
               MOVE "INACTIVE" TO WS-STATE-TEXT
               PERFORM 3500-COUNT-UNACKED
               PERFORM 4000-PRINT-ONE-SUBSCRIBER
               GO TO 3200-SERVE-ONE-SUBSCRIBER-EXIT
           END-IF
           PERFORM 3400-DECIDE-RESEND
           IF WS-RESEND-DUE
               COMPUTE WS-SEND-FROM =
                   WS-CT-ACKED-THRU(WS-CURSOR-HIT) + 1
           ELSE
               COMPUTE WS-SEND-FROM =
                   WS-CT-QUEUED-THRU(WS-CURSOR-HIT) + 1
           END-IF
           MOVE "ACTIVE" TO WS-STATE-TEXT
           MOVE "N" TO WS-QUEUE-FLAG
           IF WS-SEND-FROM NOT > WS-LAST-SEQUENCE
               MOVE SPACES TO WS-QUEUE-FILE-NAME
               STRING WS-QUEUE-PREFIX DELIMITED BY SPACE
                   SB-SUBSCRIBER-ID DELIMITED BY SPACE
                   INTO WS-QUEUE-FILE-NAME
               OPEN EXTEND EVENT-QUEUE
               IF WS-EQ-STATUS = "35"
                   OPEN OUTPUT EVENT-QUEUE
                   CLOSE EVENT-QUEUE
                   OPEN EXTEND EVENT-QUEUE
               END-IF
               IF WS-EQ-OK
                   SET WS-QUEUE-OPEN TO TRUE
               ELSE
                   PERFORM 3290-LOG-QUEUE-ERROR
                   MOVE "QUEUE ERR" TO WS-STATE-TEXT
                   PERFORM 3500-COUNT-UNACKED
                   PERFORM 4000-PRINT-ONE-SUBSCRIBER
                   GO TO 3200-SERVE-ONE-SUBSCRIBER-EXIT
               END-IF
           END-IF
           PERFORM 3500-COUNT-UNACKED
           IF WS-QUEUE-OPEN
               CLOSE EVENT-QUEUE
               IF WS-SUB-QUEUED > 0
                   MOVE RC-RUN-DATE TO WS-CT-SENT-DATE(WS-CURSOR-HIT)
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE WS-NOW-TIME TO WS-CT-SENT-TIME(WS-CURSOR-HIT)
               END-IF
               IF WS-SUB-RESENT > 0
                   ADD 1 TO WS-CT-RESENDS(WS-CURSOR-HIT)
               END-IF
           END-IF
           MOVE WS-LAST-SEQUENCE TO WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
           IF WS-SUB-UNACKED = 0
               MOVE WS-LAST-SEQUENCE TO WS-CT-ACKED-THRU(WS-CURSOR-HIT)
           END-IF
           ADD WS-SUB-QUEUED TO WS-QUEUED-COUNT
           ADD WS-SUB-RESENT TO WS-RESENT-COUNT
           PERFORM 4000-PRINT-ONE-SUBSCRIBER.
       3200-SERVE-ONE-SUBSCRIBER-EXIT.
           EXIT.

       3210-FIND-OR-ADD-CURSOR.
           MOVE 0 TO WS-CURSOR-HIT
           PERFORM 3220-MATCH-ONE-CURSOR
               VARYING WS-CURSOR-SUB FROM 1 BY 1
               UNTIL WS-CURSOR-SUB > WS-CURSOR-COUNT
                   OR WS-CURSOR-HIT > 0
           IF WS-CURSOR-HIT = 0 AND WS-CURSOR-COUNT < WS-CURSOR-MAX
               ADD 1 TO WS-CURSOR-COUNT
               MOVE WS-CURSOR-COUNT TO WS-CURSOR-HIT
               MOVE SB-SUBSCRIBER-ID TO WS-CT-SUBSCRIBER(WS-CURSOR-HIT)
               MOVE WS-HEAD-BEFORE-RUN
                   TO WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
               MOVE WS-HEAD-BEFORE-RUN
                   TO WS-CT-ACKED-THRU(WS-CURSOR-HIT)
               MOVE 0 TO WS-CT-SENT-DATE(WS-CURSOR-HIT)
               MOVE 0 TO WS-CT-SENT-TIME(WS-CURSOR-HIT)
               MOVE 0 TO WS-CT-ACK-DATE(WS-CURSOR-HIT)
               MOVE 0 TO WS-CT-RESENDS(WS-CURSOR-HIT)
           END-IF.

       3220-MATCH-ONE-CURSOR.
           IF WS-CT-SUBSCRIBER(WS-CURSOR-SUB) = SB-SUBSCRIBER-ID
               MOVE WS-CURSOR-SUB TO WS-CURSOR-HIT
           END-IF.

       3290-LOG-QUEUE-ERROR.
           ADD 1 TO WS-QUEUE-ERROR-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Unable to open " WS-QUEUE-FILE-NAME
               " - status " WS-EQ-STATUS " - retried next run"
           MOVE "EVTPUB" TO LE-PROGRAM-NAME
           MOVE "3200-SERVE-SUBSCRIBER" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Unable to open event queue " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SPACE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3300-TAKE-IN-THE-ACK - EVTACK.<subscriber> carries the       *>
      *> highest sequence the consumer has processed.  It only ever   *>
      *> moves the cursor forward, and never past what was queued.    *>
      *>----------------------------------------------------------*>
       3300-TAKE-IN-THE-ACK.
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING WS-ACK-PREFIX DELIMITED BY SPACE
               SB-SUBSCRIBER-ID DELIMITED BY SPACE
               INTO WS-ACK-FILE-NAME
           OPEN INPUT EVENT-ACK
           IF WS-EA-OK
               READ EVENT-ACK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EA-ACKED-THRU IS NUMERIC
                           AND EA-ACKED-THRU
                               > WS-CT-ACKED-THRU(WS-CURSOR-HIT)
                           IF EA-ACKED-THRU
                               > WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
                               DISPLAY "RUN " RC-RUN-ID " STEP "
                                   RC-JOB-STEP-NAME " "
                                   WS-ACK-FILE-NAME
                                   " acknowledges past its queue"
                                   " - capped"
                               MOVE WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
                                   TO WS-CT-ACKED-THRU(WS-CURSOR-HIT)
                           ELSE
                               MOVE EA-ACKED-THRU
                                   TO WS-CT-ACKED-THRU(WS-CURSOR-HIT)
                           END-IF
                           MOVE RC-RUN-DATE
                               TO WS-CT-ACK-DATE(WS-CURSOR-HIT)
                       END-IF
               END-READ
               CLOSE EVENT-ACK
           END-IF.

      *>----------------------------------------------------------*>
      *> 3400-DECIDE-RESEND - events queued but not acknowledged go   *>
      *> out again once the subscriber's resend window has passed     *>
      *> since the last delivery.                                     *>
      *>----------------------------------------------------------*>
       3400-DECIDE-RESEND.
           MOVE "N" TO WS-RESEND-FLAG
           IF WS-CT-ACKED-THRU(WS-CURSOR-HIT)
                   < WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
               IF SB-RESEND-MINUTES IS NUMERIC
                   AND SB-RESEND-MINUTES > 0
                   MOVE SB-RESEND-MINUTES TO WS-RESEND-MINUTES
               ELSE
                   MOVE 60 TO WS-RESEND-MINUTES
               END-IF
               MOVE WS-CT-SENT-DATE(WS-CURSOR-HIT)
                   TO WS-ELAPSED-FROM-DATE
               MOVE WS-CT-SENT-TIME(WS-CURSOR-HIT)
                   TO WS-ELAPSED-FROM-TIME
               PERFORM 4800-MINUTES-SINCE
               IF WS-ELAPSED-MINUTES NOT < WS-RESEND-MINUTES
                   SET WS-RESEND-DUE TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3500-COUNT-UNACKED - one pass of the event log from the      *>
      *> acknowledged point: every wanted event still unacknowledged  *>
      *> is counted (the oldest one dates the lag), and with the      *>
      *> queue open the ones from WS-SEND-FROM on are delivered.      *>
      *>----------------------------------------------------------*>
       3500-COUNT-UNACKED.
           MOVE 0 TO WS-SUB-UNACKED
           MOVE 0 TO WS-OLDEST-DATE
           MOVE 0 TO WS-OLDEST-TIME
           PERFORM 3510-NOTE-ALL-TYPES
           IF WS-CT-ACKED-THRU(WS-CURSOR-HIT) < WS-LAST-SEQUENCE
               OPEN INPUT EVENT-LOG
               IF WS-EV-OK
                   MOVE "N" TO WS-SCAN-EOF
                   PERFORM 3520-SCAN-ONE-EVENT
                       UNTIL WS-SCAN-AT-END
                   CLOSE EVENT-LOG
               END-IF
           END-IF.

       3510-NOTE-ALL-TYPES.
           IF SB-EVENT-TYPES = SPACES
               SET WS-ALL-TYPES TO TRUE
           ELSE
               MOVE "N" TO WS-ALL-TYPES-FLAG
           END-IF.

       3520-SCAN-ONE-EVENT.
           READ EVENT-LOG
               AT END
                   SET WS-SCAN-AT-END TO TRUE
               NOT AT END
                   IF EV-SEQUENCE > WS-CT-ACKED-THRU(WS-CURSOR-HIT)
                       PERFORM 3530-TEST-EVENT-TYPE
                       IF WS-TYPE-WANTED
                           PERFORM 3540-HANDLE-WANTED-EVENT
                       END-IF
                   END-IF
           END-READ.

       3530-TEST-EVENT-TYPE.
           IF WS-ALL-TYPES
               SET WS-TYPE-WANTED TO TRUE
           ELSE
               MOVE "N" TO WS-TYPE-FLAG
               PERFORM 3535-MATCH-ONE-TYPE
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 8
                       OR WS-TYPE-WANTED
           END-IF.

       3535-MATCH-ONE-TYPE.
           IF SB-EVENT-TYPE(WS-TYPE-SUB) = EV-EVENT-TYPE
               SET WS-TYPE-WANTED TO TRUE
           END-IF.

       3540-HANDLE-WANTED-EVENT.
           ADD 1 TO WS-SUB-UNACKED
           IF WS-OLDEST-DATE = 0
               MOVE EV-PUBLISHED-DATE TO WS-OLDEST-DATE
               MOVE EV-PUBLISHED-TIME TO WS-OLDEST-TIME
           END-IF
           IF WS-QUEUE-OPEN AND EV-SEQUENCE NOT < WS-SEND-FROM
               IF EV-SEQUENCE > WS-CT-QUEUED-THRU(WS-CURSOR-HIT)
                   SET EV-FIRST-DELIVERY TO TRUE
               ELSE
                   SET EV-REDELIVERY TO TRUE
                   ADD 1 TO WS-SUB-RESENT
               END-IF
               MOVE PERSON-EVENT-RECORD TO EVENT-QUEUE-RECORD
               WRITE EVENT-QUEUE-RECORD
               ADD 1 TO WS-SUB-QUEUED
           END-IF.

      *>----------------------------------------------------------*>
      *> 3900-WRITE-THE-CURSORS - EVTCURS.DAT is rewritten whole.     *>
      *>----------------------------------------------------------*>
       3900-WRITE-THE-CURSORS.
           OPEN OUTPUT CURSOR-FILE
           PERFORM 3910-WRITE-ONE-CURSOR
               VARYING WS-CURSOR-SUB FROM 1 BY 1
               UNTIL WS-CURSOR-SUB > WS-CURSOR-COUNT
           CLOSE CURSOR-FILE.

       3910-WRITE-ONE-CURSOR.
           MOVE SPACES TO EVENT-CURSOR-RECORD
           MOVE WS-CT-SUBSCRIBER(WS-CURSOR-SUB) TO EC-SUBSCRIBER-ID
           MOVE WS-CT-QUEUED-THRU(WS-CURSOR-SUB) TO EC-QUEUED-THRU
           MOVE WS-CT-ACKED-THRU(WS-CURSOR-SUB) TO EC-ACKED-THRU
           MOVE WS-CT-SENT-DATE(WS-CURSOR-SUB) TO EC-LAST-SENT-DATE
           MOVE WS-CT-SENT-TIME(WS-CURSOR-SUB) TO EC-LAST-SENT-TIME
           MOVE WS-CT-ACK-DATE(WS-CURSOR-SUB) TO EC-LAST-ACK-DATE
           MOVE WS-CT-RESENDS(WS-CURSOR-SUB) TO EC-RESEND-COUNT
           WRITE EVENT-CURSOR-RECORD.

      *>----------------------------------------------------------*>
      *> 4000-PRINT-ONE-SUBSCRIBER - the lag line: what has been      *>
      *> queued and acknowledged, how many wanted events await an     *>
      *> acknowledgment, and how long the oldest has been waiting.    *>
      *>----------------------------------------------------------*>
       4000-PRINT-ONE-SUBSCRIBER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SB-SUBSCRIBER-ID TO WS-DL-SUBSCRIBER
           MOVE WS-STATE-TEXT TO WS-DL-STATE
           MOVE WS-CT-QUEUED-THRU(WS-CURSOR-HIT) TO WS-DL-QUEUED-THRU
           MOVE WS-CT-ACKED-THRU(WS-CURSOR-HIT) TO WS-DL-ACKED-THRU
           MOVE WS-SUB-UNACKED TO WS-DL-UNACKED
           IF WS-OLDEST-DATE = 0
               MOVE "-" TO WS-DL-OLDEST-DATE
               MOVE "-" TO WS-DL-LAG-MINUTES
           ELSE
               MOVE WS-OLDEST-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-DL-OLDEST-DATE
               MOVE WS-OLDEST-TIME TO WS-TIME-SPLIT
               MOVE WS-TP-HOURS TO WS-TE-HOURS
               MOVE WS-TP-MINUTES TO WS-TE-MINUTES
               MOVE WS-TIME-EDIT TO WS-DL-OLDEST-TIME
               MOVE WS-OLDEST-DATE TO WS-ELAPSED-FROM-DATE
               MOVE WS-OLDEST-TIME TO WS-ELAPSED-FROM-TIME
               PERFORM 4800-MINUTES-SINCE
               MOVE WS-ELAPSED-MINUTES TO WS-LAG-EDIT
               MOVE WS-LAG-EDIT TO WS-DL-LAG-MINUTES
           END-IF
           IF WS-CT-ACK-DATE(WS-CURSOR-HIT) = 0
               MOVE "NEVER" TO WS-DL-LAST-ACK
           ELSE
               MOVE WS-CT-ACK-DATE(WS-CURSOR-HIT) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-DL-LAST-ACK
           END-IF
           MOVE WS-SUB-QUEUED TO WS-DL-SENT
           MOVE WS-SUB-RESENT TO WS-DL-RESENT
           MOVE WS-DETAIL-LINE TO EL-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 4800-MINUTES-SINCE - whole minutes from WS-ELAPSED-FROM-     *>
      *> DATE/TIME to now; never-sent (date zero) counts as long ago. *>
      *>----------------------------------------------------------*>
       4800-MINUTES-SINCE.
           IF WS-ELAPSED-FROM-DATE = 0
               MOVE 999999999 TO WS-ELAPSED-MINUTES
           ELSE
               MOVE WS-ELAPSED-FROM-DATE TO DC-DATE
               CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
               MOVE DC-DAY-NUMBER TO WS-FROM-DAY-NUMBER
               MOVE RC-RUN-DATE TO DC-DATE
               CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
               MOVE WS-ELAPSED-FROM-TIME TO WS-TIME-SPLIT
               COMPUTE WS-FROM-MINUTE-OF-DAY =
                   WS-TP-HOURS * 60 + WS-TP-MINUTES
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME TO WS-TIME-SPLIT
               COMPUTE WS-NOW-MINUTE-OF-DAY =
                   WS-TP-HOURS * 60 + WS-TP-MINUTES
               COMPUTE WS-ELAPSED-MINUTES =
                   (DC-DAY-NUMBER - WS-FROM-DAY-NUMBER) * 1440
                   + WS-NOW-MINUTE-OF-DAY - WS-FROM-MINUTE-OF-DAY
               IF WS-ELAPSED-MINUTES < 0
                   MOVE 0 TO WS-ELAPSED-MINUTES
               END-IF
           END-IF.

       4910-EMIT-REPORT-LINE.
           DISPLAY EL-REPORT-LINE
           WRITE EL-REPORT-LINE.

       5000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Published: " WS-PUBLISHED-COUNT
               " Queued: " WS-QUEUED-COUNT
               " Resent: " WS-RESENT-COUNT
               " Subscribers: " WS-SERVED-COUNT
           MOVE "EVTPUB" TO CW-JOB-STEP
           MOVE "PUBLISHED" TO CW-TOTAL-NAME
           MOVE WS-PUBLISHED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "QUEUED" TO CW-TOTAL-NAME
           MOVE WS-QUEUED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "RESENT" TO CW-TOTAL-NAME
           MOVE WS-RESENT-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "SUBSCRIBERS" TO CW-TOTAL-NAME
           MOVE WS-SERVED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
