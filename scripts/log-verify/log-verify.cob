      *>--------------------------------------------------------------*>
      *> PROGRAM:    LogVerify                                        *>
      *> PURPOSE:    Daily hash chain verification of the PERSAUD.LOG *>
      *>             and COMPHIST.LOG change journals.  Each log is   *>
      *>             walked from the anchor of its latest LOGSEAL.DAT *>
      *>             checkpoint (after the checkpoint's signature is  *>
      *>             checked), every chained row's hash is recomputed *>
      *>             through ComputeChainHash, and the last row is    *>
      *>             held against the chain head the writers keep.    *>
      *>             The first break on each log is reported on the   *>
      *>             dated LOGVERFY.<yyyymmdd> listing and the        *>
      *>             console: a MISSING row (a gap in the sequence,   *>
      *>             or rows cut from the end), an INSERTED row (a    *>
      *>             sequence repeated or out of turn, or an          *>
      *>             unchained row after the chain began) or a        *>
      *>             BROKEN one (its content or its link to the row   *>
      *>             before it no longer matches its hash).  Rows     *>
      *>             written before the chain started are counted as  *>
      *>             unchained and not judged.  A break raises a      *>
      *>             critical LogError entry and ends the step with   *>
      *>             8 in JOBDONE.LOG.  Under the shop-wide test mode *>
      *>             (SHOP_TEST_MODE=Y) the .TST journals are walked. *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  COMPHIST.LOG rows now carry the pay basis,     *>
      *>               hourly rate and currency in the hashed         *>
      *>               content; the chain columns moved to column 94. *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-AUDIT ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT COMP-HISTORY ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-AUDIT.
           COPY "person-audit.cpy".

       FD  COMP-HISTORY.
           COPY "comp-history.cpy".

       FD  VERIFY-REPORT.
       01  VR-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-PA-STATUS              PIC X(02) VALUE "00".
           88 WS-PA-OK                        VALUE "00".
       01 WS-CH-STATUS              PIC X(02) VALUE "00".
           88 WS-CH-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-AUDIT-FILE-NAME        PIC X(16) VALUE "PERSAUD.LOG".
       01 WS-HIST-FILE-NAME         PIC X(16) VALUE "COMPHIST.LOG".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-TEST-MODE-FLAG         PIC X(01) VALUE "N".
           88 WS-TEST-MODE                    VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-LOGS-BROKEN            PIC 9(01) VALUE 0.

      *> the log in hand and where its chain stands.
       01 WS-LOG-NAME               PIC X(16) VALUE SPACES.
       01 WS-LOG-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-LOG-FOUND                    VALUE "Y".
       01 WS-ROW-COUNT              PIC 9(07) VALUE 0.
       01 WS-UNCHAINED-COUNT        PIC 9(07) VALUE 0.
       01 WS-CHAINED-COUNT          PIC 9(07) VALUE 0.
       01 WS-CHAIN-STARTED-FLAG     PIC X(01) VALUE "N".
           88 WS-CHAIN-STARTED                VALUE "Y".
       01 WS-LAST-SEQ               PIC 9(09) VALUE 0.
       01 WS-LAST-HASH              PIC X(32) VALUE SPACES.
       01 WS-SEAL-ANCHOR-SEQ        PIC 9(09) VALUE 0.
       01 WS-SEAL-END-SEQ           PIC 9(09) VALUE 0.
       01 WS-SEAL-END-HASH          PIC X(32) VALUE SPACES.
       01 WS-SEAL-STATE             PIC X(08) VALUE SPACES.

      *> the row in hand, taken off whichever journal is walked.
       01 WS-ROW-CONTENT            PIC X(200) VALUE SPACES.
       01 WS-ROW-SEQ-TEXT           PIC X(09) VALUE SPACES.
       01 WS-ROW-SEQ REDEFINES WS-ROW-SEQ-TEXT
                                    PIC 9(09).
       01 WS-ROW-PREV-HASH          PIC X(32) VALUE SPACES.
       01 WS-ROW-HASH               PIC X(32) VALUE SPACES.

      *> the first break found on the log in hand.
       01 WS-BREAK-FLAG             PIC X(01) VALUE "N".
           88 WS-BREAK-FOUND                  VALUE "Y".
       01 WS-BREAK-KIND             PIC X(08) VALUE SPACES.
       01 WS-BREAK-ROW              PIC 9(07) VALUE 0.
       01 WS-BREAK-SEQ              PIC 9(09) VALUE 0.
       01 WS-BREAK-TEXT             PIC X(44) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER                PIC X(33) VALUE
               "CHANGE JOURNAL CHAIN CHECK - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-LOG-LINE.
           05 FILLER                PIC X(04) VALUE "LOG ".
           05 WS-LL-LOG-NAME        PIC X(16).
           05 FILLER                PIC X(06) VALUE " ROWS ".
           05 WS-LL-ROWS            PIC Z(06)9.
           05 FILLER                PIC X(11) VALUE " UNCHAINED ".
           05 WS-LL-UNCHAINED       PIC Z(06)9.
           05 FILLER                PIC X(08) VALUE " ANCHOR ".
           05 WS-LL-ANCHOR          PIC Z(08)9.
           05 FILLER                PIC X(06) VALUE " SEAL ".
           05 WS-LL-SEAL            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LL-RESULT          PIC X(10).
       01 WS-BREAK-LINE.
           05 FILLER                PIC X(16) VALUE
               "  FIRST BREAK - ".
           05 WS-BL-KIND            PIC X(08).
           05 FILLER                PIC X(05) VALUE " ROW ".
           05 WS-BL-ROW             PIC Z(06)9.
           05 FILLER                PIC X(05) VALUE " SEQ ".
           05 WS-BL-SEQ             PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BL-TEXT            PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-REPORT
               PERFORM 2000-VERIFY-PERSON-AUDIT
               PERFORM 3000-VERIFY-COMP-HISTORY
               CLOSE VERIFY-REPORT
               IF WS-LOGS-BROKEN > 0
                   MOVE 8 TO WS-CONDITION
               END-IF
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Journals with a break: "
                   WS-LOGS-BROKEN
               PERFORM 0030-MARK-JOB-COMPLETE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           IF WS-CONDITION >= 8
               MOVE 8 TO RETURN-CODE
           END-IF
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
           ACCEPT WS-TEST-MODE-FLAG FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF WS-TEST-MODE
               MOVE "PERSAUD.TST" TO WS-AUDIT-FILE-NAME
               MOVE "COMPHIST.TST" TO WS-HIST-FILE-NAME
           END-IF
           MOVE "LOGVERFY" TO RC-JOB-STEP-NAME.

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
      *> 0030-MARK-JOB-COMPLETE - 0 when both journals chain clean;   *>
      *> 8 when either has a break.                                   *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "LOGVERFY." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT VERIFY-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO VR-REPORT-LINE
           PERFORM 8910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2000-VERIFY-PERSON-AUDIT - walk PERSAUD.LOG.                 *>
      *>----------------------------------------------------------*>
       2000-VERIFY-PERSON-AUDIT.
           MOVE WS-AUDIT-FILE-NAME TO WS-LOG-NAME
           PERFORM 4000-START-ONE-LOG
           OPEN INPUT PERSON-AUDIT
           IF WS-PA-OK
               SET WS-LOG-FOUND TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-READ-ONE-AUDIT-ROW
                   UNTIL WS-AT-END
               CLOSE PERSON-AUDIT
           END-IF
           PERFORM 6000-CHECK-THE-TAIL
               THRU 6000-CHECK-THE-TAIL-EXIT
           PERFORM 7000-REPORT-ONE-LOG.

       2010-READ-ONE-AUDIT-ROW.
           READ PERSON-AUDIT
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE PA-ROW-CONTENT TO WS-ROW-CONTENT
                   MOVE PERSON-AUDIT-RECORD(62:9) TO WS-ROW-SEQ-TEXT
                   MOVE PA-PREV-HASH TO WS-ROW-PREV-HASH
                   MOVE PA-ROW-HASH TO WS-ROW-HASH
                   PERFORM 5000-CHECK-ONE-ROW
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-VERIFY-COMP-HISTORY - walk COMPHIST.LOG.                *>
      *>----------------------------------------------------------*>
       3000-VERIFY-COMP-HISTORY.
           MOVE WS-HIST-FILE-NAME TO WS-LOG-NAME
           PERFORM 4000-START-ONE-LOG
           OPEN INPUT COMP-HISTORY
           IF WS-CH-OK
               SET WS-LOG-FOUND TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3010-READ-ONE-HISTORY-ROW
                   UNTIL WS-AT-END
               CLOSE COMP-HISTORY
           END-IF
           PERFORM 6000-CHECK-THE-TAIL
               THRU 6000-CHECK-THE-TAIL-EXIT
           PERFORM 7000-REPORT-ONE-LOG.

       3010-READ-ONE-HISTORY-ROW.
           READ COMP-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE CH-ROW-CONTENT TO WS-ROW-CONTENT
                   MOVE COMP-HISTORY-RECORD(94:9) TO WS-ROW-SEQ-TEXT
                   MOVE CH-PREV-HASH TO WS-ROW-PREV-HASH
                   MOVE CH-ROW-HASH TO WS-ROW-HASH
                   PERFORM 5000-CHECK-ONE-ROW
           END-READ.

      *>----------------------------------------------------------*>
      *> 4000-START-ONE-LOG - clear the counts and take the anchor    *>
      *> from the log's latest checkpoint.  A checkpoint whose        *>
      *> signature does not verify is itself the first break: the     *>
      *> anchor it gives cannot be trusted.                           *>
      *>----------------------------------------------------------*>
       4000-START-ONE-LOG.
           MOVE "N" TO WS-LOG-FOUND-FLAG
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-UNCHAINED-COUNT
           MOVE 0 TO WS-CHAINED-COUNT
           MOVE "N" TO WS-CHAIN-STARTED-FLAG
           MOVE "N" TO WS-BREAK-FLAG
           MOVE SPACES TO WS-BREAK-KIND
           MOVE 0 TO WS-BREAK-ROW
           MOVE 0 TO WS-BREAK-SEQ
           MOVE SPACES TO WS-BREAK-TEXT
           MOVE WS-LOG-NAME TO HC-LOG-NAME
           CALL "GetLogSeal" USING HC-LOG-NAME HC-ANCHOR-SEQ
               HC-ANCHOR-HASH HC-END-SEQ HC-END-HASH HC-SEAL-FLAG
           MOVE HC-ANCHOR-SEQ TO WS-SEAL-ANCHOR-SEQ
           MOVE HC-END-SEQ TO WS-SEAL-END-SEQ
           MOVE HC-END-HASH TO WS-SEAL-END-HASH
           MOVE HC-ANCHOR-SEQ TO WS-LAST-SEQ
           MOVE HC-ANCHOR-HASH TO WS-LAST-HASH
           EVALUATE TRUE
               WHEN HC-SEAL-GOOD
                   MOVE "SIGNED" TO WS-SEAL-STATE
               WHEN HC-SEAL-FORGED
                   MOVE "FORGED" TO WS-SEAL-STATE
                   MOVE "BROKEN" TO WS-BREAK-KIND
                   MOVE "checkpoint signature does not verify"
                       TO WS-BREAK-TEXT
                   SET WS-BREAK-FOUND TO TRUE
               WHEN OTHER
                   MOVE "NONE" TO WS-SEAL-STATE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 5000-CHECK-ONE-ROW - judge the row in hand against the row   *>
      *> before it.  Once a break is found the rest of the log is     *>
      *> only counted.                                                *>
      *>----------------------------------------------------------*>
       5000-CHECK-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF WS-ROW-SEQ-TEXT IS NOT NUMERIC
               ADD 1 TO WS-UNCHAINED-COUNT
               IF WS-CHAIN-STARTED AND NOT WS-BREAK-FOUND
                   MOVE "INSERTED" TO WS-BREAK-KIND
                   MOVE WS-LAST-SEQ TO WS-BREAK-SEQ
                   MOVE "unchained row after the chain began"
                       TO WS-BREAK-TEXT
                   PERFORM 5900-NOTE-THE-BREAK
               END-IF
           ELSE
               ADD 1 TO WS-CHAINED-COUNT
               SET WS-CHAIN-STARTED TO TRUE
               IF NOT WS-BREAK-FOUND
                   PERFORM 5100-CHECK-ONE-LINK
                       THRU 5100-CHECK-ONE-LINK-EXIT
               END-IF
           END-IF.

       5100-CHECK-ONE-LINK.
           MOVE WS-ROW-SEQ TO WS-BREAK-SEQ
           IF WS-ROW-SEQ > WS-LAST-SEQ + 1
               MOVE "MISSING" TO WS-BREAK-KIND
               MOVE "sequence skips - rows before it are gone"
                   TO WS-BREAK-TEXT
               PERFORM 5900-NOTE-THE-BREAK
               GO TO 5100-CHECK-ONE-LINK-EXIT
           END-IF
           IF WS-ROW-SEQ NOT > WS-LAST-SEQ
               MOVE "INSERTED" TO WS-BREAK-KIND
               MOVE "sequence repeats or runs backward"
                   TO WS-BREAK-TEXT
               PERFORM 5900-NOTE-THE-BREAK
               GO TO 5100-CHECK-ONE-LINK-EXIT
           END-IF
           IF WS-ROW-PREV-HASH NOT = WS-LAST-HASH
               MOVE "BROKEN" TO WS-BREAK-KIND
               MOVE "does not chain to the row before it"
                   TO WS-BREAK-TEXT
               PERFORM 5900-NOTE-THE-BREAK
               GO TO 5100-CHECK-ONE-LINK-EXIT
           END-IF
           MOVE WS-ROW-CONTENT TO HC-ROW-CONTENT
           MOVE WS-ROW-SEQ TO HC-CHAIN-SEQ
           MOVE WS-ROW-PREV-HASH TO HC-PREV-HASH
           CALL "ComputeChainHash" USING HC-ROW-CONTENT HC-CHAIN-SEQ
               HC-PREV-HASH HC-ROW-HASH
           IF HC-ROW-HASH NOT = WS-ROW-HASH
               MOVE "BROKEN" TO WS-BREAK-KIND
               MOVE "row content does not match its hash"
                   TO WS-BREAK-TEXT
               PERFORM 5900-NOTE-THE-BREAK
               GO TO 5100-CHECK-ONE-LINK-EXIT
           END-IF
           IF WS-ROW-SEQ = WS-SEAL-END-SEQ
               AND WS-ROW-HASH NOT = WS-SEAL-END-HASH
               MOVE "BROKEN" TO WS-BREAK-KIND
               MOVE "row differs from the sealed checkpoint"
                   TO WS-BREAK-TEXT
               PERFORM 5900-NOTE-THE-BREAK
               GO TO 5100-CHECK-ONE-LINK-EXIT
           END-IF
           MOVE WS-ROW-SEQ TO WS-LAST-SEQ
           MOVE WS-ROW-HASH TO WS-LAST-HASH.
       5100-CHECK-ONE-LINK-EXIT.
           EXIT.

       5900-NOTE-THE-BREAK.
           SET WS-BREAK-FOUND TO TRUE
           MOVE WS-ROW-COUNT TO WS-BREAK-ROW.

      *>----------------------------------------------------------*>
      *> 6000-CHECK-THE-TAIL - a chain that verified row by row must  *>
      *> also end where the writers left it: the head file's last     *>
      *> sequence and hash, and no short of the last checkpoint.      *>
      *> Rows cut off the end, or the whole file gone, show here.     *>
      *>----------------------------------------------------------*>
       6000-CHECK-THE-TAIL.
           IF WS-BREAK-FOUND
               GO TO 6000-CHECK-THE-TAIL-EXIT
           END-IF
           MOVE WS-LOG-NAME TO HC-LOG-NAME
           CALL "GetChainHead" USING HC-LOG-NAME HC-END-SEQ
               HC-END-HASH HC-HEAD-FLAG
           MOVE WS-ROW-COUNT TO WS-BREAK-ROW
           MOVE WS-LAST-SEQ TO WS-BREAK-SEQ
           EVALUATE TRUE
               WHEN NOT HC-HEAD-FOUND AND WS-CHAIN-STARTED
                   MOVE "MISSING" TO WS-BREAK-KIND
                   MOVE "chain head file is gone"
                       TO WS-BREAK-TEXT
                   SET WS-BREAK-FOUND TO TRUE
               WHEN NOT HC-HEAD-FOUND
                   CONTINUE
               WHEN HC-END-SEQ > WS-LAST-SEQ OR
                   WS-SEAL-END-SEQ > WS-LAST-SEQ
                   MOVE "MISSING" TO WS-BREAK-KIND
                   IF WS-LOG-FOUND
                       MOVE "rows are gone from the end of the log"
                           TO WS-BREAK-TEXT
                   ELSE
                       MOVE "the log file itself is gone"
                           TO WS-BREAK-TEXT
                   END-IF
                   SET WS-BREAK-FOUND TO TRUE
               WHEN HC-END-SEQ < WS-LAST-SEQ
                   MOVE "INSERTED" TO WS-BREAK-KIND
                   MOVE "rows run past the chain head"
                       TO WS-BREAK-TEXT
                   SET WS-BREAK-FOUND TO TRUE
               WHEN HC-END-HASH NOT = WS-LAST-HASH
                   MOVE "BROKEN" TO WS-BREAK-KIND
                   MOVE "last row does not match the chain head"
                       TO WS-BREAK-TEXT
                   SET WS-BREAK-FOUND TO TRUE
           END-EVALUATE.
       6000-CHECK-THE-TAIL-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 7000-REPORT-ONE-LOG - one summary line per log, the first    *>
      *> break under it, and a critical LogError entry for a break.   *>
      *>----------------------------------------------------------*>
       7000-REPORT-ONE-LOG.
           MOVE WS-LOG-NAME TO WS-LL-LOG-NAME
           MOVE WS-ROW-COUNT TO WS-LL-ROWS
           MOVE WS-UNCHAINED-COUNT TO WS-LL-UNCHAINED
           MOVE WS-SEAL-ANCHOR-SEQ TO WS-LL-ANCHOR
           MOVE WS-SEAL-STATE TO WS-LL-SEAL
           EVALUATE TRUE
               WHEN WS-BREAK-FOUND
                   MOVE "BROKEN" TO WS-LL-RESULT
               WHEN NOT WS-LOG-FOUND
                   MOVE "NO LOG" TO WS-LL-RESULT
               WHEN OTHER
                   MOVE "INTACT" TO WS-LL-RESULT
           END-EVALUATE
           MOVE WS-LOG-LINE TO VR-REPORT-LINE
           PERFORM 8910-EMIT-REPORT-LINE
           IF WS-BREAK-FOUND
               ADD 1 TO WS-LOGS-BROKEN
               MOVE WS-BREAK-KIND TO WS-BL-KIND
               MOVE WS-BREAK-ROW TO WS-BL-ROW
               MOVE WS-BREAK-SEQ TO WS-BL-SEQ
               MOVE WS-BREAK-TEXT TO WS-BL-TEXT
               MOVE WS-BREAK-LINE TO VR-REPORT-LINE
               PERFORM 8910-EMIT-REPORT-LINE
               MOVE "LOGVERFY" TO LE-PROGRAM-NAME
               MOVE "7000-REPORT-ONE-LOG" TO LE-PARAGRAPH-NAME
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING WS-LOG-NAME DELIMITED BY SPACE
                   " chain " DELIMITED BY SIZE
                   WS-BREAK-KIND DELIMITED BY SPACE
                   " at row " DELIMITED BY SIZE
                   WS-BREAK-ROW DELIMITED BY SIZE
                   " seq " DELIMITED BY SIZE
                   WS-BREAK-SEQ DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               SET LE-SEVERITY-CRITICAL TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

       8910-EMIT-REPORT-LINE.
           DISPLAY VR-REPORT-LINE
           WRITE VR-REPORT-LINE.
