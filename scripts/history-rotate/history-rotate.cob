      *>             which keeps BatchSla and BalanceReport working,  *>
      *>             since both only read recent dates.               *>
      *>                                                              *>
      *>             The hash-chained PERSAUD.LOG and COMPHIST.LOG    *>
      *>             journals can be rotated the same way, but only   *>
      *>             when asked: RosterAsOf, CompInquiry and RetroPay *>
      *>             read their full history.  Only the oldest rows   *>
      *>             go, as an unbroken run from the front, and for   *>
      *>             PERSAUD.LOG only rows AuditLoad has already      *>
      *>             absorbed (AUDLOAD.CKP is stepped back by the     *>
      *>             number archived).  The chain of the rows         *>
      *>             archived is proved on the way out, and the live  *>
      *>             log is re-sealed with a signed ROTATE checkpoint *>
      *>             anchored on the last row archived; a chain that  *>
      *>             does not prove is not rotated, is logged as      *>
      *>             critical, and ends the step with 8.              *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               HISTROTA_KEEP_DAYS  detail days kept live      *>
      *>                                   (default 31)               *>
      *>               HISTROTA_CHAIN_KEEP_DAYS                       *>
      *>                                   days of PERSAUD.LOG and    *>
      *>                                   COMPHIST.LOG kept live     *>
      *>                                   (default 0 - not rotated)  *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Added optional rotation of the hash-chained    *>
      *>               PERSAUD.LOG and COMPHIST.LOG journals          *>
      *>               (HISTROTA_CHAIN_KEEP_DAYS, off by default):    *>
      *>               the archived rows are proved, AUDLOAD.CKP is   *>
      *>               stepped back, and the live log is re-sealed    *>
      *>               with a signed ROTATE checkpoint. The step now  *>
      *>               finishes with a condition code.                *>
      *>   2026-10-15  COMPHIST.LOG rows now carry the pay basis,     *>
      *>               hourly rate and currency in the hashed         *>
      *>               content; the chain columns moved to column 94. *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoryRotate.
           SELECT CONTROL-TOTALS-SUMMARY ASSIGN TO "CTLSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT PERSON-AUDIT ASSIGN TO "PERSAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT PERSON-AUDIT-NEW ASSIGN TO "PERSAUD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PERSON-AUDIT-ARCHIVE ASSIGN TO WS-AUD-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT AUDIT-LOAD-CHECKPOINT ASSIGN TO "AUDLOAD.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT COMP-HISTORY ASSIGN TO "COMPHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT COMP-HISTORY-NEW ASSIGN TO "COMPHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT COMP-HISTORY-ARCHIVE ASSIGN TO WS-HIST-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS-SUMMARY.
           COPY "control-totals-summary.cpy".

       FD  PERSON-AUDIT.
           COPY "person-audit.cpy".

       FD  PERSON-AUDIT-NEW.
       01  PERSON-AUDIT-NEW-RECORD  PIC X(134).

       FD  PERSON-AUDIT-ARCHIVE.
       01  PERSON-AUDIT-ARCH-RECORD PIC X(134).

       FD  AUDIT-LOAD-CHECKPOINT.
       01  AUDIT-LOAD-CKP-RECORD.
           05 CKP-ABSORBED-COUNT   PIC 9(09).

       FD  COMP-HISTORY.
           COPY "comp-history.cpy".

       FD  COMP-HISTORY-NEW.
       01  COMP-HISTORY-NEW-RECORD  PIC X(166).

       FD  COMP-HISTORY-ARCHIVE.
       01  COMP-HISTORY-ARCH-RECORD PIC X(166).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-RUN-STATUS             PIC X(02) VALUE "00".
           88 WS-RUN-OK                       VALUE "00".
       01 WS-DONE-STATUS            PIC X(02) VALUE "00".
       01 WS-CTL-ARCHIVED           PIC 9(07) VALUE 0.
       01 WS-CTL-KEPT               PIC 9(07) VALUE 0.
       01 WS-ROW-MONTH              PIC 9(06) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.

      *> the hash-chained journals: how far back they are kept, and
      *> where the rows in hand stand against the chain.
       01 WS-PA-STATUS              PIC X(02) VALUE "00".
           88 WS-PA-OK                        VALUE "00".
       01 WS-CH-STATUS              PIC X(02) VALUE "00".
           88 WS-CH-OK                        VALUE "00".
       01 WS-CKP-STATUS             PIC X(02) VALUE "00".
       01 WS-AUD-ARCH-NAME          PIC X(20) VALUE SPACES.
       01 WS-HIST-ARCH-NAME         PIC X(20) VALUE SPACES.
       01 WS-CHAIN-KEEP-DAYS        PIC 9(04) VALUE 0.
       01 WS-CHAIN-CUTOFF-DATE      PIC 9(08) VALUE 0.
       01 WS-ABSORBED-COUNT         PIC 9(09) VALUE 0.
       01 WS-AUD-ARCHIVED           PIC 9(07) VALUE 0.
       01 WS-AUD-KEPT               PIC 9(07) VALUE 0.
       01 WS-HIST-ARCHIVED          PIC 9(07) VALUE 0.
       01 WS-HIST-KEPT              PIC 9(07) VALUE 0.
       01 WS-ROW-NUMBER             PIC 9(09) VALUE 0.
       01 WS-BREAK-ROW              PIC 9(09) VALUE 0.
       01 WS-ROW-DATE               PIC X(08) VALUE SPACES.
       01 WS-ARCHIVING-FLAG         PIC X(01) VALUE "Y".
           88 WS-ARCHIVING                    VALUE "Y".
       01 WS-CHAIN-PROVEN-FLAG      PIC X(01) VALUE "Y".
           88 WS-CHAIN-PROVEN                 VALUE "Y".
       01 WS-ANCHOR-MOVED-FLAG      PIC X(01) VALUE "N".
           88 WS-ANCHOR-MOVED                 VALUE "Y".
       01 WS-CHAIN-LOG-NAME         PIC X(16) VALUE SPACES.
       01 WS-CHAIN-LAST-SEQ         PIC 9(09) VALUE 0.
       01 WS-CHAIN-LAST-HASH        PIC X(32) VALUE SPACES.
       01 WS-ROW-CONTENT            PIC X(200) VALUE SPACES.
       01 WS-ROW-SEQ-TEXT           PIC X(09) VALUE SPACES.
       01 WS-ROW-SEQ REDEFINES WS-ROW-SEQ-TEXT
                                    PIC 9(09).
       01 WS-ROW-PREV-HASH          PIC X(32) VALUE SPACES.
       01 WS-ROW-HASH               PIC X(32) VALUE SPACES.

       01 WS-RSUM-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-RSUM-MAX               PIC 9(03) COMP VALUE 200.
               PERFORM 2000-ROTATE-THE-DONE-LOG
               PERFORM 3000-ROTATE-CONTROL-TOTALS
               PERFORM 4000-APPEND-ALL-SUMMARIES
               IF WS-CHAIN-KEEP-DAYS > 0
                   PERFORM 5000-ROTATE-THE-AUDIT-LOG
                   PERFORM 6000-ROTATE-THE-COMP-HISTORY
               END-IF
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS RUNLOG archived/kept: "
                   WS-RUN-ARCHIVED "/" WS-RUN-KEPT
                   " JOBDONE: " WS-DONE-ARCHIVED "/" WS-DONE-KEPT
                   " CTLTOTAL: " WS-CTL-ARCHIVED "/" WS-CTL-KEPT
               IF WS-CHAIN-KEEP-DAYS > 0
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " CONTROL TOTALS PERSAUD archived/kept: "
                       WS-AUD-ARCHIVED "/" WS-AUD-KEPT
                       " COMPHIST: " WS-HIST-ARCHIVED "/"
                       WS-HIST-KEPT
               END-IF
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
               INTO WS-DONE-ARCH-NAME
           STRING "CTLTOTAL.A" DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-CTL-ARCH-NAME
           MOVE SPACES TO WS-KEEP-TEXT
           ACCEPT WS-KEEP-TEXT
               FROM ENVIRONMENT "HISTROTA_CHAIN_KEEP_DAYS"
           IF WS-KEEP-TEXT IS NUMERIC
               MOVE WS-KEEP-TEXT TO WS-CHAIN-KEEP-DAYS
           END-IF
           MOVE RC-RUN-DATE TO DC-DATE
           COMPUTE DC-DAYS-ADJUST = 0 - WS-CHAIN-KEEP-DAYS
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-CHAIN-CUTOFF-DATE
           STRING "PERSAUD.A" DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-AUD-ARCH-NAME
           STRING "COMPHIST.A" DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-HIST-ARCH-NAME.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "CheckJobSchedule" USING JS-JOB-NAME JS-CAN-RUN
               JS-REASON-TEXT.

      *>----------------------------------------------------------*>
      *> 0030-MARK-JOB-COMPLETE - 0, or 8 when a chained journal      *>
      *> was refused rotation.                                        *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE.

      *>----------------------------------------------------------*>
      *> 1000-ROTATE-THE-RUN-LOG - rows older than the cutoff go to   *>
           MOVE WS-CC-COUNT(WS-CSUM-SUB) TO CS-ROW-COUNT
           MOVE WS-CC-SUM(WS-CSUM-SUB) TO CS-VALUE-SUM
           WRITE CONTROL-TOTAL-SUMMARY-RECORD.

      *>----------------------------------------------------------*>
      *> 5000-ROTATE-THE-AUDIT-LOG - PERSAUD.LOG rows older than the  *>
      *> chain cutoff, and already absorbed by AuditLoad, go to the   *>
      *> archive as an unbroken run from the front; the first row     *>
      *> kept ends the run.                                           *>
      *>----------------------------------------------------------*>
       5000-ROTATE-THE-AUDIT-LOG.
           MOVE 0 TO WS-ABSORBED-COUNT
           OPEN INPUT AUDIT-LOAD-CHECKPOINT
           IF WS-CKP-STATUS = "00"
               READ AUDIT-LOAD-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-ABSORBED-COUNT IS NUMERIC
                           MOVE CKP-ABSORBED-COUNT
                               TO WS-ABSORBED-COUNT
                       END-IF
               END-READ
               CLOSE AUDIT-LOAD-CHECKPOINT
           END-IF
           MOVE "PERSAUD.LOG" TO WS-CHAIN-LOG-NAME
           PERFORM 7000-START-CHAIN-ROTATION
           OPEN INPUT PERSON-AUDIT
           IF WS-PA-OK
               OPEN OUTPUT PERSON-AUDIT-NEW
               OPEN OUTPUT PERSON-AUDIT-ARCHIVE
               PERFORM 5010-ROTATE-ONE-AUDIT-ROW
                   UNTIL WS-AT-END
               CLOSE PERSON-AUDIT-ARCHIVE
               CLOSE PERSON-AUDIT-NEW
               CLOSE PERSON-AUDIT
               IF WS-CHAIN-PROVEN
                   MOVE "mv PERSAUD.NEW PERSAUD.LOG" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM 5100-STEP-BACK-AUDIT-LOAD
                   PERFORM 7200-RESEAL-THE-CHAIN
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-AUD-ARCH-NAME
                       RETURNING WS-DELETE-STATUS
                   MOVE "rm -f PERSAUD.NEW" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   MOVE 0 TO WS-AUD-ARCHIVED
                   MOVE 0 TO WS-AUD-KEPT
                   PERFORM 7300-REPORT-BROKEN-CHAIN
               END-IF
           END-IF.

       5010-ROTATE-ONE-AUDIT-ROW.
           READ PERSON-AUDIT
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   MOVE PA-CHANGE-TIMESTAMP(1:8) TO WS-ROW-DATE
                   IF WS-ARCHIVING
                       AND WS-ROW-DATE < WS-CHAIN-CUTOFF-DATE
                       AND WS-ROW-NUMBER NOT > WS-ABSORBED-COUNT
                       MOVE PA-ROW-CONTENT TO WS-ROW-CONTENT
                       MOVE PERSON-AUDIT-RECORD(62:9)
                           TO WS-ROW-SEQ-TEXT
                       MOVE PA-PREV-HASH TO WS-ROW-PREV-HASH
                       MOVE PA-ROW-HASH TO WS-ROW-HASH
                       PERFORM 7100-PROVE-ONE-ARCHIVED-ROW
                       MOVE PERSON-AUDIT-RECORD
                           TO PERSON-AUDIT-ARCH-RECORD
                       WRITE PERSON-AUDIT-ARCH-RECORD
                       ADD 1 TO WS-AUD-ARCHIVED
                   ELSE
                       MOVE "N" TO WS-ARCHIVING-FLAG
                       MOVE PERSON-AUDIT-RECORD
                           TO PERSON-AUDIT-NEW-RECORD
                       WRITE PERSON-AUDIT-NEW-RECORD
                       ADD 1 TO WS-AUD-KEPT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 5100-STEP-BACK-AUDIT-LOAD - AuditLoad counts the rows it has *>
      *> absorbed by position on the log; the rows archived off the   *>
      *> front come off that count so it lines up with the live log.  *>
      *>----------------------------------------------------------*>
       5100-STEP-BACK-AUDIT-LOAD.
           IF WS-AUD-ARCHIVED > 0
               SUBTRACT WS-AUD-ARCHIVED FROM WS-ABSORBED-COUNT
               MOVE WS-ABSORBED-COUNT TO CKP-ABSORBED-COUNT
               OPEN OUTPUT AUDIT-LOAD-CHECKPOINT
               WRITE AUDIT-LOAD-CKP-RECORD
               CLOSE AUDIT-LOAD-CHECKPOINT
           END-IF.

      *>----------------------------------------------------------*>
      *> 6000-ROTATE-THE-COMP-HISTORY - the same for COMPHIST.LOG.    *>
      *>----------------------------------------------------------*>
       6000-ROTATE-THE-COMP-HISTORY.
           MOVE "COMPHIST.LOG" TO WS-CHAIN-LOG-NAME
           PERFORM 7000-START-CHAIN-ROTATION
           OPEN INPUT COMP-HISTORY
           IF WS-CH-OK
               OPEN OUTPUT COMP-HISTORY-NEW
               OPEN OUTPUT COMP-HISTORY-ARCHIVE
               PERFORM 6010-ROTATE-ONE-HISTORY-ROW
                   UNTIL WS-AT-END
               CLOSE COMP-HISTORY-ARCHIVE
               CLOSE COMP-HISTORY-NEW
               CLOSE COMP-HISTORY
               IF WS-CHAIN-PROVEN
                   MOVE "mv COMPHIST.NEW COMPHIST.LOG" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM 7200-RESEAL-THE-CHAIN
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-HIST-ARCH-NAME
                       RETURNING WS-DELETE-STATUS
                   MOVE "rm -f COMPHIST.NEW" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   MOVE 0 TO WS-HIST-ARCHIVED
                   MOVE 0 TO WS-HIST-KEPT
                   PERFORM 7300-REPORT-BROKEN-CHAIN
               END-IF
           END-IF.

       6010-ROTATE-ONE-HISTORY-ROW.
           READ COMP-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   MOVE CH-CHANGE-TIMESTAMP(1:8) TO WS-ROW-DATE
                   IF WS-ARCHIVING
                       AND WS-ROW-DATE < WS-CHAIN-CUTOFF-DATE
                       MOVE CH-ROW-CONTENT TO WS-ROW-CONTENT
                       MOVE COMP-HISTORY-RECORD(94:9)
                           TO WS-ROW-SEQ-TEXT
                       MOVE CH-PREV-HASH TO WS-ROW-PREV-HASH
                       MOVE CH-ROW-HASH TO WS-ROW-HASH
                       PERFORM 7100-PROVE-ONE-ARCHIVED-ROW
                       MOVE COMP-HISTORY-RECORD
                           TO COMP-HISTORY-ARCH-RECORD
                       WRITE COMP-HISTORY-ARCH-RECORD
                       ADD 1 TO WS-HIST-ARCHIVED
                   ELSE
                       MOVE "N" TO WS-ARCHIVING-FLAG
                       MOVE COMP-HISTORY-RECORD
                           TO COMP-HISTORY-NEW-RECORD
                       WRITE COMP-HISTORY-NEW-RECORD
                       ADD 1 TO WS-HIST-KEPT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 7000-START-CHAIN-ROTATION - the archived run must chain on   *>
      *> from the anchor of the log's latest signed checkpoint.       *>
      *>----------------------------------------------------------*>
       7000-START-CHAIN-ROTATION.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "Y" TO WS-ARCHIVING-FLAG
           MOVE "Y" TO WS-CHAIN-PROVEN-FLAG
           MOVE "N" TO WS-ANCHOR-MOVED-FLAG
           MOVE 0 TO WS-ROW-NUMBER
           MOVE 0 TO WS-BREAK-ROW
           MOVE WS-CHAIN-LOG-NAME TO HC-LOG-NAME
           CALL "GetLogSeal" USING HC-LOG-NAME HC-ANCHOR-SEQ
               HC-ANCHOR-HASH HC-END-SEQ HC-END-HASH HC-SEAL-FLAG
           MOVE HC-ANCHOR-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE HC-ANCHOR-HASH TO WS-CHAIN-LAST-HASH
           IF HC-SEAL-FORGED
               MOVE "N" TO WS-CHAIN-PROVEN-FLAG
           END-IF.

      *>----------------------------------------------------------*>
      *> 7100-PROVE-ONE-ARCHIVED-ROW - an archived chained row must   *>
      *> follow the one before it and match its own hash, or the new  *>
      *> anchor would hide a break; it then becomes the anchor.       *>
      *> Rows from before the chain started carry no chain columns.   *>
      *>----------------------------------------------------------*>
       7100-PROVE-ONE-ARCHIVED-ROW.
           IF WS-ROW-SEQ-TEXT IS NUMERIC
               IF WS-ROW-SEQ NOT = WS-CHAIN-LAST-SEQ + 1
                   OR WS-ROW-PREV-HASH NOT = WS-CHAIN-LAST-HASH
                   PERFORM 7110-NOTE-THE-BREAK
               ELSE
                   MOVE WS-ROW-CONTENT TO HC-ROW-CONTENT
                   MOVE WS-ROW-SEQ TO HC-CHAIN-SEQ
                   MOVE WS-ROW-PREV-HASH TO HC-PREV-HASH
                   CALL "ComputeChainHash" USING HC-ROW-CONTENT
                       HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
                   IF HC-ROW-HASH NOT = WS-ROW-HASH
                       PERFORM 7110-NOTE-THE-BREAK
                   END-IF
               END-IF
               MOVE WS-ROW-SEQ TO WS-CHAIN-LAST-SEQ
               MOVE WS-ROW-HASH TO WS-CHAIN-LAST-HASH
               SET WS-ANCHOR-MOVED TO TRUE
           END-IF.

       7110-NOTE-THE-BREAK.
           IF WS-CHAIN-PROVEN
               MOVE "N" TO WS-CHAIN-PROVEN-FLAG
               MOVE WS-ROW-NUMBER TO WS-BREAK-ROW
           END-IF.

      *>----------------------------------------------------------*>
      *> 7200-RESEAL-THE-CHAIN - when chained rows were archived, a   *>
      *> signed ROTATE checkpoint anchors the live log on the last    *>
      *> of them; the chain head is left where the writers put it.    *>
      *>----------------------------------------------------------*>
       7200-RESEAL-THE-CHAIN.
           IF WS-ANCHOR-MOVED
               MOVE WS-CHAIN-LOG-NAME TO HC-LOG-NAME
               CALL "GetChainHead" USING HC-LOG-NAME HC-END-SEQ
                   HC-END-HASH HC-HEAD-FLAG
               IF HC-HEAD-FOUND
                   MOVE "ROTATE" TO HC-SEAL-REASON
                   MOVE "HISTROTA" TO HC-PROGRAM-NAME
                   MOVE WS-CHAIN-LAST-SEQ TO HC-ANCHOR-SEQ
                   MOVE WS-CHAIN-LAST-HASH TO HC-ANCHOR-HASH
                   CALL "ResealLogChain" USING HC-LOG-NAME
                       HC-SEAL-REASON HC-PROGRAM-NAME HC-ANCHOR-SEQ
                       HC-ANCHOR-HASH HC-END-SEQ HC-END-HASH
               END-IF
           END-IF.

       7300-REPORT-BROKEN-CHAIN.
           MOVE 8 TO WS-CONDITION
           IF WS-BREAK-ROW = 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-CHAIN-LOG-NAME " checkpoint signature does"
                   " not prove - not rotated."
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-CHAIN-LOG-NAME " chain does not prove at"
                   " row " WS-BREAK-ROW " - not rotated."
           END-IF
           MOVE "HISTROTA" TO LE-PROGRAM-NAME
           MOVE "7100-PROVE-ONE-ROW" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING WS-CHAIN-LOG-NAME DELIMITED BY SPACE
               " chain broken - rotation refused" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE.
