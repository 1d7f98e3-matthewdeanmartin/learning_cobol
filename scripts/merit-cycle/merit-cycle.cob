      *>             Controls (environment variables):                *>
      *>               MERIT_MODE      PROPOSE (default) or APPLY     *>
      *>               MERIT_EFF_DATE  yyyymmdd effective date for    *>
      *>                               APPLY (default: run date, or   *>
      *>                               the checkpoint's on a restart) *>
      *>               MERIT_CKP_INTERVAL  raises between APPLY       *>
      *>                               checkpoints (default 100, at   *>
      *>                               most 500)                      *>
      *>               MERIT_CKP_RESET Y discards an incomplete APPLY *>
      *>                               checkpoint and applies from    *>
      *>                               the first person again         *>
      *>                                                              *>
      *>             APPLY checkpoints to MERITCYC.CKP: a header row  *>
      *>             (status, run and effective dates, last person    *>
      *>             applied, the COMPHIST.LOG chain sequence reached *>
      *>             and the running counts and delta) and one row    *>
      *>             per department delta so far.  An APPLY that      *>
      *>             finds the checkpoint incomplete resumes after    *>
      *>             the last person in it; raises journaled after    *>
      *>             that checkpoint are recognised from COMPHIST.LOG *>
      *>             (journaled before the rewrite for that reason)   *>
      *>             and counted, not given again, so the totals of   *>
      *>             a restarted cycle equal those of a single pass.  *>
      *>                                                              *>
      *>             MERITCTL.CTL row: grade(2) blank dept(4) blank   *>
      *>             percentage 99v99 as four digits (0350 = 3.50%).  *>
      *>               masters and the comp history journal resolve   *>
      *>               to the .TST file-set, so a rehearsal APPLY     *>
      *>               cannot rewrite the real COMPMAST.              *>
      *>   2026-10-15  APPLY is now also refused while FREEZE.CTL has *>
      *>               a MASTER change freeze in force, unless an     *>
      *>               emergency override is given                    *>
      *>               (CheckOperatorAuthClass).                      *>
      *>   2026-10-15  Each COMPHIST.LOG row the apply pass writes is *>
      *>               now hash-chained to the one before it through  *>
      *>               ChainLogRow.                                   *>
      *>   2026-10-15  APPLY checkpoints every MERIT_CKP_INTERVAL     *>
      *>               raises to MERITCYC.CKP and resumes after the   *>
      *>               last person checkpointed; an incomplete        *>
      *>               checkpoint must be resumed or reset with       *>
      *>               MERIT_CKP_RESET.  Each raise is now journaled  *>
      *>               before its rewrite, and a refused APPLY ends   *>
      *>               the step 8 after the job timer has closed.     *>
      *>   2026-10-15  The COMPHIST.LOG row carries the pay basis,    *>
      *>               hourly rate and currency, unchanged by a raise.*>
      *>   2026-10-15  A checkpoint that cannot be written stops      *>
      *>               APPLY with 8 - before any raise when it is the *>
      *>               first - and an emptied checkpoint refuses the  *>
      *>               next APPLY.  On a restart, raises found        *>
      *>               journaled are counted but not printed again.   *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritCycle.
           SELECT COMP-HISTORY ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT MERIT-CHECKPOINT ASSIGN TO WS-CKP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-HISTORY.
           COPY "comp-history.cpy".

       FD  MERIT-CHECKPOINT.
       01  MERIT-CHECKPOINT-RECORD.
           05 CKP-RECORD-TYPE      PIC X(01).
               88 CKP-HEADER-ROW              VALUE "H".
               88 CKP-DEPT-ROW                VALUE "D".
           05 FILLER               PIC X(79).
       01  MERIT-CHECKPOINT-HEADER.
           05 FILLER               PIC X(02).
           05 CKP-STATUS           PIC X(01).
               88 CKP-INCOMPLETE              VALUE "I".
               88 CKP-COMPLETE                VALUE "C".
           05 FILLER               PIC X(01).
           05 CKP-RUN-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 CKP-EFFECTIVE-DATE   PIC 9(08).
           05 FILLER               PIC X(01).
           05 CKP-LAST-PERSON-ID   PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-HIST-SEQ         PIC 9(09).
           05 FILLER               PIC X(01).
           05 CKP-INCREASED-COUNT  PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-NO-RULE-COUNT    PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-NO-COMP-COUNT    PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-TOTAL-DELTA      PIC 9(12).
           05 FILLER               PIC X(12).
       01  MERIT-CHECKPOINT-DEPT.
           05 FILLER               PIC X(02).
           05 CKP-DEPT-CODE        PIC X(04).
           05 FILLER               PIC X(01).
           05 CKP-DEPT-DELTA       PIC 9(12).
           05 FILLER               PIC X(61).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "format-number-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE            PIC 9(08).
           05 WS-TS-TIME            PIC 9(08).
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-EFF-DATE-GIVEN-FLAG    PIC X(01) VALUE "N".
           88 WS-EFF-DATE-GIVEN               VALUE "Y".
       01 WS-REGISTER-DATE          PIC 9(08) VALUE 0.

      *> APPLY checkpoint/restart.
       01 WS-CKP-FILE-NAME          PIC X(16) VALUE "MERITCYC.CKP".
       01 WS-CKP-STATUS             PIC X(02) VALUE "00".
           88 WS-CKP-OK                       VALUE "00".
       01 WS-CKP-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-CKP-AT-END                   VALUE "Y".
       01 WS-CKP-INTERVAL-TEXT      PIC X(03) VALUE SPACES.
       01 WS-CKP-INTERVAL           PIC 9(03) VALUE 100.
       01 WS-CKP-RESET-FLAG         PIC X(01) VALUE "N".
           88 WS-CKP-RESET-ASKED              VALUE "Y".
       01 WS-CKP-SINCE-LAST         PIC 9(03) VALUE 0.
       01 WS-CKP-WRITTEN-COUNT      PIC 9(05) VALUE 0.
       01 WS-CKP-STATE              PIC X(01) VALUE "I".
       01 WS-CKP-REFUSED-FLAG       PIC X(01) VALUE "N".
           88 WS-CKP-REFUSED                  VALUE "Y".
       01 WS-CKP-FAILED-FLAG        PIC X(01) VALUE "N".
           88 WS-CKP-FAILED                   VALUE "Y".
       01 WS-RESUME-FLAG            PIC X(01) VALUE "N".
           88 WS-RESUMING                     VALUE "Y".
       01 WS-RESUME-AFTER           PIC 9(05) VALUE 0.
       01 WS-RESUME-SEQ             PIC 9(09) VALUE 0.
       01 WS-LAST-PERSON-ID         PIC 9(05) VALUE 0.
       01 WS-LAST-HIST-SEQ          PIC 9(09) VALUE 0.
       01 WS-RECOVERED-COUNT        PIC 9(05) VALUE 0.
       01 WS-RECOVERED-FLAG         PIC X(01) VALUE "N".
           88 WS-RAISE-RECOVERED              VALUE "Y".
       01 WS-REWRITE-FLAG           PIC X(01) VALUE "Y".
           88 WS-REWRITE-NEEDED               VALUE "Y".
       01 WS-JOURNAL-FLAG           PIC X(01) VALUE "Y".
           88 WS-JOURNAL-NEEDED               VALUE "Y".

      *> raises journaled to COMPHIST.LOG after the checkpoint being
      *> resumed - the interrupted pass gave these, so the restart
      *> counts them instead of giving them again.
       01 WS-JR-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-JR-MAX                 PIC 9(03) COMP VALUE 500.
       01 WS-JR-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-JR-FOUND               PIC 9(03) COMP VALUE 0.
       01 WS-JOURNALED-TABLE.
           05 WS-JR-ENTRY OCCURS 500 TIMES.
               10 WS-JR-PERSON-ID   PIC 9(05).
               10 WS-JR-OLD-SALARY  PIC 9(11).
               10 WS-JR-NEW-SALARY  PIC 9(11).
               10 WS-JR-CHAIN-SEQ   PIC 9(09).

       01 WS-RULE-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-RULE-MAX               PIC 9(03) COMP VALUE 100.
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-CONDITION TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
           IF WS-MODE-APPLY
               MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE 9 TO OA-REQUIRED-LEVEL
               MOVE "MASTER" TO OA-FREEZE-CLASS
               MOVE RC-JOB-STEP-NAME TO OA-ACTION-NAME
               CALL "CheckOperatorAuthClass" USING OA-OPERATOR-ID
                   OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
                   OA-FREEZE-CLASS OA-ACTION-NAME OA-FREEZE-RESULT
               IF OA-REFUSED
                   IF OA-FROZEN
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME
                           " Apply refused - change freeze in force."
                   ELSE
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME
                           " Apply refused - operator " RC-OPERATOR-ID
                           " lacks authority."
                   END-IF
                   MOVE 8 TO WS-CONDITION
                   GO TO 0040-CHECK-APPLY-AUTHORITY-EXIT
               END-IF
           END-IF
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No MERITCTL.CTL rules - nothing to do."
           ELSE
               PERFORM 1200-CHECK-CHECKPOINT
                   THRU 1200-CHECK-CHECKPOINT-EXIT
               IF WS-CKP-REFUSED
                   GO TO 0040-CHECK-APPLY-AUTHORITY-EXIT
               END-IF
               PERFORM 1500-OPEN-FILES
               IF WS-PM-OK AND WS-CM-OK
                   IF WS-MODE-APPLY
                       PERFORM 1400-START-CHECKPOINTING
                   END-IF
                   PERFORM 2000-CYCLE-ONE-PERSON
                       UNTIL WS-AT-END OR WS-CKP-FAILED
                   IF NOT WS-CKP-FAILED
                       PERFORM 3000-WRITE-TOTALS
                       IF WS-MODE-APPLY
                           MOVE "C" TO WS-CKP-STATE
                           PERFORM 2800-WRITE-CHECKPOINT
                       END-IF
                   END-IF
                   CLOSE PERSON-MASTER
                   CLOSE COMP-MASTER
                   IF WS-HIST-OPEN
                       CLOSE COMP-HISTORY
                   END-IF
                   IF NOT WS-CKP-FAILED
                       PERFORM 0030-MARK-JOB-COMPLETE
                   END-IF
               END-IF
               CLOSE MERIT-REGISTER
           END-IF.
           ACCEPT WS-EFF-DATE-TEXT FROM ENVIRONMENT "MERIT_EFF_DATE"
           IF WS-EFF-DATE-TEXT IS NUMERIC
               MOVE WS-EFF-DATE-TEXT TO WS-EFFECTIVE-DATE
               SET WS-EFF-DATE-GIVEN TO TRUE
           END-IF
           IF RC-TEST-MODE
               MOVE "MERITCYC.CKT" TO WS-CKP-FILE-NAME
           END-IF
           ACCEPT WS-CKP-INTERVAL-TEXT
               FROM ENVIRONMENT "MERIT_CKP_INTERVAL"
           IF WS-CKP-INTERVAL-TEXT IS NUMERIC
               MOVE WS-CKP-INTERVAL-TEXT TO WS-CKP-INTERVAL
           END-IF
           IF WS-CKP-INTERVAL = 0
               MOVE 100 TO WS-CKP-INTERVAL
           END-IF
           IF WS-CKP-INTERVAL > 500
               MOVE 500 TO WS-CKP-INTERVAL
           END-IF
           ACCEPT WS-CKP-RESET-FLAG FROM ENVIRONMENT "MERIT_CKP_RESET".

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1200-CHECK-CHECKPOINT - an incomplete MERITCYC.CKP means an  *>
      *> APPLY stopped partway.  APPLY resumes it (adopting its       *>
      *> effective date unless MERIT_EFF_DATE names another, which is *>
      *> refused), or starts over only when the operator resets it    *>
      *> with MERIT_CKP_RESET=Y.  PROPOSE just warns.                 *>
      *>----------------------------------------------------------*>
       1200-CHECK-CHECKPOINT.
           MOVE "N" TO WS-RESUME-FLAG
           MOVE RC-RUN-DATE TO WS-REGISTER-DATE
           MOVE "N" TO WS-CKP-EOF-FLAG
           OPEN INPUT MERIT-CHECKPOINT
           IF NOT WS-CKP-OK
               GO TO 1200-CHECK-CHECKPOINT-EXIT
           END-IF
           READ MERIT-CHECKPOINT
               AT END
                   SET WS-CKP-AT-END TO TRUE
           END-READ
           IF WS-CKP-AT-END AND WS-MODE-APPLY
               AND NOT WS-CKP-RESET-ASKED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Apply refused - " WS-CKP-FILE-NAME
                   " is empty after a failed checkpoint write; check "
                   "COMPHIST.LOG, then reset with MERIT_CKP_RESET=Y."
               MOVE "MERITCYC" TO LE-PROGRAM-NAME
               MOVE "1200-CHECK-CHECKPOINT" TO LE-PARAGRAPH-NAME
               MOVE "APPLY refused - checkpoint file is empty"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               SET WS-CKP-REFUSED TO TRUE
               MOVE 8 TO WS-CONDITION
               CLOSE MERIT-CHECKPOINT
               GO TO 1200-CHECK-CHECKPOINT-EXIT
           END-IF
           IF WS-CKP-AT-END OR NOT CKP-HEADER-ROW
               OR NOT CKP-INCOMPLETE
               CLOSE MERIT-CHECKPOINT
               GO TO 1200-CHECK-CHECKPOINT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-PROPOSE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Note - an APPLY for " CKP-EFFECTIVE-DATE
                       " stopped after person " CKP-LAST-PERSON-ID
                       "; people it raised are proposed on their "
                       "new salary."
               WHEN WS-CKP-RESET-ASKED
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Incomplete checkpoint after person "
                       CKP-LAST-PERSON-ID " reset by operator "
                       RC-OPERATOR-ID " - applying from the top."
                   MOVE "MERITCYC" TO LE-PROGRAM-NAME
                   MOVE "1200-CHECK-CHECKPOINT" TO LE-PARAGRAPH-NAME
                   MOVE SPACES TO LE-MESSAGE-TEXT
                   STRING "Incomplete APPLY checkpoint reset by "
                           DELIMITED BY SIZE
                       RC-OPERATOR-ID DELIMITED BY SPACE
                       " after person " DELIMITED BY SIZE
                       CKP-LAST-PERSON-ID DELIMITED BY SIZE
                       INTO LE-MESSAGE-TEXT
                   SET LE-SEVERITY-WARNING TO TRUE
                   CALL "LogError" USING LE-PROGRAM-NAME
                       LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                       LE-SEVERITY-CODE
               WHEN WS-EFF-DATE-GIVEN
                   AND CKP-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Apply refused - the APPLY for "
                       CKP-EFFECTIVE-DATE " stopped after person "
                       CKP-LAST-PERSON-ID "; restart it or reset "
                       "with MERIT_CKP_RESET=Y."
                   MOVE "MERITCYC" TO LE-PROGRAM-NAME
                   MOVE "1200-CHECK-CHECKPOINT" TO LE-PARAGRAPH-NAME
                   MOVE "APPLY refused - incomplete checkpoint exists"
                       TO LE-MESSAGE-TEXT
                   SET LE-SEVERITY-ERROR TO TRUE
                   CALL "LogError" USING LE-PROGRAM-NAME
                       LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                       LE-SEVERITY-CODE
                   SET WS-CKP-REFUSED TO TRUE
                   MOVE 8 TO WS-CONDITION
               WHEN OTHER
                   PERFORM 1210-RESTORE-CHECKPOINT
           END-EVALUATE
           CLOSE MERIT-CHECKPOINT
           IF WS-RESUMING
               PERFORM 1300-LOAD-JOURNALED-RAISES
           END-IF.
       1200-CHECK-CHECKPOINT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1210-RESTORE-CHECKPOINT - the running counts, delta and      *>
      *> department deltas as they stood at the checkpoint, so the    *>
      *> resumed pass carries on from them.                           *>
      *>----------------------------------------------------------*>
       1210-RESTORE-CHECKPOINT.
           SET WS-RESUMING TO TRUE
           MOVE CKP-LAST-PERSON-ID TO WS-RESUME-AFTER
           MOVE CKP-LAST-PERSON-ID TO WS-LAST-PERSON-ID
           MOVE CKP-HIST-SEQ TO WS-RESUME-SEQ
           MOVE CKP-HIST-SEQ TO WS-LAST-HIST-SEQ
           MOVE CKP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE CKP-RUN-DATE TO WS-REGISTER-DATE
           MOVE CKP-INCREASED-COUNT TO WS-INCREASED-COUNT
           MOVE CKP-NO-RULE-COUNT TO WS-NO-RULE-COUNT
           MOVE CKP-NO-COMP-COUNT TO WS-NO-COMP-COUNT
           MOVE CKP-TOTAL-DELTA TO WS-TOTAL-DELTA
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Resuming the APPLY for " WS-EFFECTIVE-DATE
               " after person " WS-RESUME-AFTER
           PERFORM 1220-RESTORE-ONE-DEPT
               UNTIL WS-CKP-AT-END.

       1220-RESTORE-ONE-DEPT.
           READ MERIT-CHECKPOINT
               AT END
                   SET WS-CKP-AT-END TO TRUE
               NOT AT END
                   IF CKP-DEPT-ROW AND WS-DEPT-COUNT < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-COUNT
                       SET WS-DT-IDX TO WS-DEPT-COUNT
                       MOVE CKP-DEPT-CODE TO WS-DT-CODE(WS-DT-IDX)
                       MOVE CKP-DEPT-DELTA TO WS-DT-DELTA(WS-DT-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1300-LOAD-JOURNALED-RAISES - COMPHIST.LOG rows for this      *>
      *> effective date chained after the checkpoint are raises the   *>
      *> interrupted pass gave past its last checkpoint.  More than   *>
      *> the table holds cannot be told apart, so the restart is      *>
      *> refused rather than raise anyone twice.                      *>
      *>----------------------------------------------------------*>
       1300-LOAD-JOURNALED-RAISES.
           MOVE 0 TO WS-JR-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COMP-HISTORY
           IF WS-CH-STATUS = "00"
               PERFORM 1310-LOAD-ONE-JOURNALED-RAISE
                   UNTIL WS-AT-END
               CLOSE COMP-HISTORY
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       1310-LOAD-ONE-JOURNALED-RAISE.
           READ COMP-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CH-CHAIN-SEQ IS NUMERIC
                       AND CH-CHAIN-SEQ > WS-RESUME-SEQ
                       AND CH-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
                       AND CH-PERSON-ID > WS-RESUME-AFTER
                       PERFORM 1320-KEEP-ONE-JOURNALED-RAISE
                   END-IF
           END-READ.

       1320-KEEP-ONE-JOURNALED-RAISE.
           IF WS-JR-COUNT < WS-JR-MAX
               ADD 1 TO WS-JR-COUNT
               MOVE CH-PERSON-ID TO WS-JR-PERSON-ID(WS-JR-COUNT)
               MOVE CH-OLD-SALARY TO WS-JR-OLD-SALARY(WS-JR-COUNT)
               MOVE CH-NEW-SALARY TO WS-JR-NEW-SALARY(WS-JR-COUNT)
               MOVE CH-CHAIN-SEQ TO WS-JR-CHAIN-SEQ(WS-JR-COUNT)
           ELSE
               IF NOT WS-CKP-REFUSED
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " Apply refused - more than 500 raises "
                       "journaled since the checkpoint."
                   MOVE "MERITCYC" TO LE-PROGRAM-NAME
                   MOVE "1300-LOAD-JOURNALED" TO LE-PARAGRAPH-NAME
                   MOVE "Restart refused - 500+ raises past checkpoint"
                       TO LE-MESSAGE-TEXT
                   SET LE-SEVERITY-ERROR TO TRUE
                   CALL "LogError" USING LE-PROGRAM-NAME
                       LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                       LE-SEVERITY-CODE
                   SET WS-CKP-REFUSED TO TRUE
                   MOVE 8 TO WS-CONDITION
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1400-START-CHECKPOINTING - a fresh APPLY checkpoints before  *>
      *> its first raise, at the current COMPHIST.LOG chain head, so  *>
      *> even a pass that stops before its first interval restarts   *>
      *> instead of starting over.  If that checkpoint cannot be      *>
      *> written, 2890 refuses the APPLY before any raise is given.   *>
      *>----------------------------------------------------------*>
       1400-START-CHECKPOINTING.
           MOVE 0 TO WS-CKP-SINCE-LAST
           IF NOT WS-RESUMING
               MOVE WS-HIST-FILE-NAME TO HC-LOG-NAME
               CALL "GetChainHead" USING HC-LOG-NAME HC-END-SEQ
                   HC-END-HASH HC-HEAD-FLAG
               MOVE HC-END-SEQ TO WS-LAST-HIST-SEQ
               MOVE 0 TO WS-LAST-PERSON-ID
               MOVE "I" TO WS-CKP-STATE
               PERFORM 2800-WRITE-CHECKPOINT
           END-IF.

       1500-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF WS-MODE-APPLY
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           STRING "MERITREG." DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           IF WS-RESUMING
               OPEN EXTEND MERIT-REGISTER
               IF WS-RPT-STATUS = "35"
                   OPEN OUTPUT MERIT-REGISTER
                   PERFORM 1510-WRITE-HEADINGS
               END-IF
               MOVE SPACES TO MR-REPORT-LINE
               STRING "*** RESTARTED AFTER PERSON " DELIMITED BY SIZE
                   WS-RESUME-AFTER DELIMITED BY SIZE
                   " - RUN " DELIMITED BY SIZE
                   RC-RUN-ID DELIMITED BY SPACE
                   " DATE " DELIMITED BY SIZE
                   RC-RUN-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           ELSE
               OPEN OUTPUT MERIT-REGISTER
               PERFORM 1510-WRITE-HEADINGS
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           IF WS-PM-OK
               MOVE WS-RESUME-AFTER TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
           END-IF.

       1510-WRITE-HEADINGS.
           MOVE WS-RUN-MODE TO WS-H1-MODE
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE WS-REGISTER-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO MR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO MR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2000-CYCLE-ONE-PERSON - the next active person, joined to    *>
      *> the comp row and the first matching merit rule; PROPOSE      *>
                   ADD 1 TO WS-NO-COMP-COUNT
                   GO TO 2100-RAISE-ONE-PERSON-EXIT
           END-READ
           MOVE "Y" TO WS-REWRITE-FLAG
           MOVE "Y" TO WS-JOURNAL-FLAG
           MOVE "N" TO WS-RECOVERED-FLAG
           MOVE 0 TO WS-JR-FOUND
           IF WS-RESUMING
               PERFORM 2150-FIND-JOURNALED-RAISE
           END-IF
           PERFORM 2200-FIND-MATCHING-RULE
           IF WS-JR-FOUND > 0
               PERFORM 2160-TAKE-JOURNALED-RAISE
           ELSE
               IF NOT WS-RULE-FOUND
                   ADD 1 TO WS-NO-RULE-COUNT
                   GO TO 2100-RAISE-ONE-PERSON-EXIT
               END-IF
               MOVE CM-ANNUAL-SALARY TO WS-OLD-SALARY
               COMPUTE WS-NEW-SALARY ROUNDED =
                   WS-OLD-SALARY * (1 + WS-MATCH-PERCENT / 100)
           END-IF
           COMPUTE WS-DELTA = WS-NEW-SALARY - WS-OLD-SALARY
           ADD WS-DELTA TO WS-TOTAL-DELTA
           IF NOT WS-RAISE-RECOVERED
               PERFORM 2300-WRITE-REGISTER-LINE
           END-IF
           PERFORM 2400-ADD-TO-DEPT-TOTAL
           IF WS-MODE-APPLY
               IF WS-JOURNAL-NEEDED
                   PERFORM 2700-WRITE-COMP-HISTORY
               END-IF
               IF WS-REWRITE-NEEDED
                   MOVE WS-NEW-SALARY TO CM-ANNUAL-SALARY
                   MOVE WS-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE
                   REWRITE COMP-MASTER-RECORD
               END-IF
           END-IF
           ADD 1 TO WS-INCREASED-COUNT
           IF WS-MODE-APPLY
               MOVE PM-PERSON-ID TO WS-LAST-PERSON-ID
               ADD 1 TO WS-CKP-SINCE-LAST
               IF WS-CKP-SINCE-LAST NOT < WS-CKP-INTERVAL
                   PERFORM 2800-WRITE-CHECKPOINT
               END-IF
           END-IF.
       2100-RAISE-ONE-PERSON-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2150-FIND-JOURNALED-RAISE - on a restart, whether the        *>
      *> interrupted pass already journaled this person's raise (the  *>
      *> last such row counts).                                       *>
      *>----------------------------------------------------------*>
       2150-FIND-JOURNALED-RAISE.
           PERFORM 2151-MATCH-ONE-JOURNALED-RAISE
               VARYING WS-JR-SUB FROM 1 BY 1
               UNTIL WS-JR-SUB > WS-JR-COUNT.

       2151-MATCH-ONE-JOURNALED-RAISE.
           IF WS-JR-PERSON-ID(WS-JR-SUB) = PM-PERSON-ID
               MOVE WS-JR-SUB TO WS-JR-FOUND
           END-IF.

      *>----------------------------------------------------------*>
      *> 2160-TAKE-JOURNALED-RAISE - the raise stands as journaled:   *>
      *> it is counted in the totals but neither journaled nor        *>
      *> printed again (the interrupted pass printed it above the     *>
      *> RESTARTED line), and the comp row is rewritten only if the   *>
      *> pass stopped between the journal row and the rewrite.        *>
      *>----------------------------------------------------------*>
       2160-TAKE-JOURNALED-RAISE.
           MOVE WS-JR-OLD-SALARY(WS-JR-FOUND) TO WS-OLD-SALARY
           MOVE WS-JR-NEW-SALARY(WS-JR-FOUND) TO WS-NEW-SALARY
           MOVE "N" TO WS-JOURNAL-FLAG
           SET WS-RAISE-RECOVERED TO TRUE
           IF CM-ANNUAL-SALARY = WS-NEW-SALARY
               AND CM-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
               MOVE "N" TO WS-REWRITE-FLAG
           END-IF
           IF WS-JR-CHAIN-SEQ(WS-JR-FOUND) > WS-LAST-HIST-SEQ
               MOVE WS-JR-CHAIN-SEQ(WS-JR-FOUND) TO WS-LAST-HIST-SEQ
           END-IF
           ADD 1 TO WS-RECOVERED-COUNT.

       2200-FIND-MATCHING-RULE.
           MOVE "N" TO WS-RULE-FOUND-FLAG
           MOVE 0 TO WS-MATCH-PERCENT
      *>----------------------------------------------------------*>
      *> 2700-WRITE-COMP-HISTORY - one COMPHIST.LOG journal row per   *>
      *> applied raise, the same journal SetCompensation writes.      *>
      *> It is written and closed ahead of the rewrite, so a restart  *>
      *> can always tell a raise given from one not yet given.       *>
      *>----------------------------------------------------------*>
       2700-WRITE-COMP-HISTORY.
           IF NOT WS-HIST-OPEN
           MOVE WS-OLD-SALARY TO CH-OLD-SALARY
           MOVE WS-NEW-SALARY TO CH-NEW-SALARY
           MOVE WS-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE
           MOVE CM-PAY-BASIS TO CH-OLD-PAY-BASIS
           MOVE CM-PAY-BASIS TO CH-NEW-PAY-BASIS
           MOVE CM-HOURLY-RATE TO CH-OLD-HOURLY-RATE
           MOVE CM-HOURLY-RATE TO CH-NEW-HOURLY-RATE
           MOVE CM-CURRENCY-CODE TO CH-OLD-CURRENCY
           MOVE CM-CURRENCY-CODE TO CH-NEW-CURRENCY
           MOVE RC-OPERATOR-ID TO CH-OPERATOR-ID
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TIMESTAMP TO CH-CHANGE-TIMESTAMP
           PERFORM 2710-CHAIN-HISTORY-ROW
           WRITE COMP-HISTORY-RECORD
           CLOSE COMP-HISTORY
           MOVE "N" TO WS-HIST-OPEN-FLAG.

      *>----------------------------------------------------------*>
      *> 2710-CHAIN-HISTORY-ROW - link the row in the buffer to       *>
      *> the one before it on COMPHIST.LOG (ChainLogRow).             *>
      *>----------------------------------------------------------*>
       2710-CHAIN-HISTORY-ROW.
           MOVE WS-HIST-FILE-NAME TO HC-LOG-NAME
           MOVE CH-ROW-CONTENT TO HC-ROW-CONTENT
           CALL "ChainLogRow" USING HC-LOG-NAME HC-ROW-CONTENT
               HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
           MOVE HC-CHAIN-SEQ TO CH-CHAIN-SEQ
           MOVE HC-PREV-HASH TO CH-PREV-HASH
           MOVE HC-ROW-HASH TO CH-ROW-HASH
           MOVE HC-CHAIN-SEQ TO WS-LAST-HIST-SEQ.

      *>----------------------------------------------------------*>
      *> 2800-WRITE-CHECKPOINT - MERITCYC.CKP rewritten whole: the    *>
      *> header with the last person applied, the chain sequence      *>
      *> reached and the running totals, then the department deltas.  *>
      *> WS-CKP-STATE is I while the pass runs and C once it is done. *>
      *> A checkpoint that cannot be opened or written stops the pass *>
      *> through 2890.                                                *>
      *>----------------------------------------------------------*>
       2800-WRITE-CHECKPOINT.
           OPEN OUTPUT MERIT-CHECKPOINT
           IF NOT WS-CKP-OK
               PERFORM 2890-STOP-FOR-CHECKPOINT
           ELSE
               MOVE SPACES TO MERIT-CHECKPOINT-RECORD
               MOVE "H" TO CKP-RECORD-TYPE
               MOVE WS-CKP-STATE TO CKP-STATUS
               MOVE WS-REGISTER-DATE TO CKP-RUN-DATE
               MOVE WS-EFFECTIVE-DATE TO CKP-EFFECTIVE-DATE
               MOVE WS-LAST-PERSON-ID TO CKP-LAST-PERSON-ID
               MOVE WS-LAST-HIST-SEQ TO CKP-HIST-SEQ
               MOVE WS-INCREASED-COUNT TO CKP-INCREASED-COUNT
               MOVE WS-NO-RULE-COUNT TO CKP-NO-RULE-COUNT
               MOVE WS-NO-COMP-COUNT TO CKP-NO-COMP-COUNT
               MOVE WS-TOTAL-DELTA TO CKP-TOTAL-DELTA
               WRITE MERIT-CHECKPOINT-RECORD
               IF NOT WS-CKP-OK
                   PERFORM 2890-STOP-FOR-CHECKPOINT
               ELSE
                   PERFORM 2810-WRITE-ONE-DEPT-CHECKPOINT
                       VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DEPT-COUNT
                           OR WS-CKP-FAILED
               END-IF
               CLOSE MERIT-CHECKPOINT
               IF NOT WS-CKP-FAILED
                   MOVE 0 TO WS-CKP-SINCE-LAST
                   ADD 1 TO WS-CKP-WRITTEN-COUNT
               END-IF
           END-IF.

       2810-WRITE-ONE-DEPT-CHECKPOINT.
           MOVE SPACES TO MERIT-CHECKPOINT-RECORD
           MOVE "D" TO CKP-RECORD-TYPE
           MOVE WS-DT-CODE(WS-DT-IDX) TO CKP-DEPT-CODE
           MOVE WS-DT-DELTA(WS-DT-IDX) TO CKP-DEPT-DELTA
           WRITE MERIT-CHECKPOINT-RECORD
           IF NOT WS-CKP-OK
               PERFORM 2890-STOP-FOR-CHECKPOINT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2890-STOP-FOR-CHECKPOINT - raises given without a restart    *>
      *> point could be given twice after a failure, so the pass      *>
      *> stops here with 8 and the step is not marked complete.  The  *>
      *> first checkpoint failing refuses the APPLY before any raise; *>
      *> later, COMPHIST.LOG holds every raise given, and a restart   *>
      *> resumes from the last checkpoint written.                    *>
      *>----------------------------------------------------------*>
       2890-STOP-FOR-CHECKPOINT.
           SET WS-CKP-FAILED TO TRUE
           MOVE 8 TO WS-CONDITION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " " WS-CKP-FILE-NAME " write failed - status "
               WS-CKP-STATUS
           MOVE "MERITCYC" TO LE-PROGRAM-NAME
           MOVE "2800-WRITE-CHECKPOINT" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           IF WS-CKP-WRITTEN-COUNT = 0 AND NOT WS-RESUMING
               MOVE "APPLY refused - checkpoint cannot be written"
                   TO LE-MESSAGE-TEXT
               MOVE "*** APPLY REFUSED - CHECKPOINT NOT WRITTEN ***"
                   TO MR-REPORT-LINE
           ELSE
               STRING "APPLY stopped after person " DELIMITED BY SIZE
                   WS-LAST-PERSON-ID DELIMITED BY SIZE
                   " - checkpoint not written" DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               MOVE SPACES TO MR-REPORT-LINE
               STRING "*** APPLY STOPPED AFTER PERSON "
                       DELIMITED BY SIZE
                   WS-LAST-PERSON-ID DELIMITED BY SIZE
                   " - CHECKPOINT NOT WRITTEN ***" DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-IF
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY MR-REPORT-LINE
           END-IF
           MOVE WS-TOTAL-DELTA TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           IF WS-MODE-APPLY
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Raises applied: "
                   WS-INCREASED-COUNT " delta: " WS-TOTAL-DELTA
               IF WS-RESUMING
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " CONTROL TOTALS Restarted after person "
                       WS-RESUME-AFTER " raises found journaled: "
                       WS-RECOVERED-COUNT
               END-IF
           END-IF.

       3010-WRITE-ONE-DEPT-TOTAL.
           MOVE WS-DT-CODE(WS-DT-IDX) TO WS-TL-DEPT
