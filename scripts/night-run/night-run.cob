      *>               before the step launches, so one left behind   *>
      *>               by a crashed earlier run cannot be reaped as   *>
      *>               tonight's exit code.                           *>
      *>   2026-10-15  Honours the JOBSKED.CTL frequency column       *>
      *>               through CheckJobFrequency: a step not due on   *>
      *>               the run date (weekly, Nth business day,        *>
      *>               quarter or year end, after a holiday, or any   *>
      *>               non-business day) is journaled NOT DUE TODAY   *>
      *>               and satisfies its successors; a row with an    *>
      *>               unreadable rule is skipped and logged.         *>
      *>   2026-10-15  A JOBSKED.CTL row naming a trigger file holds  *>
      *>               its chain, journaled WAITING FOR FILE, until   *>
      *>               INBNDREG.DAT shows that file registered on or  *>
      *>               after the run date; past the row's deadline    *>
      *>               (or NIGHTRUN_FILE_DEADLINE, default 0600)      *>
      *>               AskOperator offers SKIP (the default), WAIT or *>
      *>               CANCEL.                                        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightRun.
           SELECT JOB-DONE-LOG ASSIGN TO "JOBDONE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.
           SELECT INBOUND-REGISTRY ASSIGN TO WS-REGISTRY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DONE-LOG.
           COPY "job-done-log.cpy".

       FD  INBOUND-REGISTRY.
           COPY "inbound-register.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "operator-message-call.cpy".
           COPY "enqueue-call.cpy".
           COPY "job-frequency-call.cpy".
       01 WS-SKED-STATUS            PIC X(02) VALUE "00".
           88 WS-SKED-OK                      VALUE "00".
       01 WS-CMD-STATUS             PIC X(02) VALUE "00".
       01 WS-RAN-COUNT              PIC 9(02) VALUE 0.
       01 WS-FAILED-COUNT           PIC 9(02) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(02) VALUE 0.
       01 WS-NOT-DUE-COUNT          PIC 9(02) VALUE 0.
       01 WS-WAITING-COUNT          PIC 9(02) VALUE 0.
       01 WS-REGISTRY-NAME          PIC X(16) VALUE "INBNDREG.DAT".
       01 WS-REG-STATUS             PIC X(02) VALUE "00".
       01 WS-REG-EOF                PIC X(01) VALUE "N".
           88 WS-REG-AT-END                   VALUE "Y".
       01 WS-ARRIVAL-FLAG           PIC X(01) VALUE "N".
           88 WS-FILE-HAS-ARRIVED             VALUE "Y".
       01 WS-FILE-DEADLINE-TEXT     PIC X(04) VALUE SPACES.
       01 WS-FILE-DEADLINE          PIC 9(04) VALUE 0600.
       01 WS-FILE-WAIT-MINUTES      PIC 9(04) VALUE 30.
       01 WS-HHMM-WORK              PIC 9(04) VALUE 0.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
           05 WS-HHMM-HH            PIC 9(02).
           05 WS-HHMM-MM            PIC 9(02).
       01 WS-CLOCK-NOW              PIC 9(08) VALUE 0.
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-NOW.
           05 WS-CLOCK-HHMM         PIC 9(04).
           05 FILLER                PIC 9(04).
       01 WS-START-MINUTES          PIC 9(04) VALUE 0.
       01 WS-MINUTE-WORK            PIC 9(05) VALUE 0.
       01 WS-MINUTE-QUOTIENT        PIC 9(05) VALUE 0.
       01 WS-ELAPSED-MINUTES        PIC 9(04) VALUE 0.
       01 WS-SAVE-JOB-SUB           PIC 9(02) COMP VALUE 0.
       01 WS-CANCEL-SUB             PIC 9(02) COMP VALUE 0.
       01 WS-START-TIME             PIC 9(08) VALUE 0.
       01 WS-END-TIME               PIC 9(08) VALUE 0.
       01 WS-PRED-STATE             PIC X(01) VALUE SPACE.
               10 WS-JT-RETRY-MAX   PIC 9(02).
               10 WS-JT-RETRY-WAIT  PIC 9(04).
               10 WS-JT-ATTEMPTS    PIC 9(02).
               10 WS-JT-FREQ-CODE   PIC X(01).
               10 WS-JT-FREQ-PARM   PIC X(02).
               10 WS-JT-ME-FLAG     PIC X(01).
               10 WS-JT-TRIGGER     PIC X(40).
               10 WS-JT-DEADLINE    PIC 9(04).
               10 WS-JT-FILE-STATE  PIC X(01).
                   88 WS-JT-FILE-WAITING      VALUE "W".
                   88 WS-JT-FILE-ARRIVED      VALUE "A".
               10 WS-JT-STATE       PIC X(01).
                   88 WS-JT-PENDING           VALUE "P".
                   88 WS-JT-RUNNING           VALUE "R".
                   88 WS-JT-DONE              VALUE "D".
                   88 WS-JT-FAILED            VALUE "F".
                   88 WS-JT-SKIPPED           VALUE "S".
                   88 WS-JT-NOT-DUE           VALUE "N".

       01 WS-JOURNAL-DETAIL.
           05 WS-JD-JOB-NAME        PIC X(08).
           IF NOT WS-NO-RESTART
               PERFORM 1300-SKIP-COMPLETED-STEPS
           END-IF
           PERFORM 1400-SET-ASIDE-JOBS-NOT-DUE
           IF WS-JOB-COUNT > 0
               PERFORM 2000-RUN-ONE-DEPENDENCY-PASS
                   UNTIL WS-SCHEDULE-DONE
               FROM ENVIRONMENT "NIGHTRUN_RESTART_MAX"
           IF WS-RESTART-MAX-TEXT IS NUMERIC
               MOVE WS-RESTART-MAX-TEXT TO WS-RESTART-MAX-CODE
           END-IF
           ACCEPT WS-FILE-DEADLINE-TEXT
               FROM ENVIRONMENT "NIGHTRUN_FILE_DEADLINE"
           IF WS-FILE-DEADLINE-TEXT IS NUMERIC
               MOVE WS-FILE-DEADLINE-TEXT TO WS-FILE-DEADLINE
           END-IF
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               MOVE "INBNDREG.TST" TO WS-REGISTRY-NAME
           END-IF
           MOVE RC-RUN-TIME TO WS-CLOCK-NOW
           MOVE WS-CLOCK-HHMM TO WS-HHMM-WORK
           COMPUTE WS-START-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
                       MOVE 0 TO WS-JT-RETRY-MAX(WS-JOB-COUNT)
                       MOVE 0 TO WS-JT-RETRY-WAIT(WS-JOB-COUNT)
                       MOVE 0 TO WS-JT-ATTEMPTS(WS-JOB-COUNT)
                       MOVE JS-SCHED-FREQ-CODE
                           TO WS-JT-FREQ-CODE(WS-JOB-COUNT)
                       MOVE JS-SCHED-FREQ-PARM
                           TO WS-JT-FREQ-PARM(WS-JOB-COUNT)
                       MOVE JS-SCHED-MONTH-END-ONLY
                           TO WS-JT-ME-FLAG(WS-JOB-COUNT)
                       MOVE JS-SCHED-TRIGGER-FILE
                           TO WS-JT-TRIGGER(WS-JOB-COUNT)
                       MOVE SPACE TO WS-JT-FILE-STATE(WS-JOB-COUNT)
                       PERFORM 1020-SET-TRIGGER-DEADLINE
                       MOVE "P" TO WS-JT-STATE(WS-JOB-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1020-SET-TRIGGER-DEADLINE - a trigger file's HHMM deadline   *>
      *> (the row's own, else NIGHTRUN_FILE_DEADLINE, default 0600)   *>
      *> is kept as minutes after the night started, so a night       *>
      *> that crosses midnight compares cleanly.  A deadline more     *>
      *> than twelve hours off is one the night has already passed    *>
      *> (a morning rerun after 0600), and is due at once.            *>
      *>----------------------------------------------------------*>
       1020-SET-TRIGGER-DEADLINE.
           IF JS-SCHED-FILE-DEADLINE IS NUMERIC
               AND JS-SCHED-FILE-DEADLINE NOT = 0
               MOVE JS-SCHED-FILE-DEADLINE TO WS-HHMM-WORK
           ELSE
               MOVE WS-FILE-DEADLINE TO WS-HHMM-WORK
           END-IF
           PERFORM 2065-HHMM-TO-ELAPSED
           IF WS-ELAPSED-MINUTES > 720
               MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF
           MOVE WS-ELAPSED-MINUTES TO WS-JT-DEADLINE(WS-JOB-COUNT).

      *>----------------------------------------------------------*>
      *> 1100-LOAD-COMMANDS - attach each NIGHTCMD.CTL command line   *>
      *> to its schedule row; a scheduled job with no command is      *>
               PERFORM 2110-WRITE-JOURNAL-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1400-SET-ASIDE-JOBS-NOT-DUE - a pending job whose            *>
      *> JOBSKED.CTL frequency does not fall on tonight's run date    *>
      *> (the weekly job on a Thursday, everything on a holiday) is   *>
      *> journaled as not due and set aside; it satisfies its         *>
      *> successors as a finished step would.  A row whose rule       *>
      *> cannot be read is skipped like a dead chain, so a typo in    *>
      *> the schedule shows up in the morning instead of running      *>
      *> a quarter-end job every night.                               *>
      *>----------------------------------------------------------*>
       1400-SET-ASIDE-JOBS-NOT-DUE.
           PERFORM 1410-JUDGE-FREQUENCY
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           IF WS-NOT-DUE-COUNT > 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Steps not due on " RC-RUN-DATE ": "
                   WS-NOT-DUE-COUNT
           END-IF.

       1410-JUDGE-FREQUENCY.
           IF WS-JT-PENDING(WS-JOB-SUB)
               MOVE RC-RUN-DATE TO JF-RUN-DATE
               MOVE WS-JT-FREQ-CODE(WS-JOB-SUB) TO JF-FREQ-CODE
               MOVE WS-JT-FREQ-PARM(WS-JOB-SUB) TO JF-FREQ-PARM
               MOVE WS-JT-ME-FLAG(WS-JOB-SUB) TO JF-MONTH-END-ONLY
               CALL "CheckJobFrequency" USING JF-RUN-DATE
                   JF-FREQ-CODE JF-FREQ-PARM JF-MONTH-END-ONLY
                   JF-DUE-FLAG JF-REASON-TEXT
               ACCEPT WS-START-TIME FROM TIME
               MOVE WS-START-TIME TO WS-END-TIME
               EVALUATE TRUE
                   WHEN JF-NOT-DUE
                       MOVE "N" TO WS-JT-STATE(WS-JOB-SUB)
                       ADD 1 TO WS-NOT-DUE-COUNT
                       MOVE "NOT DUE TODAY" TO WS-JD-OUTCOME
                       PERFORM 2110-WRITE-JOURNAL-LINE
                   WHEN JF-RULE-BAD
                       MOVE "S" TO WS-JT-STATE(WS-JOB-SUB)
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "SKIPPED - BAD FREQ" TO WS-JD-OUTCOME
                       PERFORM 2110-WRITE-JOURNAL-LINE
                       PERFORM 1420-LOG-BAD-FREQUENCY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1420-LOG-BAD-FREQUENCY.
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING WS-JT-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               JF-REASON-TEXT DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           MOVE "NIGHTRUN" TO LE-PROGRAM-NAME
           MOVE "1410-JUDGE-FREQUENCY" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 2000-RUN-ONE-DEPENDENCY-PASS - launch every pending job      *>
      *> whose predecessor is satisfied (up to the concurrency cap),  *>
      *> kill the chains whose predecessors died, then reap any       *>
      *> launched job that has finished.  Passes repeat until         *>
      *> nothing is pending or running; pending jobs that never       *>
      *> became launchable while nothing ran and no trigger file      *>
      *> was awaited are in a predecessor cycle and fall through to   *>
      *> 3000.                                                        *>
      *>----------------------------------------------------------*>
       2000-RUN-ONE-DEPENDENCY-PASS.
           MOVE "N" TO WS-PROGRESS-FLAG
               WHEN WS-PENDING-COUNT = 0 AND WS-RUNNING-COUNT = 0
                   SET WS-SCHEDULE-DONE TO TRUE
               WHEN WS-RUNNING-COUNT = 0
                   AND WS-WAITING-COUNT = 0
                   AND NOT WS-MADE-PROGRESS
                   SET WS-SCHEDULE-DONE TO TRUE
               WHEN NOT WS-MADE-PROGRESS
                   CALL "C$SLEEP" USING WS-POLL-SECONDS
               WHEN OTHER
                   CONTINUE
               THRU 2020-JUDGE-PREDECESSOR-EXIT
               EVALUATE WS-PRED-STATE
                   WHEN "R"
                       IF WS-JT-TRIGGER(WS-JOB-SUB) NOT = SPACES
                           AND NOT WS-JT-FILE-ARRIVED(WS-JOB-SUB)
                           PERFORM 2040-AWAIT-TRIGGER-FILE
                           THRU 2040-AWAIT-TRIGGER-FILE-EXIT
                       ELSE
                           IF WS-RUNNING-COUNT < WS-MAX-PARALLEL
                               PERFORM 2100-RUN-THIS-JOB
                               THRU 2100-RUN-THIS-JOB-EXIT
                               SET WS-MADE-PROGRESS TO TRUE
                           END-IF
                       END-IF
                   WHEN "X"
                       MOVE "S" TO WS-JT-STATE(WS-JOB-SUB)

      *>----------------------------------------------------------*>
      *> 2020-JUDGE-PREDECESSOR - R when this job may run now (no     *>
      *> predecessor, predecessor done or not due tonight, or         *>
      *> predecessor not in tonight's schedule), X when its chain     *>
      *> is dead (predecessor failed or was skipped), W while it      *>
      *> must keep waiting.                                           *>
      *>----------------------------------------------------------*>
       2020-JUDGE-PREDECESSOR.
           MOVE "R" TO WS-PRED-STATE
           IF WS-JT-NAME(WS-PRED-SUB) = WS-JT-PRED(WS-JOB-SUB)
               EVALUATE TRUE
                   WHEN WS-JT-DONE(WS-PRED-SUB)
                   WHEN WS-JT-NOT-DUE(WS-PRED-SUB)
                       MOVE "R" TO WS-PRED-STATE
                   WHEN WS-JT-FAILED(WS-PRED-SUB)
                   WHEN WS-JT-SKIPPED(WS-PRED-SUB)
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2040-AWAIT-TRIGGER-FILE - a job whose row names a trigger    *>
      *> file is held, its chain with it, until INBNDREG.DAT shows    *>
      *> that file registered (status R) on or after the run date.    *>
      *> The first hold is journaled WAITING FOR FILE (BatchDashboard *>
      *> reads it from the journal); past the deadline the operator   *>
      *> is asked whether to skip the chain, wait longer, or cancel   *>
      *> the rest of the night.                                       *>
      *>----------------------------------------------------------*>
       2040-AWAIT-TRIGGER-FILE.
           PERFORM 2050-LOOK-FOR-ARRIVAL
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-TIME TO WS-END-TIME
           IF WS-FILE-HAS-ARRIVED
               IF WS-JT-FILE-WAITING(WS-JOB-SUB)
                   SUBTRACT 1 FROM WS-WAITING-COUNT
               END-IF
               MOVE "A" TO WS-JT-FILE-STATE(WS-JOB-SUB)
               MOVE "FILE ARRIVED" TO WS-JD-OUTCOME
               PERFORM 2110-WRITE-JOURNAL-LINE
               SET WS-MADE-PROGRESS TO TRUE
               GO TO 2040-AWAIT-TRIGGER-FILE-EXIT
           END-IF
           IF NOT WS-JT-FILE-WAITING(WS-JOB-SUB)
               MOVE "W" TO WS-JT-FILE-STATE(WS-JOB-SUB)
               ADD 1 TO WS-WAITING-COUNT
               MOVE "WAITING FOR FILE" TO WS-JD-OUTCOME
               PERFORM 2110-WRITE-JOURNAL-LINE
           END-IF
           ACCEPT WS-CLOCK-NOW FROM TIME
           MOVE WS-CLOCK-HHMM TO WS-HHMM-WORK
           PERFORM 2065-HHMM-TO-ELAPSED
           IF WS-ELAPSED-MINUTES NOT < WS-JT-DEADLINE(WS-JOB-SUB)
               PERFORM 2070-ESCALATE-LATE-FILE
           END-IF.
       2040-AWAIT-TRIGGER-FILE-EXIT.
           EXIT.

       2050-LOOK-FOR-ARRIVAL.
           MOVE "N" TO WS-ARRIVAL-FLAG
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT INBOUND-REGISTRY
           IF WS-REG-STATUS = "00"
               PERFORM 2055-CHECK-ONE-REGISTRY-ROW
                   UNTIL WS-REG-AT-END OR WS-FILE-HAS-ARRIVED
               CLOSE INBOUND-REGISTRY
           END-IF.

       2055-CHECK-ONE-REGISTRY-ROW.
           READ INBOUND-REGISTRY
               AT END
                   SET WS-REG-AT-END TO TRUE
               NOT AT END
                   IF IR-FILE-NAME = WS-JT-TRIGGER(WS-JOB-SUB)
                       AND IR-REGISTERED
                       AND IR-ARRIVAL-DATE NOT < RC-RUN-DATE
                       SET WS-FILE-HAS-ARRIVED TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2065-HHMM-TO-ELAPSED - WS-HHMM-WORK as minutes after the     *>
      *> night's start time, wrapping through midnight.               *>
      *>----------------------------------------------------------*>
       2065-HHMM-TO-ELAPSED.
           COMPUTE WS-MINUTE-WORK = WS-HHMM-HH * 60 + WS-HHMM-MM
               + 1440 - WS-START-MINUTES
           DIVIDE WS-MINUTE-WORK BY 1440 GIVING WS-MINUTE-QUOTIENT
               REMAINDER WS-ELAPSED-MINUTES.

      *>----------------------------------------------------------*>
      *> 2070-ESCALATE-LATE-FILE - SKIP (the default when nobody      *>
      *> answers) kills this chain as a dead predecessor would;       *>
      *> WAIT moves the deadline on by thirty minutes; CANCEL skips   *>
      *> every step still pending and lets the running ones finish.   *>
      *>----------------------------------------------------------*>
       2070-ESCALATE-LATE-FILE.
           MOVE "NIGHTRUN" TO OW-JOB-NAME
           MOVE SPACES TO OW-QUESTION-TEXT
           STRING "SKIP, WAIT or CANCEL? " DELIMITED BY SIZE
               WS-JT-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               " still has no " DELIMITED BY SIZE
               WS-JT-TRIGGER(WS-JOB-SUB) DELIMITED BY SPACE
               INTO OW-QUESTION-TEXT
           MOVE "SKIP" TO OW-DEFAULT-REPLY
           MOVE 300 TO OW-TIMEOUT-SECONDS
           CALL "AskOperator" USING OW-JOB-NAME OW-QUESTION-TEXT
               OW-DEFAULT-REPLY OW-TIMEOUT-SECONDS OW-REPLY-TEXT
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-TIME TO WS-END-TIME
           EVALUATE OW-REPLY-TEXT(1:1)
               WHEN "W"
               WHEN "w"
                   ADD WS-FILE-WAIT-MINUTES
                       TO WS-JT-DEADLINE(WS-JOB-SUB)
                   IF WS-JT-DEADLINE(WS-JOB-SUB) > 1439
                       MOVE 1439 TO WS-JT-DEADLINE(WS-JOB-SUB)
                   END-IF
                   MOVE "STILL WAITING" TO WS-JD-OUTCOME
                   PERFORM 2110-WRITE-JOURNAL-LINE
               WHEN "C"
               WHEN "c"
                   PERFORM 2090-CANCEL-THE-NIGHT
               WHEN OTHER
                   MOVE "S" TO WS-JT-STATE(WS-JOB-SUB)
                   MOVE SPACE TO WS-JT-FILE-STATE(WS-JOB-SUB)
                   SUBTRACT 1 FROM WS-WAITING-COUNT
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED - NO FILE" TO WS-JD-OUTCOME
                   PERFORM 2110-WRITE-JOURNAL-LINE
                   SET WS-MADE-PROGRESS TO TRUE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2090-CANCEL-THE-NIGHT - every pending step is journaled      *>
      *> cancelled and counted skipped; steps already running are     *>
      *> reaped as usual.                                             *>
      *>----------------------------------------------------------*>
       2090-CANCEL-THE-NIGHT.
           MOVE WS-JOB-SUB TO WS-SAVE-JOB-SUB
           PERFORM 2095-CANCEL-ONE-PENDING
               VARYING WS-CANCEL-SUB FROM 1 BY 1
               UNTIL WS-CANCEL-SUB > WS-JOB-COUNT
           MOVE WS-SAVE-JOB-SUB TO WS-JOB-SUB
           MOVE 0 TO WS-WAITING-COUNT
           SET WS-MADE-PROGRESS TO TRUE.

       2095-CANCEL-ONE-PENDING.
           MOVE WS-CANCEL-SUB TO WS-JOB-SUB
           IF WS-JT-PENDING(WS-JOB-SUB)
               MOVE "S" TO WS-JT-STATE(WS-JOB-SUB)
               MOVE SPACE TO WS-JT-FILE-STATE(WS-JOB-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "CANCELLED - NO FILE" TO WS-JD-OUTCOME
               PERFORM 2110-WRITE-JOURNAL-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2100-RUN-THIS-JOB - launch the step's command in the         *>
      *> background, its exit code captured to the NIGHTRC.<job>     *>
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Steps failed: " WS-FAILED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Steps skipped: " WS-SKIPPED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Steps not due: " WS-NOT-DUE-COUNT.
