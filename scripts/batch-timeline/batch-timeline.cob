      *>--------------------------------------------------------------*>
      *> PROGRAM:    BatchTimeline                                    *>
      *> PURPOSE:    Timeline chart of one batch night from           *>
      *>             RUNLOG.DAT, so an overrun window is argued over  *>
      *>             a picture instead of a list of start and end     *>
      *>             times.  One row per JOBSKED.CTL job in           *>
      *>             dependency order - each NightRun chain from its  *>
      *>             root down through its successors - with a text   *>
      *>             bar drawn across a common time scale from the    *>
      *>             job's start to its end, so chains that ran in    *>
      *>             parallel show as bars side by side on the same   *>
      *>             columns.  Below the jobs, a RUNNING row counts   *>
      *>             the jobs active in each column (a dot where      *>
      *>             nothing was running) and one lane per chain      *>
      *>             shows each chain's activity as its letter.       *>
      *>                                                              *>
      *>             The critical path - the dependent chain with     *>
      *>             the most elapsed time, job start to job end      *>
      *>             summed down the chain as BatchSla projects it -  *>
      *>             is starred and drawn in #.  Idle gaps where no   *>
      *>             scheduled job was running are listed; retries    *>
      *>             (RETRYING lines in the NightRun journal) and     *>
      *>             reruns (further RUNLOG rows for the same job,    *>
      *>             as after a restarted night) are drawn in r and   *>
      *>             x ahead of the final attempt and flagged.  A     *>
      *>             job that started after the end of its JOBSKED    *>
      *>             window is flagged late, and with the overlay on  *>
      *>             its window is drawn as [ ] on its row and the    *>
      *>             night's batch window on the time scale.  Runs    *>
      *>             of jobs not on JOBSKED.CTL (NightRun itself      *>
      *>             among them) are charted in a section of their    *>
      *>             own and left out of the running count.           *>
      *>                                                              *>
      *>             A night runs from the cutover time on the night  *>
      *>             date to the cutover time the next day, so a      *>
      *>             chain that crosses midnight stays on one chart.  *>
      *>             Report TIMELINE.<night date>; the step ends 4    *>
      *>             when no run was recorded for the night or a      *>
      *>             table overflowed.                                *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               TIMELINE_DATE     night to chart, yyyymmdd     *>
      *>                                 (default the night before    *>
      *>                                 the run date)                *>
      *>               TIMELINE_CUTOVER  HHMM a night starts and      *>
      *>                                 ends at (default 1200)       *>
      *>               TIMELINE_OVERLAY  Y draws the scheduled        *>
      *>                                 windows on the chart         *>
      *>               TIMELINE_WINDOW   the night's batch window,    *>
      *>                                 HHMMHHMM (e.g. 22000600);    *>
      *>                                 jobs ending after it are     *>
      *>                                 flagged as overrunning it    *>
      *>               TIMELINE_GAP_MIN  shortest idle gap listed,    *>
      *>                                 minutes (default 5)          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchTimeline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE-CTL ASSIGN TO "JOBSKED.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKED-STATUS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT NIGHT-JOURNAL ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-CTL.
           COPY "job-schedule.cpy".

       FD  RUN-LOG.
           COPY "job-timer-log.cpy".

       FD  NIGHT-JOURNAL.
       01  NIGHT-JOURNAL-LINE.
           05 NJ-JOB-NAME          PIC X(08).
           05 FILLER               PIC X(01).
           05 NJ-START-TIME        PIC 9(08).
           05 FILLER               PIC X(01).
           05 NJ-END-TIME          PIC 9(08).
           05 FILLER               PIC X(01).
           05 NJ-OUTCOME           PIC X(20).
           05 FILLER               PIC X(33).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-SKED-STATUS            PIC X(02) VALUE "00".
           88 WS-SKED-OK                      VALUE "00".
       01 WS-RUNLOG-STATUS          PIC X(02) VALUE "00".
           88 WS-RUNLOG-OK                    VALUE "00".
       01 WS-JRN-STATUS             PIC X(02) VALUE "00".
           88 WS-JRN-OK                       VALUE "00".
       01 WS-JOURNAL-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-REPORT-FILE-NAME       PIC X(80) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-CONDITION              PIC 9(04) VALUE 0.

      *> the night being charted and the controls.
       01 WS-DATE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-NIGHT-DATE             PIC 9(08) VALUE 0.
       01 WS-NEXT-DATE              PIC 9(08) VALUE 0.
       01 WS-JOURNAL-DATE           PIC 9(08) VALUE 0.
       01 WS-CUTOVER-TEXT           PIC X(04) VALUE SPACES.
       01 WS-CUTOVER                PIC 9(04) VALUE 1200.
       01 WS-OVERLAY-FLAG           PIC X(01) VALUE "N".
           88 WS-OVERLAY-ON                   VALUE "Y".
       01 WS-WINDOW-TEXT            PIC X(08) VALUE SPACES.
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-TEXT.
           05 WS-WINDOW-START-TEXT  PIC X(04).
           05 WS-WINDOW-END-TEXT    PIC X(04).
       01 WS-NIGHT-WINDOW-FLAG      PIC X(01) VALUE "N".
           88 WS-NIGHT-WINDOW-SET             VALUE "Y".
       01 WS-NW-START-SECS          PIC 9(07) VALUE 0.
       01 WS-NW-END-SECS            PIC 9(07) VALUE 0.
       01 WS-GAP-TEXT               PIC X(04) VALUE SPACES.
       01 WS-GAP-MINUTES            PIC 9(04) VALUE 5.
       01 WS-GAP-MIN-SECS           PIC 9(07) VALUE 0.

      *> clock arithmetic: times are kept as seconds after midnight
      *> on the night date, so the small hours run on past 86400.
       01 WS-TIME-WORK              PIC 9(08) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH            PIC 9(02).
           05 WS-TIME-MM            PIC 9(02).
           05 WS-TIME-SS            PIC 9(02).
           05 FILLER                PIC 9(02).
       01 WS-HHMM-WORK              PIC 9(04) VALUE 0.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
           05 WS-HHMM-HH            PIC 9(02).
           05 WS-HHMM-MM            PIC 9(02).
       01 WS-SECS-WORK              PIC 9(07) VALUE 0.
       01 WS-SECS-DAY               PIC 9(07) VALUE 0.
       01 WS-CLOCK-HOURS            PIC 9(04) VALUE 0.
       01 WS-CLOCK-EDIT.
           05 WS-CE-HH              PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-CE-MM              PIC 9(02).
       01 WS-IN-NIGHT-FLAG          PIC X(01) VALUE "N".
           88 WS-IN-THE-NIGHT                 VALUE "Y".
       01 WS-PAST-CUTOVER-FLAG      PIC X(01) VALUE "N".
           88 WS-JOURNAL-PAST-CUTOVER         VALUE "Y".

      *> one entry per JOBSKED.CTL job, then one per other job
      *> found running in the night.
       01 WS-JOB-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-JOB-MAX                PIC 9(03) COMP VALUE 100.
       01 WS-JOB-SUB                PIC 9(03) COMP VALUE 0.
       01 WS-SCAN-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-FOUND-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-SCHED-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 100 TIMES.
               10 WS-JB-NAME        PIC X(08).
               10 WS-JB-PRED        PIC X(08).
               10 WS-JB-PRED-SUB    PIC 9(03) COMP.
               10 WS-JB-SCHED-FLAG  PIC X(01).
                   88 WS-JB-SCHEDULED         VALUE "Y".
               10 WS-JB-WIN-START   PIC 9(04).
               10 WS-JB-WIN-END     PIC 9(04).
               10 WS-JB-RUNS        PIC 9(03) COMP.
               10 WS-JB-FIRST-START PIC 9(07).
               10 WS-JB-LAST-START  PIC 9(07).
               10 WS-JB-LAST-END    PIC 9(07).
               10 WS-JB-RETRIES     PIC 9(02).
               10 WS-JB-RERUNS      PIC 9(02).
               10 WS-JB-OUTCOME     PIC X(20).
               10 WS-JB-CHAIN       PIC 9(03) COMP.
               10 WS-JB-DEPTH       PIC 9(03) COMP.
               10 WS-JB-PLACED-FLAG PIC X(01).
                   88 WS-JB-PLACED            VALUE "Y".
               10 WS-JB-PATH-SECS   PIC 9(07).
               10 WS-JB-CRIT-FLAG   PIC X(01).
                   88 WS-JB-ON-CRITICAL-PATH  VALUE "Y".
               10 WS-JB-FLAGS       PIC X(05).

      *> every run of the night, and the scheduled ones in start
      *> order for the idle-gap pass.
       01 WS-RUN-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-RUN-MAX                PIC 9(04) COMP VALUE 500.
       01 WS-RUN-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RN-ENTRY OCCURS 500 TIMES.
               10 WS-RN-JOB         PIC 9(03) COMP.
               10 WS-RN-START       PIC 9(07).
               10 WS-RN-END         PIC 9(07).
       01 WS-SORT-COUNT             PIC 9(04) COMP VALUE 0.
       01 WS-SORT-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-SORT-SLOT              PIC 9(04) COMP VALUE 0.
       01 WS-SORT-HOLD              PIC 9(04) COMP VALUE 0.
       01 WS-SORT-TABLE.
           05 WS-SO-RUN             PIC 9(04) COMP OCCURS 500 TIMES.
       01 WS-NIGHT-STARTS           PIC 9(03) VALUE 0.
       01 WS-RESTART-LINES          PIC 9(03) VALUE 0.
       01 WS-OVERFLOW-FLAG          PIC X(01) VALUE "N".
           88 WS-TABLE-OVERFLOWED             VALUE "Y".
       01 WS-RUNS-DROPPED           PIC 9(05) VALUE 0.

      *> dependency order: the chains, the printing order, and the
      *> stack that walks each chain from its root.
       01 WS-CHAIN-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-CHAIN-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-CHAIN-TABLE.
           05 WS-CH-ROOT            PIC 9(03) COMP OCCURS 100 TIMES.
       01 WS-CHAIN-LETTERS          PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-CHAIN-LETTER           PIC X(01) VALUE SPACE.
       01 WS-ORDER-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-ORDER-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-OR-JOB             PIC 9(03) COMP OCCURS 100 TIMES.
       01 WS-STACK-TOP              PIC 9(03) COMP VALUE 0.
       01 WS-STACK-TABLE.
           05 WS-ST-JOB             PIC 9(03) COMP OCCURS 100 TIMES.
       01 WS-CYCLE-COUNT            PIC 9(03) VALUE 0.
       01 WS-LAST-CHAIN             PIC 9(03) COMP VALUE 0.

      *> the critical path, root first.
       01 WS-CRIT-LEAF              PIC 9(03) COMP VALUE 0.
       01 WS-CRIT-SECS              PIC 9(07) VALUE 0.
       01 WS-CRIT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-CRIT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-CRIT-TABLE.
           05 WS-CP-JOB             PIC 9(03) COMP OCCURS 100 TIMES.
       01 WS-CRIT-MINUTES           PIC ZZZ9.

      *> the chart: its span, the minutes each column stands for,
      *> and the bar being drawn.
       01 WS-CHART-FLAG             PIC X(01) VALUE "N".
           88 WS-CHART-HAS-RUNS               VALUE "Y".
       01 WS-CHART-FROM             PIC 9(07) VALUE 0.
       01 WS-CHART-TO               PIC 9(07) VALUE 0.
       01 WS-CHART-SPAN             PIC 9(07) VALUE 0.
       01 WS-SCHED-FIRST            PIC 9(07) VALUE 0.
       01 WS-SCHED-LAST             PIC 9(07) VALUE 0.
       01 WS-COL-SECS               PIC 9(05) VALUE 0.
       01 WS-COL-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-COL-MAX                PIC 9(03) COMP VALUE 88.
       01 WS-COL-SUB                PIC 9(03) COMP VALUE 0.
       01 WS-COL-FROM               PIC 9(03) COMP VALUE 0.
       01 WS-COL-TO                 PIC 9(03) COMP VALUE 0.
       01 WS-COL-RESULT             PIC 9(03) COMP VALUE 0.
       01 WS-LABEL-LAST             PIC 9(03) COMP VALUE 0.
       01 WS-SCALE-OPTIONS          PIC X(30) VALUE
           "001002003005010015020030060120".
       01 WS-SCALE-TABLE REDEFINES WS-SCALE-OPTIONS.
           05 WS-SCALE-MINUTES      PIC 9(03) OCCURS 10 TIMES.
       01 WS-SCALE-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-SCALE-EDIT             PIC ZZ9.
       01 WS-HOUR-SECS              PIC 9(07) VALUE 0.
       01 WS-HOUR-LABEL             PIC 9(02) VALUE 0.
       01 WS-BAR                    PIC X(88) VALUE SPACES.
       01 WS-BAR-CHAR               PIC X(01) VALUE SPACE.
       01 WS-RUNNING-TALLY          PIC 9(03) VALUE 0.

      *> one chart row; the bar runs from column 44 to 131.
       01 WS-COLUMN-HEADING         PIC X(80) VALUE
           "* JOB      PRED     START END    MINS FLAGS|".
       01 WS-ROW-LINE.
           05 WS-RL-CRIT            PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-RL-JOB             PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-RL-PRED            PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-RL-START           PIC X(05).
           05 FILLER                PIC X(01).
           05 WS-RL-END             PIC X(05).
           05 FILLER                PIC X(01).
           05 WS-RL-MINS            PIC ZZZ9.
           05 FILLER                PIC X(01).
           05 WS-RL-FLAGS           PIC X(05).
           05 WS-RL-LEFT            PIC X(01).
           05 WS-RL-BAR             PIC X(88).
           05 WS-RL-RIGHT           PIC X(01).
       01 WS-ROW-TEXT REDEFINES WS-ROW-LINE.
           05 WS-RT-LABEL           PIC X(42).
           05 FILLER                PIC X(90).
       01 WS-MINUTES-WORK           PIC 9(05) VALUE 0.
       01 WS-OUT-PTR                PIC 9(03) COMP VALUE 1.
       01 WS-NUMBER-EDIT            PIC ZZZ9.
       01 WS-COUNT-EDIT             PIC ZZ9.

       01 WS-GAP-COUNT              PIC 9(03) VALUE 0.
       01 WS-GAP-SECS-TOTAL         PIC 9(07) VALUE 0.
       01 WS-COVER-END              PIC 9(07) VALUE 0.
       01 WS-GAP-SECS               PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(03) VALUE 0.
       01 WS-RETRY-JOBS             PIC 9(03) VALUE 0.
       01 WS-RERUN-JOBS             PIC 9(03) VALUE 0.
       01 WS-LATE-JOBS              PIC 9(03) VALUE 0.
       01 WS-OVERRUN-JOBS           PIC 9(03) VALUE 0.
       01 WS-FAILED-JOBS            PIC 9(03) VALUE 0.
       01 WS-RAN-JOBS               PIC 9(03) VALUE 0.

       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(14) VALUE "JOBS CHARTED: ".
           05 WS-FL-JOBS            PIC ZZ9.
           05 FILLER                PIC X(09) VALUE "   RUNS: ".
           05 WS-FL-RUNS            PIC ZZZ9.
           05 FILLER                PIC X(14) VALUE "   IDLE GAPS: ".
           05 WS-FL-GAPS            PIC ZZ9.
           05 FILLER                PIC X(15) VALUE "   EXCEPTIONS: ".
           05 WS-FL-EXCEPTIONS      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0100-SET-THE-NIGHT
               PERFORM 1000-LOAD-SCHEDULE
               PERFORM 1100-LOAD-THE-RUNS
               PERFORM 1200-READ-THE-JOURNALS
               PERFORM 1300-ORDER-THE-CHAINS
               PERFORM 1400-FIND-CRITICAL-PATH
               PERFORM 1500-SET-ONE-JOBS-FLAGS
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
               PERFORM 1600-SIZE-THE-CHART
               PERFORM 2000-PRINT-THE-TIMELINE
               IF NOT WS-CHART-HAS-RUNS OR WS-TABLE-OVERFLOWED
                   MOVE 4 TO WS-CONDITION
               END-IF
               PERFORM 4000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-CONDITION TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the chart controls.                               *>
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
           MOVE "TIMELINE" TO RC-JOB-STEP-NAME
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "TIMELINE_DATE"
           ACCEPT WS-CUTOVER-TEXT FROM ENVIRONMENT "TIMELINE_CUTOVER"
           IF WS-CUTOVER-TEXT IS NUMERIC
               MOVE WS-CUTOVER-TEXT TO WS-HHMM-WORK
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   MOVE WS-CUTOVER-TEXT TO WS-CUTOVER
               END-IF
           END-IF
           ACCEPT WS-OVERLAY-FLAG FROM ENVIRONMENT "TIMELINE_OVERLAY"
           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "TIMELINE_WINDOW"
           ACCEPT WS-GAP-TEXT FROM ENVIRONMENT "TIMELINE_GAP_MIN"
           IF WS-GAP-TEXT IS NUMERIC
               MOVE WS-GAP-TEXT TO WS-GAP-MINUTES
           END-IF
           COMPUTE WS-GAP-MIN-SECS = WS-GAP-MINUTES * 60.

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
      *> 0030-MARK-JOB-COMPLETE - 0, or 4 when the night had no runs  *>
      *> or did not fit the tables.                                   *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE.

      *>----------------------------------------------------------*>
      *> 0100-SET-THE-NIGHT - the night date (a valid TIMELINE_DATE,  *>
      *> else the day before the run date), the day after it, and    *>
      *> the night's batch window in night seconds.                   *>
      *>----------------------------------------------------------*>
       0100-SET-THE-NIGHT.
           MOVE 0 TO WS-NIGHT-DATE
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO DC-DATE
               CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
               IF DC-DATE-VALID
                   MOVE DC-DATE TO WS-NIGHT-DATE
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " TIMELINE_DATE not a valid date - "
                       "charting last night."
               END-IF
           END-IF
           IF WS-NIGHT-DATE = 0
               MOVE RC-RUN-DATE TO DC-DATE
               MOVE -1 TO DC-DAYS-ADJUST
               CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
               MOVE DC-DATE TO WS-NIGHT-DATE
           END-IF
           MOVE WS-NIGHT-DATE TO DC-DATE
           MOVE 1 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-NEXT-DATE
           IF WS-WINDOW-START-TEXT IS NUMERIC
               AND WS-WINDOW-END-TEXT IS NUMERIC
               SET WS-NIGHT-WINDOW-SET TO TRUE
               MOVE WS-WINDOW-START-TEXT TO WS-HHMM-WORK
               PERFORM 9100-HHMM-TO-NIGHT-SECS
               MOVE WS-SECS-WORK TO WS-NW-START-SECS
               MOVE WS-WINDOW-END-TEXT TO WS-HHMM-WORK
               PERFORM 9100-HHMM-TO-NIGHT-SECS
               MOVE WS-SECS-WORK TO WS-NW-END-SECS
               IF WS-NW-END-SECS NOT > WS-NW-START-SECS
                   MOVE "N" TO WS-NIGHT-WINDOW-FLAG
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-SCHEDULE - one entry per JOBSKED.CTL job, in file  *>
      *> order; with no schedule every run lands in the other-jobs    *>
      *> section.                                                     *>
      *>----------------------------------------------------------*>
       1000-LOAD-SCHEDULE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-SCHEDULE-CTL
           IF WS-SKED-OK
               PERFORM 1010-LOAD-ONE-SCHEDULE-ROW
                   UNTIL WS-AT-END
               CLOSE JOB-SCHEDULE-CTL
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open JOBSKED.CTL - status "
                   WS-SKED-STATUS
               MOVE "TIMELINE" TO LE-PROGRAM-NAME
               MOVE "1000-LOAD-SCHEDULE" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open JOBSKED.CTL" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           MOVE WS-JOB-COUNT TO WS-SCHED-COUNT.

       1010-LOAD-ONE-SCHEDULE-ROW.
           READ JOB-SCHEDULE-CTL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JS-SCHED-JOB-NAME NOT = SPACES
                       AND JS-SCHED-JOB-NAME(1:1) NOT = "*"
                       MOVE JS-SCHED-JOB-NAME TO JT-LOG-JOB-NAME
                       PERFORM 1110-FIND-OR-ADD-JOB
                       IF WS-FOUND-SUB > 0
                           SET WS-JB-SCHEDULED(WS-FOUND-SUB) TO TRUE
                           MOVE JS-SCHED-PREDECESSOR
                               TO WS-JB-PRED(WS-FOUND-SUB)
                           IF JS-SCHED-WINDOW-START IS NUMERIC
                               AND JS-SCHED-WINDOW-END IS NUMERIC
                               MOVE JS-SCHED-WINDOW-START
                                   TO WS-JB-WIN-START(WS-FOUND-SUB)
                               MOVE JS-SCHED-WINDOW-END
                                   TO WS-JB-WIN-END(WS-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-THE-RUNS - every RUNLOG.DAT row that started in    *>
      *> the night: on the night date from the cutover on, or on the  *>
      *> next day before it.  NightRun's own rows say how many times  *>
      *> the night was started.                                       *>
      *>----------------------------------------------------------*>
       1100-LOAD-THE-RUNS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-OK
               PERFORM 1101-LOAD-ONE-RUN-ROW
                   UNTIL WS-AT-END
               CLOSE RUN-LOG
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open RUNLOG.DAT - status "
                   WS-RUNLOG-STATUS
           END-IF.

       1101-LOAD-ONE-RUN-ROW.
           READ RUN-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JT-LOG-RUN-DATE IS NUMERIC
                       AND JT-LOG-START-TIME IS NUMERIC
                       AND JT-LOG-DURATION-SECONDS IS NUMERIC
                       AND JT-LOG-JOB-NAME NOT = RC-JOB-STEP-NAME
                       MOVE JT-LOG-START-TIME TO WS-TIME-WORK
                       MOVE JT-LOG-RUN-DATE TO WS-JOURNAL-DATE
                       PERFORM 9000-PLACE-IN-THE-NIGHT
                       IF WS-IN-THE-NIGHT
                           PERFORM 1120-KEEP-ONE-RUN
                       END-IF
                   END-IF
           END-READ.

       1110-FIND-OR-ADD-JOB.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1111-MATCH-ONE-JOB
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JOB-COUNT
                   OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB = 0
               IF WS-JOB-COUNT < WS-JOB-MAX
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-FOUND-SUB
                   PERFORM 1112-CLEAR-ONE-JOB
               ELSE
                   PERFORM 1190-NOTE-OVERFLOW
               END-IF
           END-IF.

       1111-MATCH-ONE-JOB.
           IF WS-JB-NAME(WS-SCAN-SUB) = JT-LOG-JOB-NAME
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       1112-CLEAR-ONE-JOB.
           MOVE JT-LOG-JOB-NAME TO WS-JB-NAME(WS-FOUND-SUB)
           MOVE SPACES TO WS-JB-PRED(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-PRED-SUB(WS-FOUND-SUB)
           MOVE "N" TO WS-JB-SCHED-FLAG(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-WIN-START(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-WIN-END(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-RUNS(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-FIRST-START(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-LAST-START(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-LAST-END(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-RETRIES(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-RERUNS(WS-FOUND-SUB)
           MOVE SPACES TO WS-JB-OUTCOME(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-CHAIN(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-DEPTH(WS-FOUND-SUB)
           MOVE "N" TO WS-JB-PLACED-FLAG(WS-FOUND-SUB)
           MOVE 0 TO WS-JB-PATH-SECS(WS-FOUND-SUB)
           MOVE "N" TO WS-JB-CRIT-FLAG(WS-FOUND-SUB)
           MOVE SPACES TO WS-JB-FLAGS(WS-FOUND-SUB).

      *>----------------------------------------------------------*>
      *> 1120-KEEP-ONE-RUN - the run's start and end in night        *>
      *> seconds, rolled up onto its job.                             *>
      *>----------------------------------------------------------*>
       1120-KEEP-ONE-RUN.
           IF JT-LOG-JOB-NAME = "NIGHTRUN"
               ADD 1 TO WS-NIGHT-STARTS
           END-IF
           PERFORM 1110-FIND-OR-ADD-JOB
           IF WS-FOUND-SUB = 0 OR WS-RUN-COUNT NOT < WS-RUN-MAX
               ADD 1 TO WS-RUNS-DROPPED
               PERFORM 1190-NOTE-OVERFLOW
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-FOUND-SUB TO WS-RN-JOB(WS-RUN-COUNT)
               MOVE WS-SECS-WORK TO WS-RN-START(WS-RUN-COUNT)
               COMPUTE WS-RN-END(WS-RUN-COUNT) =
                   WS-SECS-WORK + JT-LOG-DURATION-SECONDS
               ADD 1 TO WS-JB-RUNS(WS-FOUND-SUB)
               IF WS-JB-RUNS(WS-FOUND-SUB) = 1
                   OR WS-SECS-WORK < WS-JB-FIRST-START(WS-FOUND-SUB)
                   MOVE WS-SECS-WORK
                       TO WS-JB-FIRST-START(WS-FOUND-SUB)
               END-IF
               IF WS-SECS-WORK NOT < WS-JB-LAST-START(WS-FOUND-SUB)
                   MOVE WS-SECS-WORK
                       TO WS-JB-LAST-START(WS-FOUND-SUB)
               END-IF
               IF WS-RN-END(WS-RUN-COUNT)
                   > WS-JB-LAST-END(WS-FOUND-SUB)
                   MOVE WS-RN-END(WS-RUN-COUNT)
                       TO WS-JB-LAST-END(WS-FOUND-SUB)
               END-IF
           END-IF.

       1190-NOTE-OVERFLOW.
           IF NOT WS-TABLE-OVERFLOWED
               SET WS-TABLE-OVERFLOWED TO TRUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Job or run table full - the timeline is "
                   "incomplete"
               MOVE "TIMELINE" TO LE-PROGRAM-NAME
               MOVE "1100-LOAD-THE-RUNS" TO LE-PARAGRAPH-NAME
               MOVE "Job or run table full; timeline incomplete"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-READ-THE-JOURNALS - NightRun journals by its start      *>
      *> date, so the night's lines are in NIGHTRUN.<night date>      *>
      *> and, for a night started or restarted after midnight,        *>
      *> NIGHTRUN.<next date>.  RETRYING lines count retries, DONE    *>
      *> EARLIER TODAY lines mark a restarted night, and the last     *>
      *> other line is the job's outcome.                             *>
      *>----------------------------------------------------------*>
       1200-READ-THE-JOURNALS.
           MOVE WS-NIGHT-DATE TO WS-JOURNAL-DATE
           PERFORM 1210-READ-ONE-JOURNAL
           MOVE WS-NEXT-DATE TO WS-JOURNAL-DATE
           PERFORM 1210-READ-ONE-JOURNAL.

       1210-READ-ONE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "NIGHTRUN." DELIMITED BY SIZE
               WS-JOURNAL-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           MOVE "N" TO WS-EOF-FLAG
           MOVE "N" TO WS-PAST-CUTOVER-FLAG
           OPEN INPUT NIGHT-JOURNAL
           IF WS-JRN-OK
               PERFORM 1220-READ-ONE-JOURNAL-LINE
                   UNTIL WS-AT-END
               CLOSE NIGHT-JOURNAL
           END-IF.

       1220-READ-ONE-JOURNAL-LINE.
           READ NIGHT-JOURNAL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NJ-START-TIME IS NUMERIC
                       MOVE NJ-START-TIME TO WS-TIME-WORK
                       PERFORM 1225-PLACE-JOURNAL-LINE
                       IF WS-IN-THE-NIGHT
                           PERFORM 1230-APPLY-ONE-JOURNAL-LINE
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1225-PLACE-JOURNAL-LINE - journal lines carry no date; the   *>
      *> journal is named for the day NightRun started and written   *>
      *> in time order, so a line before the cutover is the small     *>
      *> hours of this night once the journal has passed a line at    *>
      *> or after the cutover, or when it is the next day's journal   *>
      *> and has not.                                                 *>
      *>----------------------------------------------------------*>
       1225-PLACE-JOURNAL-LINE.
           MOVE "N" TO WS-IN-NIGHT-FLAG
           COMPUTE WS-SECS-WORK =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-TIME-HH TO WS-HHMM-HH
           MOVE WS-TIME-MM TO WS-HHMM-MM
           IF WS-HHMM-WORK NOT < WS-CUTOVER
               SET WS-JOURNAL-PAST-CUTOVER TO TRUE
               IF WS-JOURNAL-DATE = WS-NIGHT-DATE
                   SET WS-IN-THE-NIGHT TO TRUE
               END-IF
           ELSE
               IF (WS-JOURNAL-DATE = WS-NIGHT-DATE
                       AND WS-JOURNAL-PAST-CUTOVER)
                   OR (WS-JOURNAL-DATE = WS-NEXT-DATE
                       AND NOT WS-JOURNAL-PAST-CUTOVER)
                   SET WS-IN-THE-NIGHT TO TRUE
                   ADD 86400 TO WS-SECS-WORK
               END-IF
           END-IF.

       1230-APPLY-ONE-JOURNAL-LINE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1231-MATCH-JOURNAL-JOB
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JOB-COUNT
                   OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0
               EVALUATE TRUE
                   WHEN NJ-OUTCOME(1:8) = "RETRYING"
                       ADD 1 TO WS-JB-RETRIES(WS-FOUND-SUB)
                   WHEN NJ-OUTCOME = "DONE EARLIER TODAY"
                       ADD 1 TO WS-RESTART-LINES
                       IF WS-JB-OUTCOME(WS-FOUND-SUB) = SPACES
                           MOVE NJ-OUTCOME
                               TO WS-JB-OUTCOME(WS-FOUND-SUB)
                       END-IF
                   WHEN OTHER
                       MOVE NJ-OUTCOME TO WS-JB-OUTCOME(WS-FOUND-SUB)
               END-EVALUATE
           END-IF.

       1231-MATCH-JOURNAL-JOB.
           IF WS-JB-NAME(WS-SCAN-SUB) = NJ-JOB-NAME
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 1300-ORDER-THE-CHAINS - each job's predecessor resolved to   *>
      *> its entry; every job with no scheduled predecessor roots a   *>
      *> chain, walked depth first so a job always prints under the  *>
      *> job it waits for.  Jobs no root reaches wait on each other   *>
      *> in a cycle and are listed last.                              *>
      *>----------------------------------------------------------*>
       1300-ORDER-THE-CHAINS.
           PERFORM 1310-RESOLVE-ONE-PREDECESSOR
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT
           PERFORM 1320-START-ONE-CHAIN
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT
           PERFORM 1350-PLACE-ONE-CYCLE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT.

       1310-RESOLVE-ONE-PREDECESSOR.
           MOVE 0 TO WS-JB-PRED-SUB(WS-JOB-SUB)
           IF WS-JB-PRED(WS-JOB-SUB) NOT = SPACES
               PERFORM 1311-MATCH-ONE-PREDECESSOR
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-SCHED-COUNT
           END-IF.

       1311-MATCH-ONE-PREDECESSOR.
           IF WS-JB-NAME(WS-SCAN-SUB) = WS-JB-PRED(WS-JOB-SUB)
               AND WS-SCAN-SUB NOT = WS-JOB-SUB
               MOVE WS-SCAN-SUB TO WS-JB-PRED-SUB(WS-JOB-SUB)
           END-IF.

       1320-START-ONE-CHAIN.
           IF WS-JB-PRED-SUB(WS-JOB-SUB) = 0
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-JOB-SUB TO WS-CH-ROOT(WS-CHAIN-COUNT)
               MOVE 0 TO WS-JB-DEPTH(WS-JOB-SUB)
               SET WS-JB-PLACED(WS-JOB-SUB) TO TRUE
               MOVE 1 TO WS-STACK-TOP
               MOVE WS-JOB-SUB TO WS-ST-JOB(1)
               PERFORM 1330-TAKE-ONE-FROM-STACK
                   UNTIL WS-STACK-TOP = 0
           END-IF.

       1330-TAKE-ONE-FROM-STACK.
           MOVE WS-ST-JOB(WS-STACK-TOP) TO WS-FOUND-SUB
           SUBTRACT 1 FROM WS-STACK-TOP
           MOVE WS-CHAIN-COUNT TO WS-JB-CHAIN(WS-FOUND-SUB)
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-FOUND-SUB TO WS-OR-JOB(WS-ORDER-COUNT)
      *> successors go on in reverse file order so the first one in
      *> the file comes off the stack first
           PERFORM 1340-PUSH-ONE-SUCCESSOR
               VARYING WS-SCAN-SUB FROM WS-SCHED-COUNT BY -1
               UNTIL WS-SCAN-SUB < 1.

       1340-PUSH-ONE-SUCCESSOR.
           IF WS-JB-PRED-SUB(WS-SCAN-SUB) = WS-FOUND-SUB
               AND NOT WS-JB-PLACED(WS-SCAN-SUB)
               SET WS-JB-PLACED(WS-SCAN-SUB) TO TRUE
               COMPUTE WS-JB-DEPTH(WS-SCAN-SUB) =
                   WS-JB-DEPTH(WS-FOUND-SUB) + 1
               ADD 1 TO WS-STACK-TOP
               MOVE WS-SCAN-SUB TO WS-ST-JOB(WS-STACK-TOP)
           END-IF.

       1350-PLACE-ONE-CYCLE-JOB.
           IF NOT WS-JB-PLACED(WS-JOB-SUB)
               SET WS-JB-PLACED(WS-JOB-SUB) TO TRUE
               MOVE 0 TO WS-JB-CHAIN(WS-JOB-SUB)
               ADD 1 TO WS-CYCLE-COUNT
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-JOB-SUB TO WS-OR-JOB(WS-ORDER-COUNT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 1400-FIND-CRITICAL-PATH - in dependency order each job that  *>
      *> ran carries its own elapsed time plus its predecessor's      *>
      *> path, when the predecessor ran too; the longest path ends    *>
      *> the critical path, which is then walked back to its root.    *>
      *>----------------------------------------------------------*>
       1400-FIND-CRITICAL-PATH.
           PERFORM 1410-PATH-ONE-JOB
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           MOVE 0 TO WS-CRIT-COUNT
           MOVE WS-CRIT-LEAF TO WS-FOUND-SUB
           PERFORM 1420-MARK-ONE-CRITICAL-JOB
               UNTIL WS-FOUND-SUB = 0.

       1410-PATH-ONE-JOB.
           MOVE WS-OR-JOB(WS-ORDER-SUB) TO WS-JOB-SUB
           IF WS-JB-RUNS(WS-JOB-SUB) > 0
               AND WS-JB-CHAIN(WS-JOB-SUB) > 0
               COMPUTE WS-JB-PATH-SECS(WS-JOB-SUB) =
                   WS-JB-LAST-END(WS-JOB-SUB)
                   - WS-JB-FIRST-START(WS-JOB-SUB)
               MOVE WS-JB-PRED-SUB(WS-JOB-SUB) TO WS-SCAN-SUB
               IF WS-SCAN-SUB > 0
                   IF WS-JB-RUNS(WS-SCAN-SUB) > 0
                       ADD WS-JB-PATH-SECS(WS-SCAN-SUB)
                           TO WS-JB-PATH-SECS(WS-JOB-SUB)
                   END-IF
               END-IF
               IF WS-CRIT-LEAF = 0
                   OR WS-JB-PATH-SECS(WS-JOB-SUB) > WS-CRIT-SECS
                   MOVE WS-JOB-SUB TO WS-CRIT-LEAF
                   MOVE WS-JB-PATH-SECS(WS-JOB-SUB) TO WS-CRIT-SECS
               END-IF
           END-IF.

       1420-MARK-ONE-CRITICAL-JOB.
           SET WS-JB-ON-CRITICAL-PATH(WS-FOUND-SUB) TO TRUE
           ADD 1 TO WS-CRIT-COUNT
           MOVE WS-FOUND-SUB TO WS-CP-JOB(WS-CRIT-COUNT)
           MOVE WS-JB-PRED-SUB(WS-FOUND-SUB) TO WS-FOUND-SUB
           IF WS-FOUND-SUB > 0
               IF WS-JB-RUNS(WS-FOUND-SUB) = 0
                   OR WS-JB-ON-CRITICAL-PATH(WS-FOUND-SUB)
                   MOVE 0 TO WS-FOUND-SUB
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1500-SET-ONE-JOBS-FLAGS - R retried, X rerun, L started     *>
      *> after its JOBSKED window closed, O still running after the  *>
      *> night's batch window, F failed or S skipped in the journal. *>
      *>----------------------------------------------------------*>
       1500-SET-ONE-JOBS-FLAGS.
           MOVE SPACES TO WS-JB-FLAGS(WS-JOB-SUB)
           IF WS-JB-RUNS(WS-JOB-SUB) > 0
               ADD 1 TO WS-RAN-JOBS
               IF WS-JB-RUNS(WS-JOB-SUB)
                   > WS-JB-RETRIES(WS-JOB-SUB) + 1
                   COMPUTE WS-JB-RERUNS(WS-JOB-SUB) =
                       WS-JB-RUNS(WS-JOB-SUB) - 1
                       - WS-JB-RETRIES(WS-JOB-SUB)
               END-IF
           END-IF
           IF WS-JB-RETRIES(WS-JOB-SUB) > 0
               MOVE "R" TO WS-JB-FLAGS(WS-JOB-SUB)(1:1)
               ADD 1 TO WS-RETRY-JOBS
           END-IF
           IF WS-JB-RERUNS(WS-JOB-SUB) > 0
               MOVE "X" TO WS-JB-FLAGS(WS-JOB-SUB)(2:1)
               ADD 1 TO WS-RERUN-JOBS
           END-IF
           IF WS-JB-RUNS(WS-JOB-SUB) > 0
               AND (WS-JB-WIN-START(WS-JOB-SUB) NOT = 0
                   OR WS-JB-WIN-END(WS-JOB-SUB) NOT = 0)
               MOVE WS-JB-WIN-END(WS-JOB-SUB) TO WS-HHMM-WORK
               PERFORM 9100-HHMM-TO-NIGHT-SECS
               ADD 59 TO WS-SECS-WORK
               IF WS-JB-FIRST-START(WS-JOB-SUB) > WS-SECS-WORK
                   MOVE "L" TO WS-JB-FLAGS(WS-JOB-SUB)(3:1)
                   ADD 1 TO WS-LATE-JOBS
               END-IF
           END-IF
           IF WS-NIGHT-WINDOW-SET AND WS-JB-SCHEDULED(WS-JOB-SUB)
               AND WS-JB-RUNS(WS-JOB-SUB) > 0
               AND WS-JB-LAST-END(WS-JOB-SUB) > WS-NW-END-SECS
               MOVE "O" TO WS-JB-FLAGS(WS-JOB-SUB)(4:1)
               ADD 1 TO WS-OVERRUN-JOBS
           END-IF
           EVALUATE TRUE
               WHEN WS-JB-OUTCOME(WS-JOB-SUB)(1:6) = "FAILED"
                   MOVE "F" TO WS-JB-FLAGS(WS-JOB-SUB)(5:1)
                   ADD 1 TO WS-FAILED-JOBS
               WHEN WS-JB-OUTCOME(WS-JOB-SUB)(1:7) = "SKIPPED"
                   OR WS-JB-OUTCOME(WS-JOB-SUB)(1:9) = "CANCELLED"
                   MOVE "S" TO WS-JB-FLAGS(WS-JOB-SUB)(5:1)
                   ADD 1 TO WS-FAILED-JOBS
           END-EVALUATE
           IF WS-JB-FLAGS(WS-JOB-SUB) NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1600-SIZE-THE-CHART - the span from the hour before the      *>
      *> first start to the hour after the last end (widened to the   *>
      *> batch window when it is overlaid), and the smallest step of  *>
      *> minutes per column that fits it across the bar.              *>
      *>----------------------------------------------------------*>
       1600-SIZE-THE-CHART.
           MOVE 0 TO WS-SCHED-FIRST
           MOVE 0 TO WS-SCHED-LAST
           PERFORM 1610-STRETCH-FOR-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           IF WS-CHART-HAS-RUNS
               IF WS-OVERLAY-ON AND WS-NIGHT-WINDOW-SET
                   IF WS-NW-START-SECS < WS-CHART-FROM
                       MOVE WS-NW-START-SECS TO WS-CHART-FROM
                   END-IF
                   IF WS-NW-END-SECS > WS-CHART-TO
                       MOVE WS-NW-END-SECS TO WS-CHART-TO
                   END-IF
               END-IF
               DIVIDE WS-CHART-FROM BY 3600 GIVING WS-CLOCK-HOURS
               COMPUTE WS-CHART-FROM = WS-CLOCK-HOURS * 3600
               ADD 3599 TO WS-CHART-TO
               DIVIDE WS-CHART-TO BY 3600 GIVING WS-CLOCK-HOURS
               COMPUTE WS-CHART-TO = WS-CLOCK-HOURS * 3600
               IF WS-CHART-TO NOT > WS-CHART-FROM
                   ADD 3600 TO WS-CHART-TO
               END-IF
               COMPUTE WS-CHART-SPAN = WS-CHART-TO - WS-CHART-FROM
               MOVE 0 TO WS-COL-SECS
               PERFORM 1620-TRY-ONE-SCALE
                   VARYING WS-SCALE-SUB FROM 1 BY 1
                   UNTIL WS-SCALE-SUB > 10 OR WS-COL-SECS > 0
               IF WS-COL-SECS = 0
                   COMPUTE WS-COL-SECS = WS-SCALE-MINUTES(10) * 60
               END-IF
               COMPUTE WS-COL-COUNT =
                   (WS-CHART-SPAN + WS-COL-SECS - 1) / WS-COL-SECS
               IF WS-COL-COUNT > WS-COL-MAX
                   MOVE WS-COL-MAX TO WS-COL-COUNT
               END-IF
           END-IF.

       1610-STRETCH-FOR-ONE-RUN.
           IF NOT WS-CHART-HAS-RUNS
               SET WS-CHART-HAS-RUNS TO TRUE
               MOVE WS-RN-START(WS-RUN-SUB) TO WS-CHART-FROM
               MOVE WS-RN-END(WS-RUN-SUB) TO WS-CHART-TO
           END-IF
           IF WS-RN-START(WS-RUN-SUB) < WS-CHART-FROM
               MOVE WS-RN-START(WS-RUN-SUB) TO WS-CHART-FROM
           END-IF
           IF WS-RN-END(WS-RUN-SUB) > WS-CHART-TO
               MOVE WS-RN-END(WS-RUN-SUB) TO WS-CHART-TO
           END-IF
           IF WS-JB-SCHEDULED(WS-RN-JOB(WS-RUN-SUB))
               IF WS-SCHED-LAST = 0
                   OR WS-RN-START(WS-RUN-SUB) < WS-SCHED-FIRST
                   MOVE WS-RN-START(WS-RUN-SUB) TO WS-SCHED-FIRST
               END-IF
               IF WS-RN-END(WS-RUN-SUB) > WS-SCHED-LAST
                   MOVE WS-RN-END(WS-RUN-SUB) TO WS-SCHED-LAST
               END-IF
           END-IF.

       1620-TRY-ONE-SCALE.
           IF WS-CHART-SPAN
               NOT > WS-SCALE-MINUTES(WS-SCALE-SUB) * 60 * WS-COL-MAX
               COMPUTE WS-COL-SECS =
                   WS-SCALE-MINUTES(WS-SCALE-SUB) * 60
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-THE-TIMELINE - the night's particulars, the time  *>
      *> scale, the jobs chain by chain, the running count and the    *>
      *> chain lanes, the other jobs, then the critical path, the     *>
      *> idle gaps and the exceptions.                                *>
      *>----------------------------------------------------------*>
       2000-PRINT-THE-TIMELINE.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "TIMELINE." DELIMITED BY SIZE
               WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE "BATCH NIGHT TIMELINE" TO RW-REPORT-TITLE
           MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           PERFORM 2100-PRINT-THE-NIGHT-LINES
           IF WS-CHART-HAS-RUNS
               PERFORM 2200-PRINT-THE-SCALE
               MOVE 999 TO WS-LAST-CHAIN
               PERFORM 2300-PRINT-ONE-ORDERED-JOB
                   VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               PERFORM 2400-PRINT-THE-ACTIVITY
               PERFORM 2450-PRINT-OTHER-JOBS
               PERFORM 2500-PRINT-CRITICAL-PATH
               PERFORM 2600-PRINT-IDLE-GAPS
               PERFORM 2700-PRINT-EXCEPTIONS
               PERFORM 2800-PRINT-THE-LEGEND
           ELSE
               MOVE SPACES TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               MOVE "*** NO RUNS RECORDED IN RUNLOG.DAT FOR THIS NIGHT"
                   TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           MOVE WS-RAN-JOBS TO WS-FL-JOBS
           MOVE WS-RUN-COUNT TO WS-FL-RUNS
           MOVE WS-GAP-COUNT TO WS-FL-GAPS
           MOVE WS-EXCEPTION-COUNT TO WS-FL-EXCEPTIONS
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       2100-PRINT-THE-NIGHT-LINES.
           MOVE WS-CUTOVER TO WS-HHMM-WORK
           MOVE WS-HHMM-HH TO WS-CE-HH
           MOVE WS-HHMM-MM TO WS-CE-MM
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "NIGHT OF " DELIMITED BY SIZE
               WS-NIGHT-DATE DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-NEXT-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-SCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RW-DETAIL-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "SCHEDULED JOBS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-RAN-JOBS TO WS-COUNT-EDIT
           STRING "   JOBS RUN: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-RUN-COUNT TO WS-NUMBER-EDIT
           STRING "   RUNS: " DELIMITED BY SIZE
               WS-NUMBER-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-NIGHT-STARTS TO WS-COUNT-EDIT
           STRING "   NIGHTRUN STARTS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           IF WS-NIGHT-STARTS > 1 OR WS-RESTART-LINES > 0
               STRING "  - NIGHT WAS RESTARTED" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           END-IF
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF WS-CHART-HAS-RUNS
               MOVE SPACES TO RW-DETAIL-LINE
               MOVE 1 TO WS-OUT-PTR
               MOVE WS-SCHED-FIRST TO WS-SECS-WORK
               PERFORM 9200-EDIT-CLOCK
               STRING "FIRST SCHEDULED START " DELIMITED BY SIZE
                   WS-CLOCK-EDIT DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               MOVE WS-SCHED-LAST TO WS-SECS-WORK
               PERFORM 9200-EDIT-CLOCK
               STRING "   LAST END " DELIMITED BY SIZE
                   WS-CLOCK-EDIT DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               IF WS-NIGHT-WINDOW-SET
                   PERFORM 2110-ADD-WINDOW-PARTICULARS
               END-IF
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               COMPUTE WS-SCALE-EDIT = WS-COL-SECS / 60
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "EACH CHART COLUMN = " DELIMITED BY SIZE
                   WS-SCALE-EDIT DELIMITED BY SIZE
                   " MINUTES" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2110-ADD-WINDOW-PARTICULARS - the night's batch window and   *>
      *> by how much the scheduled work started late or overran it.   *>
      *>----------------------------------------------------------*>
       2110-ADD-WINDOW-PARTICULARS.
           MOVE WS-NW-START-SECS TO WS-SECS-WORK
           PERFORM 9200-EDIT-CLOCK
           STRING "   BATCH WINDOW " DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-NW-END-SECS TO WS-SECS-WORK
           PERFORM 9200-EDIT-CLOCK
           STRING "-" DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           IF WS-SCHED-FIRST > WS-NW-START-SECS
               COMPUTE WS-MINUTES-WORK =
                   (WS-SCHED-FIRST - WS-NW-START-SECS) / 60
               MOVE WS-MINUTES-WORK TO WS-NUMBER-EDIT
               STRING "   STARTED LATE BY " DELIMITED BY SIZE
                   WS-NUMBER-EDIT DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-SCHED-LAST > WS-NW-END-SECS
               COMPUTE WS-MINUTES-WORK =
                   (WS-SCHED-LAST - WS-NW-END-SECS + 59) / 60
               MOVE WS-MINUTES-WORK TO WS-NUMBER-EDIT
               STRING "   OVERRAN BY " DELIMITED BY SIZE
                   WS-NUMBER-EDIT DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-PRINT-THE-SCALE - hour labels over a tick line with a   *>
      *> + on each hour; with the overlay on, the night's batch       *>
      *> window is marked [ ] on the tick line.                       *>
      *>----------------------------------------------------------*>
       2200-PRINT-THE-SCALE.
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO WS-BAR
           MOVE 0 TO WS-LABEL-LAST
           PERFORM 2210-LABEL-ONE-HOUR
               VARYING WS-HOUR-SECS FROM WS-CHART-FROM BY 3600
               UNTIL WS-HOUR-SECS > WS-CHART-TO
           MOVE SPACES TO WS-ROW-LINE
           MOVE "HOUR" TO WS-RT-LABEL
           MOVE "|" TO WS-RL-LEFT
           MOVE WS-BAR TO WS-RL-BAR
           MOVE "|" TO WS-RL-RIGHT
           MOVE WS-ROW-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO WS-BAR
           PERFORM 2220-TICK-ONE-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           PERFORM 2230-TICK-ONE-HOUR
               VARYING WS-HOUR-SECS FROM WS-CHART-FROM BY 3600
               UNTIL WS-HOUR-SECS NOT < WS-CHART-TO
           IF WS-OVERLAY-ON AND WS-NIGHT-WINDOW-SET
               MOVE WS-NW-START-SECS TO WS-SECS-WORK
               PERFORM 9300-COLUMN-OF-SECS
               MOVE "[" TO WS-BAR(WS-COL-RESULT:1)
               MOVE WS-NW-END-SECS TO WS-SECS-WORK
               PERFORM 9300-COLUMN-OF-SECS
               MOVE "]" TO WS-BAR(WS-COL-RESULT:1)
           END-IF
           MOVE SPACES TO WS-ROW-LINE
           MOVE "|" TO WS-RL-LEFT
           MOVE WS-BAR TO WS-RL-BAR
           MOVE "|" TO WS-RL-RIGHT
           MOVE WS-ROW-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2210-LABEL-ONE-HOUR.
           MOVE WS-HOUR-SECS TO WS-SECS-WORK
           PERFORM 9300-COLUMN-OF-SECS
           IF WS-HOUR-SECS = WS-CHART-TO
               MOVE WS-COL-COUNT TO WS-COL-RESULT
           END-IF
           IF (WS-LABEL-LAST = 0 OR WS-COL-RESULT > WS-LABEL-LAST + 2)
               AND WS-COL-RESULT < WS-COL-MAX
               DIVIDE WS-HOUR-SECS BY 3600 GIVING WS-CLOCK-HOURS
               DIVIDE WS-CLOCK-HOURS BY 24 GIVING WS-SECS-DAY
                   REMAINDER WS-HOUR-LABEL
               MOVE WS-HOUR-LABEL TO WS-BAR(WS-COL-RESULT:2)
               MOVE WS-COL-RESULT TO WS-LABEL-LAST
           END-IF.

       2220-TICK-ONE-COLUMN.
           MOVE "-" TO WS-BAR(WS-COL-SUB:1).

       2230-TICK-ONE-HOUR.
           MOVE WS-HOUR-SECS TO WS-SECS-WORK
           PERFORM 9300-COLUMN-OF-SECS
           MOVE "+" TO WS-BAR(WS-COL-RESULT:1).

      *>----------------------------------------------------------*>
      *> 2300-PRINT-ONE-ORDERED-JOB - a chain heading when a new      *>
      *> chain starts, then the job's row.                            *>
      *>----------------------------------------------------------*>
       2300-PRINT-ONE-ORDERED-JOB.
           MOVE WS-OR-JOB(WS-ORDER-SUB) TO WS-JOB-SUB
           IF WS-JB-CHAIN(WS-JOB-SUB) NOT = WS-LAST-CHAIN
               MOVE WS-JB-CHAIN(WS-JOB-SUB) TO WS-LAST-CHAIN
               MOVE SPACES TO WS-ROW-LINE
               IF WS-LAST-CHAIN = 0
                   MOVE "-- PREDECESSOR CYCLE" TO WS-RT-LABEL
               ELSE
                   MOVE WS-LAST-CHAIN TO WS-CHAIN-SUB
                   PERFORM 9400-PICK-CHAIN-LETTER
                   STRING "-- CHAIN " DELIMITED BY SIZE
                       WS-CHAIN-LETTER DELIMITED BY SIZE
                       INTO WS-RT-LABEL
               END-IF
               MOVE "|" TO WS-RL-LEFT
               MOVE "|" TO WS-RL-RIGHT
               MOVE WS-ROW-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           PERFORM 2310-PRINT-ONE-JOB-ROW.

       2310-PRINT-ONE-JOB-ROW.
           MOVE SPACES TO WS-ROW-LINE
           IF WS-JB-ON-CRITICAL-PATH(WS-JOB-SUB)
               MOVE "*" TO WS-RL-CRIT
           END-IF
           MOVE WS-JB-NAME(WS-JOB-SUB) TO WS-RL-JOB
           MOVE WS-JB-PRED(WS-JOB-SUB) TO WS-RL-PRED
           MOVE WS-JB-FLAGS(WS-JOB-SUB) TO WS-RL-FLAGS
           MOVE "|" TO WS-RL-LEFT
           MOVE "|" TO WS-RL-RIGHT
           MOVE SPACES TO WS-BAR
           IF WS-OVERLAY-ON AND WS-JB-SCHEDULED(WS-JOB-SUB)
               AND (WS-JB-WIN-START(WS-JOB-SUB) NOT = 0
                   OR WS-JB-WIN-END(WS-JOB-SUB) NOT = 0)
               PERFORM 2320-DRAW-ONE-WINDOW
           END-IF
           IF WS-JB-RUNS(WS-JOB-SUB) > 0
               MOVE WS-JB-FIRST-START(WS-JOB-SUB) TO WS-SECS-WORK
               PERFORM 9200-EDIT-CLOCK
               MOVE WS-CLOCK-EDIT TO WS-RL-START
               MOVE WS-JB-LAST-END(WS-JOB-SUB) TO WS-SECS-WORK
               PERFORM 9200-EDIT-CLOCK
               MOVE WS-CLOCK-EDIT TO WS-RL-END
               COMPUTE WS-MINUTES-WORK =
                   (WS-JB-LAST-END(WS-JOB-SUB)
                   - WS-JB-FIRST-START(WS-JOB-SUB) + 59) / 60
               MOVE WS-MINUTES-WORK TO WS-RL-MINS
               PERFORM 2330-DRAW-ONE-RUN
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE WS-BAR TO WS-RL-BAR
           ELSE
               MOVE WS-BAR TO WS-RL-BAR
               IF WS-JB-OUTCOME(WS-JOB-SUB) = SPACES
                   MOVE "(NOT RUN)" TO WS-RL-BAR(2:)
               ELSE
                   STRING "(" DELIMITED BY SIZE
                       WS-JB-OUTCOME(WS-JOB-SUB) DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO WS-RL-BAR(2:)
               END-IF
           END-IF
           MOVE WS-ROW-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

      *>----------------------------------------------------------*>
      *> 2320-DRAW-ONE-WINDOW - the job's JOBSKED window as [ ];      *>
      *> the bar drawn over it shows where the job really ran.        *>
      *>----------------------------------------------------------*>
       2320-DRAW-ONE-WINDOW.
           MOVE WS-JB-WIN-START(WS-JOB-SUB) TO WS-HHMM-WORK
           PERFORM 9100-HHMM-TO-NIGHT-SECS
           IF WS-SECS-WORK NOT < WS-CHART-FROM
               AND WS-SECS-WORK < WS-CHART-TO
               PERFORM 9300-COLUMN-OF-SECS
               MOVE "[" TO WS-BAR(WS-COL-RESULT:1)
           END-IF
           MOVE WS-JB-WIN-END(WS-JOB-SUB) TO WS-HHMM-WORK
           PERFORM 9100-HHMM-TO-NIGHT-SECS
           IF WS-SECS-WORK NOT < WS-CHART-FROM
               AND WS-SECS-WORK < WS-CHART-TO
               PERFORM 9300-COLUMN-OF-SECS
               MOVE "]" TO WS-BAR(WS-COL-RESULT:1)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2330-DRAW-ONE-RUN - the final attempt in = (# on the         *>
      *> critical path), earlier attempts in r for a retry or x for   *>
      *> a rerun.                                                     *>
      *>----------------------------------------------------------*>
       2330-DRAW-ONE-RUN.
           IF WS-RN-JOB(WS-RUN-SUB) = WS-JOB-SUB
               EVALUATE TRUE
                   WHEN WS-RN-START(WS-RUN-SUB)
                           < WS-JB-LAST-START(WS-JOB-SUB)
                       AND WS-JB-RETRIES(WS-JOB-SUB) > 0
                       MOVE "r" TO WS-BAR-CHAR
                   WHEN WS-RN-START(WS-RUN-SUB)
                           < WS-JB-LAST-START(WS-JOB-SUB)
                       MOVE "x" TO WS-BAR-CHAR
                   WHEN WS-JB-ON-CRITICAL-PATH(WS-JOB-SUB)
                       MOVE "#" TO WS-BAR-CHAR
                   WHEN OTHER
                       MOVE "=" TO WS-BAR-CHAR
               END-EVALUATE
               PERFORM 9310-COLUMNS-OF-RUN
               PERFORM 2340-FILL-ONE-COLUMN
                   VARYING WS-COL-SUB FROM WS-COL-FROM BY 1
                   UNTIL WS-COL-SUB > WS-COL-TO
           END-IF.

       2340-FILL-ONE-COLUMN.
           MOVE WS-BAR-CHAR TO WS-BAR(WS-COL-SUB:1).

      *>----------------------------------------------------------*>
      *> 2400-PRINT-THE-ACTIVITY - the scale again, the count of      *>
      *> scheduled jobs running in each column (a dot where nothing   *>
      *> was, between the first start and the last end), and one      *>
      *> lane per chain.                                              *>
      *>----------------------------------------------------------*>
       2400-PRINT-THE-ACTIVITY.
           PERFORM 2200-PRINT-THE-SCALE
           MOVE SPACES TO WS-BAR
           PERFORM 2410-COUNT-ONE-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           MOVE SPACES TO WS-ROW-LINE
           MOVE "RUNNING" TO WS-RT-LABEL
           MOVE "|" TO WS-RL-LEFT
           MOVE WS-BAR TO WS-RL-BAR
           MOVE "|" TO WS-RL-RIGHT
           MOVE WS-ROW-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 2430-PRINT-ONE-LANE
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.

       2410-COUNT-ONE-COLUMN.
           MOVE 0 TO WS-RUNNING-TALLY
           PERFORM 2420-TEST-ONE-RUN-IN-COLUMN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           EVALUATE TRUE
               WHEN WS-RUNNING-TALLY > 9
                   MOVE "+" TO WS-BAR(WS-COL-SUB:1)
               WHEN WS-RUNNING-TALLY > 0
                   MOVE WS-RUNNING-TALLY(3:1) TO WS-BAR(WS-COL-SUB:1)
               WHEN OTHER
                   MOVE WS-SCHED-FIRST TO WS-SECS-WORK
                   PERFORM 9300-COLUMN-OF-SECS
                   MOVE WS-COL-RESULT TO WS-COL-FROM
                   MOVE WS-SCHED-LAST TO WS-SECS-WORK
                   IF WS-SECS-WORK > WS-SCHED-FIRST
                       SUBTRACT 1 FROM WS-SECS-WORK
                   END-IF
                   PERFORM 9300-COLUMN-OF-SECS
                   IF WS-COL-SUB NOT < WS-COL-FROM
                       AND WS-COL-SUB NOT > WS-COL-RESULT
                       AND WS-SCHED-LAST > 0
                       MOVE "." TO WS-BAR(WS-COL-SUB:1)
                   END-IF
           END-EVALUATE.

       2420-TEST-ONE-RUN-IN-COLUMN.
           IF WS-JB-SCHEDULED(WS-RN-JOB(WS-RUN-SUB))
               MOVE WS-COL-SUB TO WS-SORT-HOLD
               PERFORM 9310-COLUMNS-OF-RUN
               IF WS-SORT-HOLD NOT < WS-COL-FROM
                   AND WS-SORT-HOLD NOT > WS-COL-TO
                   ADD 1 TO WS-RUNNING-TALLY
               END-IF
           END-IF.

       2430-PRINT-ONE-LANE.
           PERFORM 9400-PICK-CHAIN-LETTER
           MOVE WS-CHAIN-LETTER TO WS-BAR-CHAR
           MOVE SPACES TO WS-BAR
           PERFORM 2440-DRAW-ONE-LANE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-CH-ROOT(WS-CHAIN-SUB) TO WS-JOB-SUB
           STRING "CHAIN " DELIMITED BY SIZE
               WS-CHAIN-LETTER DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-JB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               INTO WS-RT-LABEL
           MOVE "|" TO WS-RL-LEFT
           MOVE WS-BAR TO WS-RL-BAR
           MOVE "|" TO WS-RL-RIGHT
           MOVE WS-ROW-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2440-DRAW-ONE-LANE-RUN.
           IF WS-JB-CHAIN(WS-RN-JOB(WS-RUN-SUB)) = WS-CHAIN-SUB
               AND WS-JB-SCHEDULED(WS-RN-JOB(WS-RUN-SUB))
               PERFORM 9310-COLUMNS-OF-RUN
               PERFORM 2340-FILL-ONE-COLUMN
                   VARYING WS-COL-SUB FROM WS-COL-FROM BY 1
                   UNTIL WS-COL-SUB > WS-COL-TO
           END-IF.

      *>----------------------------------------------------------*>
      *> 2450-PRINT-OTHER-JOBS - runs of jobs JOBSKED.CTL does not    *>
      *> name: NightRun itself and anything run by hand.              *>
      *>----------------------------------------------------------*>
       2450-PRINT-OTHER-JOBS.
           IF WS-JOB-COUNT > WS-SCHED-COUNT
               MOVE SPACES TO WS-ROW-LINE
               MOVE "-- NOT ON JOBSKED.CTL" TO WS-RT-LABEL
               MOVE "|" TO WS-RL-LEFT
               MOVE "|" TO WS-RL-RIGHT
               MOVE WS-ROW-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               COMPUTE WS-ORDER-SUB = WS-SCHED-COUNT + 1
               PERFORM 2460-PRINT-ONE-OTHER-JOB
                   VARYING WS-JOB-SUB FROM WS-ORDER-SUB BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
           END-IF.

       2460-PRINT-ONE-OTHER-JOB.
           PERFORM 2310-PRINT-ONE-JOB-ROW.

      *>----------------------------------------------------------*>
      *> 2500-PRINT-CRITICAL-PATH - its total elapsed minutes, then   *>
      *> its jobs root first, as many to a line as fit.               *>
      *>----------------------------------------------------------*>
       2500-PRINT-CRITICAL-PATH.
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF WS-CRIT-COUNT = 0
               MOVE "CRITICAL PATH: NO SCHEDULED JOB RAN"
                   TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           ELSE
               COMPUTE WS-CRIT-MINUTES = (WS-CRIT-SECS + 59) / 60
               MOVE SPACES TO RW-DETAIL-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING "CRITICAL PATH (LONGEST DEPENDENT CHAIN, "
                       DELIMITED BY SIZE
                   WS-CRIT-MINUTES DELIMITED BY SIZE
                   " MIN ELAPSED):" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               PERFORM 2510-ADD-ONE-PATH-JOB
                   VARYING WS-CRIT-SUB FROM WS-CRIT-COUNT BY -1
                   UNTIL WS-CRIT-SUB < 1
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       2510-ADD-ONE-PATH-JOB.
           IF WS-OUT-PTR > 118
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               MOVE SPACES TO RW-DETAIL-LINE
               MOVE 5 TO WS-OUT-PTR
           END-IF
           IF WS-CRIT-SUB < WS-CRIT-COUNT
               STRING " >" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           END-IF
           MOVE WS-CP-JOB(WS-CRIT-SUB) TO WS-JOB-SUB
           STRING " " DELIMITED BY SIZE
               WS-JB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR.

      *>----------------------------------------------------------*>
      *> 2600-PRINT-IDLE-GAPS - the scheduled runs in start order,    *>
      *> merged; any stretch between them with nothing running that   *>
      *> is at least TIMELINE_GAP_MIN long is listed.                 *>
      *>----------------------------------------------------------*>
       2600-PRINT-IDLE-GAPS.
           MOVE 0 TO WS-SORT-COUNT
           PERFORM 2610-SORT-IN-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-GAP-MINUTES TO WS-NUMBER-EDIT
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "IDLE GAPS (NO SCHEDULED JOB RUNNING, "
                   DELIMITED BY SIZE
               WS-NUMBER-EDIT DELIMITED BY SIZE
               " MIN OR MORE):" DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF WS-SORT-COUNT > 0
               MOVE WS-RN-END(WS-SO-RUN(1)) TO WS-COVER-END
               PERFORM 2630-MERGE-ONE-RUN
                   VARYING WS-SORT-SUB FROM 2 BY 1
                   UNTIL WS-SORT-SUB > WS-SORT-COUNT
           END-IF
           IF WS-GAP-COUNT = 0
               MOVE "    NONE" TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           ELSE
               COMPUTE WS-MINUTES-WORK = WS-GAP-SECS-TOTAL / 60
               MOVE WS-MINUTES-WORK TO WS-NUMBER-EDIT
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "    TOTAL IDLE " DELIMITED BY SIZE
                   WS-NUMBER-EDIT DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       2610-SORT-IN-ONE-RUN.
           IF WS-JB-SCHEDULED(WS-RN-JOB(WS-RUN-SUB))
               ADD 1 TO WS-SORT-COUNT
               MOVE WS-SORT-COUNT TO WS-SORT-SLOT
               PERFORM 2620-SHIFT-ONE-SLOT
                   UNTIL WS-SORT-SLOT = 1
                       OR WS-RN-START(WS-SO-RUN(WS-SORT-SLOT - 1))
                           NOT > WS-RN-START(WS-RUN-SUB)
               MOVE WS-RUN-SUB TO WS-SO-RUN(WS-SORT-SLOT)
           END-IF.

       2620-SHIFT-ONE-SLOT.
           MOVE WS-SO-RUN(WS-SORT-SLOT - 1) TO WS-SO-RUN(WS-SORT-SLOT)
           SUBTRACT 1 FROM WS-SORT-SLOT.

       2630-MERGE-ONE-RUN.
           MOVE WS-SO-RUN(WS-SORT-SUB) TO WS-RUN-SUB
           IF WS-RN-START(WS-RUN-SUB) > WS-COVER-END
               COMPUTE WS-GAP-SECS =
                   WS-RN-START(WS-RUN-SUB) - WS-COVER-END
               IF WS-GAP-SECS NOT < WS-GAP-MIN-SECS
                   PERFORM 2640-PRINT-ONE-GAP
               END-IF
           END-IF
           IF WS-RN-END(WS-RUN-SUB) > WS-COVER-END
               MOVE WS-RN-END(WS-RUN-SUB) TO WS-COVER-END
           END-IF.

       2640-PRINT-ONE-GAP.
           ADD 1 TO WS-GAP-COUNT
           ADD WS-GAP-SECS TO WS-GAP-SECS-TOTAL
           MOVE SPACES TO RW-DETAIL-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-COVER-END TO WS-SECS-WORK
           PERFORM 9200-EDIT-CLOCK
           STRING "    IDLE " DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-RN-START(WS-RUN-SUB) TO WS-SECS-WORK
           PERFORM 9200-EDIT-CLOCK
           COMPUTE WS-MINUTES-WORK = WS-GAP-SECS / 60
           MOVE WS-MINUTES-WORK TO WS-NUMBER-EDIT
           STRING " TO " DELIMITED BY SIZE
               WS-CLOCK-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NUMBER-EDIT DELIMITED BY SIZE
               " MIN, UNTIL " DELIMITED BY SIZE
               WS-JB-NAME(WS-RN-JOB(WS-RUN-SUB)) DELIMITED BY SPACE
               " STARTED" DELIMITED BY SIZE
               INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

      *>----------------------------------------------------------*>
      *> 2700-PRINT-EXCEPTIONS - one line per flagged job saying     *>
      *> what happened to it.                                         *>
      *>----------------------------------------------------------*>
       2700-PRINT-EXCEPTIONS.
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE "EXCEPTIONS:" TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "    NONE" TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           ELSE
               PERFORM 2710-PRINT-ONE-EXCEPTION
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
           END-IF.

       2710-PRINT-ONE-EXCEPTION.
           IF WS-JB-FLAGS(WS-JOB-SUB) NOT = SPACES
               MOVE SPACES TO RW-DETAIL-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING "    " DELIMITED BY SIZE
                   WS-JB-NAME(WS-JOB-SUB) DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               IF WS-JB-RETRIES(WS-JOB-SUB) > 0
                   MOVE WS-JB-RETRIES(WS-JOB-SUB) TO WS-COUNT-EDIT
                   STRING "  RETRIED" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-JB-RERUNS(WS-JOB-SUB) > 0
                   MOVE WS-JB-RERUNS(WS-JOB-SUB) TO WS-COUNT-EDIT
                   STRING "  RERUN" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-JB-FLAGS(WS-JOB-SUB)(3:1) = "L"
                   MOVE WS-JB-FIRST-START(WS-JOB-SUB) TO WS-SECS-WORK
                   PERFORM 9200-EDIT-CLOCK
                   STRING "  LATE START " DELIMITED BY SIZE
                       WS-CLOCK-EDIT DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
                   MOVE WS-JB-WIN-END(WS-JOB-SUB) TO WS-HHMM-WORK
                   MOVE WS-HHMM-HH TO WS-CE-HH
                   MOVE WS-HHMM-MM TO WS-CE-MM
                   STRING ", WINDOW ENDS " DELIMITED BY SIZE
                       WS-CLOCK-EDIT DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-JB-FLAGS(WS-JOB-SUB)(4:1) = "O"
                   MOVE WS-JB-LAST-END(WS-JOB-SUB) TO WS-SECS-WORK
                   PERFORM 9200-EDIT-CLOCK
                   STRING "  ENDED " DELIMITED BY SIZE
                       WS-CLOCK-EDIT DELIMITED BY SIZE
                       " AFTER THE BATCH WINDOW" DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               END-IF
               IF WS-JB-FLAGS(WS-JOB-SUB)(5:1) NOT = SPACE
                   STRING "  " DELIMITED BY SIZE
                       WS-JB-OUTCOME(WS-JOB-SUB) DELIMITED BY "  "
                       INTO RW-DETAIL-LINE WITH POINTER WS-OUT-PTR
               END-IF
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       2800-PRINT-THE-LEGEND.
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "KEY: = RUN   # RUN ON THE CRITICAL PATH (*)   "
                   DELIMITED BY SIZE
               "r EARLIER ATTEMPT, RETRIED   x EARLIER ATTEMPT, RERUN"
                   DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "     [ ] SCHEDULED WINDOW   . NOTHING RUNNING   "
                   DELIMITED BY SIZE
               "FLAGS: R RETRIED  X RERUN  L LATE START  O OVERRAN  "
                   DELIMITED BY SIZE
               "F FAILED  S SKIPPED" DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Night " WS-NIGHT-DATE
               " runs charted: " WS-RUN-COUNT
               " jobs run: " WS-RAN-JOBS
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Idle gaps: " WS-GAP-COUNT
               " retried: " WS-RETRY-JOBS
               " rerun: " WS-RERUN-JOBS
               " late: " WS-LATE-JOBS
               " overran: " WS-OVERRUN-JOBS
               " failed/skipped: " WS-FAILED-JOBS
           IF WS-RUNS-DROPPED > 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Runs not charted (table full): "
                   WS-RUNS-DROPPED
           END-IF.

      *>----------------------------------------------------------*>
      *> 9000-PLACE-IN-THE-NIGHT - a start time (WS-TIME-WORK) on a   *>
      *> date (WS-JOURNAL-DATE) belongs to the night from the         *>
      *> cutover on the night date until the cutover the next day;    *>
      *> WS-SECS-WORK comes back as night seconds.                    *>
      *>----------------------------------------------------------*>
       9000-PLACE-IN-THE-NIGHT.
           MOVE "N" TO WS-IN-NIGHT-FLAG
           COMPUTE WS-SECS-WORK =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-TIME-HH TO WS-HHMM-HH
           MOVE WS-TIME-MM TO WS-HHMM-MM
           IF WS-JOURNAL-DATE = WS-NIGHT-DATE
               AND WS-HHMM-WORK NOT < WS-CUTOVER
               SET WS-IN-THE-NIGHT TO TRUE
           END-IF
           IF WS-JOURNAL-DATE = WS-NEXT-DATE
               AND WS-HHMM-WORK < WS-CUTOVER
               SET WS-IN-THE-NIGHT TO TRUE
               ADD 86400 TO WS-SECS-WORK
           END-IF.

      *>----------------------------------------------------------*>
      *> 9100-HHMM-TO-NIGHT-SECS - a clock time (WS-HHMM-WORK) as     *>
      *> night seconds: before the cutover it is the next morning.    *>
      *>----------------------------------------------------------*>
       9100-HHMM-TO-NIGHT-SECS.
           COMPUTE WS-SECS-WORK = WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
           IF WS-HHMM-WORK < WS-CUTOVER
               ADD 86400 TO WS-SECS-WORK
           END-IF.

      *>----------------------------------------------------------*>
      *> 9200-EDIT-CLOCK - night seconds (WS-SECS-WORK) as HH:MM.     *>
      *>----------------------------------------------------------*>
       9200-EDIT-CLOCK.
           DIVIDE WS-SECS-WORK BY 86400 GIVING WS-CLOCK-HOURS
               REMAINDER WS-SECS-DAY
           DIVIDE WS-SECS-DAY BY 3600 GIVING WS-CE-HH
           COMPUTE WS-CE-MM = (WS-SECS-DAY - WS-CE-HH * 3600) / 60.

      *>----------------------------------------------------------*>
      *> 9300-COLUMN-OF-SECS - the chart column night seconds         *>
      *> (WS-SECS-WORK) fall in, held to the chart.                   *>
      *>----------------------------------------------------------*>
       9300-COLUMN-OF-SECS.
           IF WS-SECS-WORK NOT > WS-CHART-FROM
               MOVE 1 TO WS-COL-RESULT
           ELSE
               COMPUTE WS-COL-RESULT =
                   (WS-SECS-WORK - WS-CHART-FROM) / WS-COL-SECS + 1
           END-IF
           IF WS-COL-RESULT > WS-COL-COUNT
               MOVE WS-COL-COUNT TO WS-COL-RESULT
           END-IF.

      *>----------------------------------------------------------*>
      *> 9310-COLUMNS-OF-RUN - first and last column of a run; a run  *>
      *> shorter than a column still shows in one.                    *>
      *>----------------------------------------------------------*>
       9310-COLUMNS-OF-RUN.
           MOVE WS-RN-START(WS-RUN-SUB) TO WS-SECS-WORK
           PERFORM 9300-COLUMN-OF-SECS
           MOVE WS-COL-RESULT TO WS-COL-FROM
           MOVE WS-RN-END(WS-RUN-SUB) TO WS-SECS-WORK
           IF WS-SECS-WORK > WS-RN-START(WS-RUN-SUB)
               SUBTRACT 1 FROM WS-SECS-WORK
           END-IF
           PERFORM 9300-COLUMN-OF-SECS
           MOVE WS-COL-RESULT TO WS-COL-TO.

       9400-PICK-CHAIN-LETTER.
           IF WS-CHAIN-SUB > 26
               MOVE "*" TO WS-CHAIN-LETTER
           ELSE
               MOVE WS-CHAIN-LETTERS(WS-CHAIN-SUB:1) TO WS-CHAIN-LETTER
           END-IF.
