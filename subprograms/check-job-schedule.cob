      *>             control files already follow.  ENTRY             *>
      *>             "MarkJobComplete" appends one row to JOBDONE.LOG *>
      *>             once a job finishes, so a later job's own        *>
      *>             predecessor check can see it.  ENTRY             *>
      *>             "GetJobPeriodBasis" tells a reporting job        *>
      *>             whether its row puts it on fiscal periods.       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-09  Initial version.                               *>
      *>               date.  A missing calendar file leaves the      *>
      *>               schedule unrestricted, the shop's usual        *>
      *>               missing-control-file convention.               *>
      *>   2026-10-15  Honours the JOBSKED.CTL frequency column       *>
      *>               (weekday, Nth business day, month, quarter and *>
      *>               year end, first business day after a holiday)  *>
      *>               through the new CheckJobFrequency subprogram,  *>
      *>               which now also makes the calendar checks; a    *>
      *>               predecessor that is not due today no longer    *>
      *>               blocks its successor.                          *>
      *>   2026-10-15  Saved schedule row widened for the trigger-    *>
      *>               file columns.                                  *>
      *>   2026-10-15  New GetJobPeriodBasis entry returns F when the *>
      *>               job's JOBSKED.CTL month-end column puts it on  *>
      *>               fiscal periods; CheckJobFrequency now holds    *>
      *>               such a job to fiscal period ends.              *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckJobSchedule.
           SELECT JOB-DONE-LOG ASSIGN TO "JOBDONE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DONE-LOG.
           COPY "job-done-log.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SKED-STATUS            PIC X(02) VALUE SPACES.
       01 WS-DONE-STATUS            PIC X(02) VALUE SPACES.
       01 WS-AT-END-OF-DONE-LOG     PIC X(01) VALUE "N".
           88 WS-DONE-LOG-AT-END               VALUE "Y".
       01 WS-TODAY                  PIC 9(08) VALUE 0.
       01 WS-OWN-SCHEDULE-ROW       PIC X(90) VALUE SPACES.
       01 WS-PRED-LOOKUP-NAME       PIC X(08) VALUE SPACES.
       01 WS-PRED-ROW-IS-FOUND      PIC X(01) VALUE "N".
           88 WS-PRED-ROW-FOUND                VALUE "Y".
       01 WS-PRED-IS-DUE            PIC X(01) VALUE "Y".
           88 WS-PRED-DUE-TODAY                VALUE "Y".
           COPY "job-frequency-call.cpy".
       01 WS-NOW-FULL               PIC 9(08) VALUE 0.
       01 WS-NOW-HHMM REDEFINES WS-NOW-FULL.
           05 WS-NOW-HHMM-ONLY      PIC 9(04).
               IF JS-SCHED-PREDECESSOR NOT = SPACES
                   PERFORM 2000-CHECK-PREDECESSOR-DONE
                   IF NOT WS-PREDECESSOR-DONE
                       PERFORM 2200-CHECK-PREDECESSOR-DUE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PREDECESSOR-DONE
                           PERFORM 2500-CHECK-PREDECESSOR-CODE
                       WHEN WS-PRED-DUE-TODAY
                           SET JS-BLOCKED TO TRUE
                           MOVE SPACES TO JS-REASON-TEXT
                           STRING "predecessor " DELIMITED BY SIZE
                               JS-SCHED-PREDECESSOR DELIMITED BY SPACE
                               " has not completed today"
                                   DELIMITED BY SIZE
                               INTO JS-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF JS-OK-TO-RUN
                   PERFORM 3000-CHECK-RUN-WINDOW
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2200-CHECK-PREDECESSOR-DUE - a predecessor that is not due  *>
      *> today under its own JOBSKED.CTL frequency (the weekly job    *>
      *> on a Thursday) will never complete today, so it gates        *>
      *> nothing; one with no row of its own is always due.  The      *>
      *> scan overwrites the record area, so this job's own row is    *>
      *> put back afterwards.                                         *>
      *>----------------------------------------------------------*>
       2200-CHECK-PREDECESSOR-DUE.
           MOVE "Y" TO WS-PRED-IS-DUE
           MOVE "N" TO WS-PRED-ROW-IS-FOUND
           MOVE "N" TO WS-AT-END-OF-CTL
           MOVE JOB-SCHEDULE-RECORD TO WS-OWN-SCHEDULE-ROW
           MOVE JS-SCHED-PREDECESSOR TO WS-PRED-LOOKUP-NAME
           OPEN INPUT JOB-SCHEDULE-CTL
           IF WS-SKED-STATUS = "00"
               PERFORM 2210-READ-ONE-PRED-ROW
                   UNTIL WS-CTL-AT-END OR WS-PRED-ROW-FOUND
               CLOSE JOB-SCHEDULE-CTL
           END-IF
           IF WS-PRED-ROW-FOUND
               ACCEPT JF-RUN-DATE FROM DATE YYYYMMDD
               MOVE JS-SCHED-FREQ-CODE TO JF-FREQ-CODE
               MOVE JS-SCHED-FREQ-PARM TO JF-FREQ-PARM
               MOVE JS-SCHED-MONTH-END-ONLY TO JF-MONTH-END-ONLY
               CALL "CheckJobFrequency" USING JF-RUN-DATE
                   JF-FREQ-CODE JF-FREQ-PARM JF-MONTH-END-ONLY
                   JF-DUE-FLAG JF-REASON-TEXT
               IF JF-NOT-DUE
                   MOVE "N" TO WS-PRED-IS-DUE
               END-IF
           END-IF
           MOVE WS-OWN-SCHEDULE-ROW TO JOB-SCHEDULE-RECORD.

       2210-READ-ONE-PRED-ROW.
           READ JOB-SCHEDULE-CTL
               AT END
                   SET WS-CTL-AT-END TO TRUE
               NOT AT END
                   IF JS-SCHED-JOB-NAME = WS-PRED-LOOKUP-NAME
                       SET WS-PRED-ROW-FOUND TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2500-CHECK-PREDECESSOR-CODE - the predecessor finished, but  *>
      *> how it finished matters: its latest condition code today     *>
           EXIT.

      *>----------------------------------------------------------*>
      *> 4000-CHECK-PROCESS-CALENDAR - CheckJobFrequency judges the   *>
      *> row against today's PROCCAL.CTL entry: a non-business day    *>
      *> blocks the job outright, a month-end-only job (M in its      *>
      *> schedule row) is blocked on any date the calendar does not   *>
      *> mark as month end, and a job with a frequency rule runs      *>
      *> only on the days the rule names.  No calendar file, or no    *>
      *> row for today, leaves the month-end tests unrestricted.      *>
      *>----------------------------------------------------------*>
       4000-CHECK-PROCESS-CALENDAR.
           ACCEPT JF-RUN-DATE FROM DATE YYYYMMDD
           MOVE JS-SCHED-FREQ-CODE TO JF-FREQ-CODE
           MOVE JS-SCHED-FREQ-PARM TO JF-FREQ-PARM
           MOVE JS-SCHED-MONTH-END-ONLY TO JF-MONTH-END-ONLY
           CALL "CheckJobFrequency" USING JF-RUN-DATE JF-FREQ-CODE
               JF-FREQ-PARM JF-MONTH-END-ONLY JF-DUE-FLAG
               JF-REASON-TEXT
           IF NOT JF-DUE
               SET JS-BLOCKED TO TRUE
               MOVE JF-REASON-TEXT TO JS-REASON-TEXT
           END-IF.

       8900-MARK-COMPLETE-ENTRY-POINT.
       ENTRY "MarkJobComplete" USING BY REFERENCE JS-JOB-NAME.
           PERFORM 8100-SET-CLEAN-CODE
           PERFORM 8000-APPEND-DONE-RECORD
           GOBACK.

       8920-PERIOD-BASIS-ENTRY.
       ENTRY "GetJobPeriodBasis" USING BY REFERENCE JS-JOB-NAME
           BY REFERENCE JS-PERIOD-BASIS.
           PERFORM 8200-SET-PERIOD-BASIS
           GOBACK.

       8100-SET-CLEAN-CODE.
           MOVE 0 TO WS-PRED-COND-CODE.

      *>----------------------------------------------------------*>
      *> 8200-SET-PERIOD-BASIS - the job's month-end column as its    *>
      *> reporting basis: F for fiscal periods, anything else (no     *>
      *> row, no control file) calendar months.                       *>
      *>----------------------------------------------------------*>
       8200-SET-PERIOD-BASIS.
           MOVE SPACES TO JS-PERIOD-BASIS
           PERFORM 1000-FIND-SCHEDULE-ROW
           IF WS-ROW-FOUND AND JS-SCHED-FISCAL-END-JOB
               MOVE JS-SCHED-MONTH-END-ONLY TO JS-PERIOD-BASIS
           END-IF.

      *>----------------------------------------------------------*>
      *> 8000-APPEND-DONE-RECORD - append one completion row for      *>
      *> JS-JOB-NAME to JOBDONE.LOG, creating it if it does not       *>
