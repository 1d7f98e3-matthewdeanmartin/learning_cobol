      *>             the HEADHIST.DAT history file, so headcount at   *>
      *>             past month ends stops needing a PERSAUD.LOG      *>
      *>             reconstruction.  JOBSKED.CTL is expected to      *>
      *>             carry the month-end-only flag for HEADSNAP -     *>
      *>             or F to snapshot at fiscal period ends instead;  *>
      *>             every row is tagged with the fiscal year and     *>
      *>             period of the snapshot date either way.          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Tags each HEADHIST.DAT row with the fiscal     *>
      *>               year and period of the snapshot date (DateCalc *>
      *>               FiscalPeriodOfDate), so HEADSNAP can run at    *>
      *>               fiscal period ends.                            *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadSnapshot.
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-HH-STATUS              PIC X(02) VALUE "00".

      *>----------------------------------------------------------*>
      *> 2000-APPEND-SNAPSHOT-ROWS - one HEADHIST.DAT row per        *>
      *> department and the TOTL row, stamped with the run date and *>
      *> the fiscal period it falls in.                             *>
      *>----------------------------------------------------------*>
       2000-APPEND-SNAPSHOT-ROWS.
           MOVE RC-RUN-DATE TO DC-DATE
           CALL "FiscalPeriodOfDate" USING DC-DATE DC-FISCAL-YEAR
               DC-FISCAL-PERIOD DC-FISCAL-WEEK
           OPEN EXTEND HEAD-HISTORY
           IF WS-HH-STATUS = "35"
               OPEN OUTPUT HEAD-HISTORY
           MOVE SPACES TO HEAD-HISTORY-RECORD
           MOVE RC-RUN-DATE TO HH-SNAP-DATE
           MOVE "TOTL" TO HH-DEPT-CODE
           MOVE DC-FISCAL-YEAR TO HH-FISCAL-YEAR
           MOVE DC-FISCAL-PERIOD TO HH-FISCAL-PERIOD
           MOVE WS-GT-ACTIVE TO HH-ACTIVE-COUNT
           MOVE WS-GT-ONLEAVE TO HH-ONLEAVE-COUNT
           MOVE WS-GT-INACTIVE TO HH-INACTIVE-COUNT
           MOVE SPACES TO HEAD-HISTORY-RECORD
           MOVE RC-RUN-DATE TO HH-SNAP-DATE
           MOVE WS-DT-CODE(WS-DT-IDX) TO HH-DEPT-CODE
           MOVE DC-FISCAL-YEAR TO HH-FISCAL-YEAR
           MOVE DC-FISCAL-PERIOD TO HH-FISCAL-PERIOD
           MOVE WS-DT-ACTIVE(WS-DT-IDX) TO HH-ACTIVE-COUNT
           MOVE WS-DT-ONLEAVE(WS-DT-IDX) TO HH-ONLEAVE-COUNT
           MOVE WS-DT-INACTIVE(WS-DT-IDX) TO HH-INACTIVE-COUNT
