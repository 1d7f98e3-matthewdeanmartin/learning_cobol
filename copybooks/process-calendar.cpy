      *> month-end flag, and the holiday name when the date is one.   *>
      *> CheckJobSchedule consults it so the schedule follows the     *>
      *> business calendar without anyone hand-editing JOBSKED.CTL    *>
      *> on holidays.  The fiscal column marks the last business day  *>
      *> of each 4-4-5 fiscal period from FISCCAL.CTL: P for a period *>
      *> end, Q for a fiscal quarter end, Y for the fiscal year end,  *>
      *> space otherwise (older files read as spaces).                *>
      *>--------------------------------------------------------------*>
       01 PROCESS-CALENDAR-RECORD.
           05 PC-CAL-DATE              PIC 9(08).
               88 PC-MONTH-END                   VALUE "Y".
           05 FILLER                   PIC X(01).
           05 PC-HOLIDAY-NAME          PIC X(20).
           05 FILLER                   PIC X(01).
           05 PC-FISCAL-END-FLAG       PIC X(01).
               88 PC-FISCAL-PERIOD-END           VALUE "P" "Q" "Y".
               88 PC-FISCAL-QUARTER-END          VALUE "Q" "Y".
               88 PC-FISCAL-YEAR-END             VALUE "Y".
