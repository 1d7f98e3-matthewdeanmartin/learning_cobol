      *> every job launching independently with no notion of order.   *>
      *> The same subprogram's ENTRY "MarkJobComplete" is CALLed with *>
      *> JS-JOB-NAME alone once a job finishes, so later jobs can see *>
      *> it.  ENTRY "GetJobPeriodBasis" returns JS-PERIOD-BASIS for   *>
      *> JS-JOB-NAME - F when the job's schedule row puts it on the   *>
      *> fiscal period calendar, so its reports follow fiscal periods *>
      *> rather than calendar months.                                 *>
      *>--------------------------------------------------------------*>
       01 JS-JOB-NAME              PIC X(08) VALUE SPACES.
       01 JS-CAN-RUN               PIC X(01) VALUE "Y".
           88 JS-CONDITION-WARNINGS           VALUE 4.
           88 JS-CONDITION-REJECTS            VALUE 8.
           88 JS-CONDITION-FATAL              VALUE 16.
       01 JS-PERIOD-BASIS          PIC X(01) VALUE SPACES.
           88 JS-FISCAL-BASIS                 VALUE "F".
           88 JS-CALENDAR-BASIS               VALUE " " "M".
