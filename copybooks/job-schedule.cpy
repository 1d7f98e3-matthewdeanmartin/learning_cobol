      *> window of 0000/0000 means the job is not time-restricted.    *>
      *> The month-end column carries M for a job that runs only on   *>
      *> a PROCCAL.CTL month-end date; older rows without the column  *>
      *> read as spaces and are unrestricted; F instead ties the job  *>
      *> to the fiscal calendar - it runs only on a fiscal period     *>
      *> end, M/Q/Y below mean fiscal period/quarter/year end, and    *>
      *> its reports cut by fiscal period.  The frequency column      *>
      *> and its two-character parameter say which days the job is    *>
      *> due on (evaluated by CheckJobFrequency against PROCCAL.CTL): *>
      *>   D or space  every business day                             *>
      *>   W nn        one weekday, 1 Monday through 7 Sunday         *>
      *>   N nn        the nn-th business day of the month            *>
      *>   M           the calendar's month-end date                  *>
      *>   Q           a month-end date in March, June, Sept or Dec   *>
      *>   Y           the December month-end date                    *>
      *>   H           the first business day after a holiday         *>
      *> Older rows without the columns read as spaces - daily.       *>
      *> The trigger columns name an inbound file (as registered in   *>
      *> INBNDREG.DAT) that must have arrived before NightRun starts  *>
      *> the job, and the HHMM deadline after which the operator is   *>
      *> asked whether to skip, keep waiting or cancel the night;     *>
      *> spaces mean no trigger, a 0000 deadline the NightRun         *>
      *> default.                                                     *>
      *>--------------------------------------------------------------*>
       01 JOB-SCHEDULE-RECORD.
           05 JS-SCHED-JOB-NAME        PIC X(08).
           05 FILLER                   PIC X(01).
           05 JS-SCHED-MONTH-END-ONLY  PIC X(01).
               88 JS-SCHED-MONTH-END-JOB         VALUE "M".
               88 JS-SCHED-FISCAL-END-JOB        VALUE "F".
           05 FILLER                   PIC X(01).
           05 JS-SCHED-MAX-PRED-CODE   PIC 9(04).
           05 FILLER                   PIC X(01).
           05 JS-SCHED-FREQ-CODE       PIC X(01).
           05 FILLER                   PIC X(01).
           05 JS-SCHED-FREQ-PARM       PIC X(02).
           05 FILLER                   PIC X(01).
           05 JS-SCHED-TRIGGER-FILE    PIC X(40).
           05 FILLER                   PIC X(01).
           05 JS-SCHED-FILE-DEADLINE   PIC 9(04).
