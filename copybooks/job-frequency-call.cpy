      *>--------------------------------------------------------------*>
      *> JOB-FREQUENCY-CALL.CPY                                       *>
      *> LINKAGE parameters for CALL "CheckJobFrequency" - is a job   *>
      *> with this JOBSKED.CTL frequency rule due on JF-RUN-DATE?     *>
      *> JF-FREQ-CODE / JF-FREQ-PARM / JF-MONTH-END-ONLY are the      *>
      *> schedule row's columns as read.  JF-DUE-FLAG comes back Y    *>
      *> (due), N (not due, JF-REASON-TEXT says why) or E (the rule   *>
      *> itself is not valid, JF-REASON-TEXT says what is wrong).     *>
      *> A JF-MONTH-END-ONLY of F moves the job onto the fiscal       *>
      *> calendar: it runs only on a fiscal period end, and its M, Q  *>
      *> and Y rules mean fiscal period, quarter and year end.        *>
      *>--------------------------------------------------------------*>
       01 JF-RUN-DATE              PIC 9(08) VALUE 0.
       01 JF-FREQ-CODE             PIC X(01) VALUE SPACES.
           88 JF-FREQ-DAILY                   VALUE " " "D".
           88 JF-FREQ-WEEKDAY                 VALUE "W".
           88 JF-FREQ-NTH-BUSINESS            VALUE "N".
           88 JF-FREQ-MONTH-END               VALUE "M".
           88 JF-FREQ-QUARTER-END             VALUE "Q".
           88 JF-FREQ-YEAR-END                VALUE "Y".
           88 JF-FREQ-AFTER-HOLIDAY           VALUE "H".
       01 JF-FREQ-PARM             PIC X(02) VALUE SPACES.
       01 JF-MONTH-END-ONLY        PIC X(01) VALUE SPACES.
           88 JF-MONTH-END-JOB                VALUE "M".
           88 JF-FISCAL-PERIOD-JOB            VALUE "F".
       01 JF-DUE-FLAG              PIC X(01) VALUE "Y".
           88 JF-DUE                          VALUE "Y".
           88 JF-NOT-DUE                      VALUE "N".
           88 JF-RULE-BAD                     VALUE "E".
       01 JF-REASON-TEXT           PIC X(60) VALUE SPACES.
