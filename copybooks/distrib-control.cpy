      *>--------------------------------------------------------------*>
      *> DISTRIB-CONTROL.CPY                                          *>
      *> Row layout for DISTRIB.CTL, the report distribution list     *>
      *> ReportBurst routes each department's section by, blank-      *>
      *> separated like the other control files.  One row per         *>
      *> recipient of a department's section: the report ID it        *>
      *> applies to (the print file's name up to the first dot, e.g.  *>
      *> PAYREG, or * for every burst report), the recipient, the     *>
      *> print queue, the number of copies (blank reads as one) and   *>
      *> the name for the recipient banner.  Department ALL receives  *>
      *> the whole combined report.  Lines starting with * are        *>
      *> comments.                                                    *>
      *>--------------------------------------------------------------*>
       01 DISTRIB-CONTROL-RECORD.
           05 RB-DEPT-CODE             PIC X(04).
               88 RB-WHOLE-REPORT                VALUE "ALL ".
           05 FILLER                   PIC X(01).
           05 RB-REPORT-ID             PIC X(08).
               88 RB-EVERY-REPORT                VALUE "*".
           05 FILLER                   PIC X(01).
           05 RB-RECIPIENT-ID          PIC X(08).
           05 FILLER                   PIC X(01).
           05 RB-QUEUE-NAME            PIC X(12).
           05 FILLER                   PIC X(01).
           05 RB-COPIES-TEXT           PIC X(02).
           05 FILLER                   PIC X(01).
           05 RB-RECIPIENT-NAME        PIC X(30).
