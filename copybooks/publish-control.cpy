      *>--------------------------------------------------------------*>
      *> PUBLISH-CONTROL.CPY                                          *>
      *> Row layout for PUBLISH.CTL, the list of reports that         *>
      *> ReportPublish turns into intranet pages, blank-separated     *>
      *> like the other control files.  One row per report: the       *>
      *> report ID (the dated report file's name up to the dot, e.g.  *>
      *> ORGCHART), the ID of its CSV companion (e.g. LISTCSV; - or   *>
      *> blank for none), and the department groups the report is     *>
      *> visible to - DEPTMAST codes or group names, comma-separated, *>
      *> up to eight, with ALL for every department.  Lines starting  *>
      *> with * are comments.                                         *>
      *>--------------------------------------------------------------*>
       01 PUBLISH-CONTROL-RECORD.
           05 PB-REPORT-ID             PIC X(08).
           05 FILLER                   PIC X(01).
           05 PB-CSV-ID                PIC X(08).
               88 PB-NO-CSV                      VALUE "-" SPACES.
           05 FILLER                   PIC X(01).
           05 PB-GROUP-LIST            PIC X(62).
