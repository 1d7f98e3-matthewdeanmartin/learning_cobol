      *> totals line; page headings (with the run-control stamp and   *>
      *> page number), column-heading repeats and line counting are   *>
      *> handled in one place instead of every report printing a      *>
      *> headerless stream.  "StartReportPage" (no parameters) makes  *>
      *> the next detail line begin a new page.                       *>
      *>--------------------------------------------------------------*>
       01 RW-REPORT-FILE-NAME      PIC X(80) VALUE SPACES.
       01 RW-REPORT-TITLE          PIC X(40) VALUE SPACES.
