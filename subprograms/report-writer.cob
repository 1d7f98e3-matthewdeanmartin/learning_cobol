      *>               (SHOP_TEST_MODE=Y) every page title is         *>
      *>               prefixed with TEST*, so no rehearsal report    *>
      *>               can pass for the real thing.                   *>
      *>   2026-10-15  New StartReportPage entry: the next line       *>
      *>               starts a fresh page (unless the current page   *>
      *>               has nothing on it yet), for reports that keep  *>
      *>               one section to a page.                         *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportWriter.
           PERFORM 2000-WRITE-ONE-DETAIL-LINE
           GOBACK.

       0915-START-PAGE-ENTRY-POINT.
       ENTRY "StartReportPage".
           IF WS-LINE-COUNT > 3
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           GOBACK.

       0920-CLOSE-REPORT-ENTRY-POINT.
       ENTRY "CloseReport" USING BY REFERENCE RW-TOTALS-LINE.
           IF WS-REPORT-OPEN
