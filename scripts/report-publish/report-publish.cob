      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReportPublish                                    *>
      *> PURPOSE:    Publishes selected ReportWriter reports to the   *>
      *>             intranet report library, so managers stop        *>
      *>             asking for printouts of reports that only exist  *>
      *>             on this box.  For every PUBLISH.CTL row whose    *>
      *>             dated report file <report>.<yyyymmdd> is on      *>
      *>             hand for the publishing date, one HTML page is   *>
      *>             built: each report page becomes a table, its     *>
      *>             title line the caption and its column heading    *>
      *>             the table heading, with the detail lines cut     *>
      *>             into cells at the heading's columns; every page  *>
      *>             break is kept as a page0001-style anchor, listed *>
      *>             at the top of the page.  Text that is not in     *>
      *>             ReportWriter's page layout is carried as plain   *>
      *>             lines.  Where the row names a CSV companion      *>
      *>             (ListFiles' LISTCSV, SalaryForecast's FCSTCSV)   *>
      *>             and it was written for the same date, it is      *>
      *>             published beside the page as a download.         *>
      *>                                                              *>
      *>             The library keeps one directory per department   *>
      *>             group under the web-served root, and a report    *>
      *>             is placed only in the directories of the groups  *>
      *>             its row names (ALL for every department), so     *>
      *>             the web server's access to each directory is     *>
      *>             what decides who sees it.  Every group's         *>
      *>             index.html is rebuilt on each run, by report     *>
      *>             name and then run date, newest first.  Under     *>
      *>             the shop-wide test mode (SHOP_TEST_MODE=Y) the   *>
      *>             library is built under WEBPUB.TST instead, so a  *>
      *>             rehearsal never reaches the intranet.  A         *>
      *>             control row or library root with characters      *>
      *>             unsafe for a shell command is refused and ends   *>
      *>             the step with 4.                                 *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               RPTPUBL_DIR   web-served library root          *>
      *>                             (default WEBPUB)                 *>
      *>               RPTPUBL_DATE  report date to publish, yyyy-    *>
      *>                             mmdd (default the run date)      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportPublish.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISH-CONTROL ASSIGN TO "PUBLISH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-INPUT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT HTML-PAGE ASSIGN TO WS-PAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT CSV-PROBE ASSIGN TO WS-PROBE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT NAME-LIST ASSIGN TO "RPTPLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.
           SELECT INDEX-PAGE ASSIGN TO WS-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBLISH-CONTROL.
           COPY "publish-control.cpy".

       FD  REPORT-INPUT.
       01  RI-REPORT-LINE           PIC X(132).

       FD  HTML-PAGE.
       01  HP-PAGE-LINE             PIC X(2048).

       FD  CSV-PROBE.
       01  CP-PROBE-LINE            PIC X(01).

       FD  NAME-LIST.
       01  NAME-LIST-RECORD         PIC X(80).

       FD  INDEX-PAGE.
       01  IX-INDEX-LINE            PIC X(256).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
       01 WS-CTL-STATUS             PIC X(02) VALUE "00".
           88 WS-CTL-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
           88 WS-RPT-OK                       VALUE "00".
       01 WS-PAGE-STATUS            PIC X(02) VALUE "00".
       01 WS-PROBE-STATUS           PIC X(02) VALUE "00".
           88 WS-PROBE-OK                     VALUE "00".
       01 WS-LST-STATUS             PIC X(02) VALUE "00".
           88 WS-LST-OK                       VALUE "00".
       01 WS-IDX-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(80) VALUE SPACES.
       01 WS-PAGE-FILE-NAME         PIC X(12) VALUE "RPTPUBL.TMP".
       01 WS-PROBE-FILE-NAME        PIC X(120) VALUE SPACES.
       01 WS-LIST-FILE-NAME         PIC X(12) VALUE "RPTPLIST.TXT".
       01 WS-INDEX-FILE-NAME        PIC X(120) VALUE SPACES.
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5.
       01 WS-COMMAND                PIC X(256) VALUE SPACES.
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-TEST-MODE-FLAG         PIC X(01) VALUE "N".
           88 WS-TEST-MODE                    VALUE "Y".
       01 WS-WEB-ROOT               PIC X(60) VALUE "WEBPUB".
       01 WS-ENV-DIR                PIC X(60) VALUE SPACES.
       01 WS-DATE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-PUBLISH-DATE           PIC 9(08) VALUE 0.
       01 WS-ROOT-FLAG              PIC X(01) VALUE "Y".
           88 WS-ROOT-IS-SAFE                 VALUE "Y".

       01 WS-CTL-EOF                PIC X(01) VALUE "N".
           88 WS-CTL-AT-END                   VALUE "Y".
       01 WS-RPT-EOF                PIC X(01) VALUE "N".
           88 WS-RPT-AT-END                   VALUE "Y".
       01 WS-LIST-EOF               PIC X(01) VALUE "N".
           88 WS-LIST-AT-END                  VALUE "Y".

      *> PUBLISH.CTL, one entry per report, and the department
      *> groups named across it - one library directory each.
       01 WS-PB-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-PB-MAX                 PIC 9(03) COMP VALUE 100.
       01 WS-PB-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-PB-TABLE.
           05 WS-PB-ENTRY OCCURS 100 TIMES.
               10 WS-PB-REPORT-ID   PIC X(08).
               10 WS-PB-CSV-ID      PIC X(08).
               10 WS-PB-GROUP-COUNT PIC 9(01).
               10 WS-PB-GROUP       PIC X(08) OCCURS 8 TIMES.
       01 WS-GR-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-GR-MAX                 PIC 9(03) COMP VALUE 100.
       01 WS-GR-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-GR-TABLE.
           05 WS-GR-NAME            PIC X(08) OCCURS 100 TIMES.
       01 WS-GROUP-SUB              PIC 9(01) VALUE 0.
       01 WS-GROUP-WORK.
           05 WS-GROUP-PART         PIC X(08) OCCURS 8 TIMES.
       01 WS-GROUP-TALLY            PIC 9(02) VALUE 0.
       01 WS-GROUP-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-GROUP-FOUND                  VALUE "Y".
       01 WS-ALL-GROUP-FLAG         PIC X(01) VALUE "N".
           88 WS-ALL-GROUP-NAMED              VALUE "Y".

      *> the report in hand: its first title, its pages, and its
      *> CSV companion.
       01 WS-REPORT-TITLE           PIC X(40) VALUE SPACES.
       01 WS-PAGE-TOTAL             PIC 9(04) VALUE 0.
       01 WS-PAGE-NUMBER            PIC 9(04) VALUE 0.
       01 WS-PAGE-EDIT              PIC Z(03)9.
       01 WS-PAGE-LEAD              PIC 9(02) VALUE 0.
       01 WS-CSV-FILE-NAME          PIC X(20) VALUE SPACES.
       01 WS-CSV-FLAG               PIC X(01) VALUE "N".
           88 WS-CSV-ON-HAND                  VALUE "Y".
       01 WS-TABLE-FLAG             PIC X(01) VALUE "N".
           88 WS-TABLE-OPEN                   VALUE "Y".
       01 WS-EXPECT-FLAG            PIC X(01) VALUE "N".
           88 WS-EXPECT-NOTHING               VALUE "N".
           88 WS-EXPECT-HEADING               VALUE "H".
           88 WS-EXPECT-SPACER                VALUE "S".
       01 WS-PENDING-BLANKS         PIC 9(04) VALUE 0.
       01 WS-CAPTION-LINE           PIC X(132) VALUE SPACES.

      *> the column starts read off the column heading, and where
      *> each line in hand is cut into cells.
       01 WS-COL-COUNT              PIC 9(02) COMP VALUE 0.
       01 WS-COL-MAX                PIC 9(02) COMP VALUE 40.
       01 WS-COL-SUB                PIC 9(02) COMP VALUE 0.
       01 WS-COL-TABLE.
           05 WS-COL-START          PIC 9(03) COMP OCCURS 40 TIMES.
       01 WS-CUT-TABLE.
           05 WS-CUT                PIC 9(03) COMP OCCURS 41 TIMES.
       01 WS-COL-EDIT               PIC 9(02) VALUE 0.
       01 WS-GAP-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-HEADING-TEXT           PIC X(132) VALUE SPACES.
       01 WS-CELL-TAG               PIC X(02) VALUE "td".

      *> the escaped-text builder.
       01 WS-ESC-SOURCE             PIC X(132) VALUE SPACES.
       01 WS-ESC-FROM               PIC 9(03) COMP VALUE 0.
       01 WS-ESC-TO                 PIC 9(03) COMP VALUE 0.
       01 WS-ESC-FIRST              PIC 9(03) COMP VALUE 0.
       01 WS-ESC-LAST               PIC 9(03) COMP VALUE 0.
       01 WS-ESC-POS                PIC 9(03) COMP VALUE 0.
       01 WS-ESC-CHAR               PIC X(01) VALUE SPACE.
       01 WS-POS                    PIC 9(03) COMP VALUE 0.
       01 WS-OUT-LINE               PIC X(2048) VALUE SPACES.
       01 WS-OUT-PTR                PIC 9(04) COMP VALUE 1.

      *> the group index in hand.
       01 WS-ENTRY-NAME             PIC X(80) VALUE SPACES.
       01 WS-ENTRY-STEM             PIC X(20) VALUE SPACES.
       01 WS-ENTRY-DATE             PIC X(20) VALUE SPACES.
       01 WS-ENTRY-EXT              PIC X(20) VALUE SPACES.
       01 WS-LAST-STEM              PIC X(20) VALUE SPACES.
       01 WS-ENTRY-CSV-ID           PIC X(08) VALUE SPACES.
       01 WS-INDEX-ROWS             PIC 9(05) VALUE 0.

       01 WS-PUBLISHED-COUNT        PIC 9(05) VALUE 0.
       01 WS-ABSENT-COUNT           PIC 9(05) VALUE 0.
       01 WS-PLACED-COUNT           PIC 9(05) VALUE 0.
       01 WS-CSV-COUNT              PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT          PIC 9(05) VALUE 0.
       01 WS-FAILED-COUNT           PIC 9(05) VALUE 0.

       01 WS-SAFE-FLAG              PIC X(01) VALUE "Y".
           88 WS-TEXT-IS-SAFE                 VALUE "Y".
       01 WS-SAFE-IDX               PIC 9(03) COMP VALUE 0.
       01 WS-SAFE-CHAR              PIC X(01) VALUE SPACE.
       01 WS-SAFE-CANDIDATE         PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-LOAD-THE-CONTROLS
               PERFORM 2000-PUBLISH-ONE-REPORT
                   THRU 2000-PUBLISH-ONE-REPORT-EXIT
                   VARYING WS-PB-SUB FROM 1 BY 1
                   UNTIL WS-PB-SUB > WS-PB-COUNT
               PERFORM 3000-BUILD-ONE-INDEX
                   VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > WS-GR-COUNT
               IF WS-REFUSED-COUNT > 0 OR WS-FAILED-COUNT > 0
                   MOVE 4 TO WS-CONDITION
               END-IF
               PERFORM 4000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-CONDITION TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields, the library root and the date to publish.            *>
      *>----------------------------------------------------------*>
       0010-STAMP-RUN-CONTROL.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RC-RUN-TIME FROM TIME
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "RUNID"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-RUN-ID
           END-IF
           MOVE SPACES TO RC-ENV-WORK
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "OPERATOR"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "RPTPUBL" TO RC-JOB-STEP-NAME
           ACCEPT WS-ENV-DIR FROM ENVIRONMENT "RPTPUBL_DIR"
           IF WS-ENV-DIR NOT = SPACES
               MOVE WS-ENV-DIR TO WS-WEB-ROOT
           END-IF
           ACCEPT WS-TEST-MODE-FLAG FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF WS-TEST-MODE
               MOVE "WEBPUB.TST" TO WS-WEB-ROOT
           END-IF
           MOVE RC-RUN-DATE TO WS-PUBLISH-DATE
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "RPTPUBL_DATE"
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-PUBLISH-DATE
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

       0020-CHECK-SCHEDULE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "CheckJobSchedule" USING JS-JOB-NAME JS-CAN-RUN
               JS-REASON-TEXT.

      *>----------------------------------------------------------*>
      *> 0030-MARK-JOB-COMPLETE - 0, or 4 when a control row was      *>
      *> refused or a copy into the library failed.                   *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-THE-CONTROLS - the library root must be safe to    *>
      *> put on a command line before anything is read; then one      *>
      *> entry per PUBLISH.CTL row.  No control file means nothing    *>
      *> to publish.                                                  *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-CONTROLS.
           MOVE WS-WEB-ROOT TO WS-SAFE-CANDIDATE
           PERFORM 9500-CHECK-TEXT-IS-SAFE
           IF NOT WS-TEXT-IS-SAFE
               MOVE "N" TO WS-ROOT-FLAG
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " RPTPUBL_DIR refused, unsafe character - "
                   "nothing published."
               MOVE SPACES TO LE-MESSAGE-TEXT
               MOVE "RPTPUBL_DIR refused, unsafe character"
                   TO LE-MESSAGE-TEXT
               PERFORM 1290-LOG-REFUSAL
           ELSE
               OPEN INPUT PUBLISH-CONTROL
               IF WS-CTL-OK
                   PERFORM 1010-LOAD-ONE-CONTROL-ROW
                       UNTIL WS-CTL-AT-END
                   CLOSE PUBLISH-CONTROL
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " PUBLISH.CTL not present - nothing to publish."
               END-IF
           END-IF.

       1010-LOAD-ONE-CONTROL-ROW.
           READ PUBLISH-CONTROL
               AT END
                   SET WS-CTL-AT-END TO TRUE
               NOT AT END
                   IF PUBLISH-CONTROL-RECORD = SPACES
                       OR PUBLISH-CONTROL-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM 1100-KEEP-ONE-REPORT
                           THRU 1100-KEEP-ONE-REPORT-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-KEEP-ONE-REPORT - split the group list, screen the IDs  *>
      *> and group names that will go on command lines, and keep the  *>
      *> entry; a row with no group is visible to nobody and is       *>
      *> refused with the unsafe ones.                                *>
      *>----------------------------------------------------------*>
       1100-KEEP-ONE-REPORT.
           IF WS-PB-COUNT NOT < WS-PB-MAX
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PUBLISH.CTL row ignored - table full: "
                   PB-REPORT-ID
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 1100-KEEP-ONE-REPORT-EXIT
           END-IF
           MOVE SPACES TO WS-GROUP-WORK
           MOVE 0 TO WS-GROUP-TALLY
           UNSTRING PB-GROUP-LIST DELIMITED BY "," OR ALL SPACE
               INTO WS-GROUP-PART(1) WS-GROUP-PART(2)
                   WS-GROUP-PART(3) WS-GROUP-PART(4)
                   WS-GROUP-PART(5) WS-GROUP-PART(6)
                   WS-GROUP-PART(7) WS-GROUP-PART(8)
               TALLYING IN WS-GROUP-TALLY
           MOVE SPACES TO WS-SAFE-CANDIDATE
           STRING PB-REPORT-ID DELIMITED BY SPACE
               WS-GROUP-WORK DELIMITED BY SIZE
               INTO WS-SAFE-CANDIDATE
           IF NOT PB-NO-CSV
               MOVE PB-CSV-ID TO WS-SAFE-CANDIDATE(90:8)
           END-IF
           PERFORM 9500-CHECK-TEXT-IS-SAFE
           IF NOT WS-TEXT-IS-SAFE OR PB-REPORT-ID = SPACES
               OR WS-GROUP-WORK = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PUBLISH.CTL row refused: " PB-REPORT-ID
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "PUBLISH.CTL row refused, unsafe or no group: "
                       DELIMITED BY SIZE
                   PB-REPORT-ID DELIMITED BY SPACE
                   INTO LE-MESSAGE-TEXT
               PERFORM 1290-LOG-REFUSAL
               GO TO 1100-KEEP-ONE-REPORT-EXIT
           END-IF
           ADD 1 TO WS-PB-COUNT
           MOVE PB-REPORT-ID TO WS-PB-REPORT-ID(WS-PB-COUNT)
           MOVE SPACES TO WS-PB-CSV-ID(WS-PB-COUNT)
           IF NOT PB-NO-CSV
               MOVE PB-CSV-ID TO WS-PB-CSV-ID(WS-PB-COUNT)
           END-IF
           MOVE 0 TO WS-PB-GROUP-COUNT(WS-PB-COUNT)
           PERFORM 1110-KEEP-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 8.
       1100-KEEP-ONE-REPORT-EXIT.
           EXIT.

       1110-KEEP-ONE-GROUP.
           IF WS-GROUP-PART(WS-GROUP-SUB) NOT = SPACES
               ADD 1 TO WS-PB-GROUP-COUNT(WS-PB-COUNT)
               MOVE WS-GROUP-PART(WS-GROUP-SUB)
                   TO WS-PB-GROUP(WS-PB-COUNT,
                       WS-PB-GROUP-COUNT(WS-PB-COUNT))
               PERFORM 1200-NOTE-ONE-GROUP
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-NOTE-ONE-GROUP - every group named anywhere gets its    *>
      *> directory's index rebuilt.                                   *>
      *>----------------------------------------------------------*>
       1200-NOTE-ONE-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-FLAG
           PERFORM 1210-MATCH-ONE-GROUP
               VARYING WS-GR-SUB FROM 1 BY 1
               UNTIL WS-GR-SUB > WS-GR-COUNT OR WS-GROUP-FOUND
           IF NOT WS-GROUP-FOUND AND WS-GR-COUNT < WS-GR-MAX
               ADD 1 TO WS-GR-COUNT
               MOVE WS-GROUP-PART(WS-GROUP-SUB)
                   TO WS-GR-NAME(WS-GR-COUNT)
           END-IF
           IF WS-GROUP-PART(WS-GROUP-SUB) = "ALL"
               SET WS-ALL-GROUP-NAMED TO TRUE
           END-IF.

       1210-MATCH-ONE-GROUP.
           IF WS-GR-NAME(WS-GR-SUB) = WS-GROUP-PART(WS-GROUP-SUB)
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

       1290-LOG-REFUSAL.
           MOVE "RPTPUBL" TO LE-PROGRAM-NAME
           MOVE "1000-LOAD-CONTROLS" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 2000-PUBLISH-ONE-REPORT - a report with no file for the      *>
      *> date was simply not run that day.  One pass sizes the        *>
      *> report up for its title and page list, the second builds     *>
      *> the page, which then goes into each of its groups.           *>
      *>----------------------------------------------------------*>
       2000-PUBLISH-ONE-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING WS-PB-REPORT-ID(WS-PB-SUB) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-PUBLISH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN INPUT REPORT-INPUT
           IF NOT WS-RPT-OK
               ADD 1 TO WS-ABSENT-COUNT
               GO TO 2000-PUBLISH-ONE-REPORT-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-TITLE
           MOVE 0 TO WS-PAGE-TOTAL
           MOVE "N" TO WS-RPT-EOF
           PERFORM 2010-SIZE-UP-ONE-LINE
               UNTIL WS-RPT-AT-END
           CLOSE REPORT-INPUT
           IF WS-REPORT-TITLE = SPACES
               MOVE WS-REPORT-FILE-NAME TO WS-REPORT-TITLE
           END-IF
           PERFORM 2020-LOOK-FOR-THE-CSV
           OPEN OUTPUT HTML-PAGE
           PERFORM 2100-WRITE-PAGE-HEAD
           MOVE "N" TO WS-TABLE-FLAG
           MOVE "N" TO WS-EXPECT-FLAG
           MOVE 0 TO WS-PENDING-BLANKS
           MOVE 0 TO WS-PAGE-NUMBER
           OPEN INPUT REPORT-INPUT
           MOVE "N" TO WS-RPT-EOF
           PERFORM 2200-CONVERT-ONE-LINE
               UNTIL WS-RPT-AT-END
           CLOSE REPORT-INPUT
           PERFORM 2390-CLOSE-PAGE-TABLE
           MOVE "</body>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "</html>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           CLOSE HTML-PAGE
           ADD 1 TO WS-PUBLISHED-COUNT
           PERFORM 2600-PLACE-IN-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-PB-GROUP-COUNT(WS-PB-SUB)
           CALL "CBL_DELETE_FILE" USING WS-PAGE-FILE-NAME
               RETURNING WS-DELETE-STATUS.
       2000-PUBLISH-ONE-REPORT-EXIT.
           EXIT.

       2010-SIZE-UP-ONE-LINE.
           READ REPORT-INPUT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   IF RI-REPORT-LINE(41:5) = " RUN "
                       AND RI-REPORT-LINE(54:6) = " DATE "
                       AND RI-REPORT-LINE(68:6) = " PAGE "
                       ADD 1 TO WS-PAGE-TOTAL
                       IF WS-REPORT-TITLE = SPACES
                           MOVE RI-REPORT-LINE(1:40)
                               TO WS-REPORT-TITLE
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2020-LOOK-FOR-THE-CSV - the companion counts only when it    *>
      *> was written for the same date as the report.                 *>
      *>----------------------------------------------------------*>
       2020-LOOK-FOR-THE-CSV.
           MOVE "N" TO WS-CSV-FLAG
           MOVE SPACES TO WS-CSV-FILE-NAME
           IF WS-PB-CSV-ID(WS-PB-SUB) NOT = SPACES
               STRING WS-PB-CSV-ID(WS-PB-SUB) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-PUBLISH-DATE DELIMITED BY SIZE
                   INTO WS-CSV-FILE-NAME
               MOVE WS-CSV-FILE-NAME TO WS-PROBE-FILE-NAME
               OPEN INPUT CSV-PROBE
               IF WS-PROBE-OK
                   SET WS-CSV-ON-HAND TO TRUE
                   CLOSE CSV-PROBE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2100-WRITE-PAGE-HEAD - the document head, the report title,  *>
      *> the list of page anchors and the CSV download link.          *>
      *>----------------------------------------------------------*>
       2100-WRITE-PAGE-HEAD.
           MOVE "<!DOCTYPE html>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<html>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<head>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<meta charset=""utf-8"">" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE WS-REPORT-TITLE TO WS-ESC-SOURCE
           MOVE 1 TO WS-ESC-FROM
           MOVE 40 TO WS-ESC-TO
           PERFORM 2450-FIND-TEXT-BOUNDS
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "<title>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM 2460-APPEND-ESCAPED
           STRING " - " DELIMITED BY SIZE
               WS-PUBLISH-DATE DELIMITED BY SIZE
               "</title>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<style>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "table{border-collapse:collapse;margin-bottom:2em}"
               TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "th,td{padding:0 .6em;text-align:left}"
               TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "caption{text-align:left;font-weight:bold}"
               TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "table.text td{white-space:pre;font-family:monospace}"
               TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "</style>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "</head>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<body>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "<h1>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM 2460-APPEND-ESCAPED
           STRING "</h1>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE SPACES TO HP-PAGE-LINE
           STRING "<p>Report " DELIMITED BY SIZE
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               ", published by run " DELIMITED BY SIZE
               RC-RUN-ID DELIMITED BY SPACE
               " on " DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               ".</p>" DELIMITED BY SIZE
               INTO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           IF WS-CSV-ON-HAND
               MOVE SPACES TO HP-PAGE-LINE
               STRING "<p><a href=""" DELIMITED BY SIZE
                   WS-CSV-FILE-NAME DELIMITED BY SPACE
                   ".csv"">CSV download</a></p>" DELIMITED BY SIZE
                   INTO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
           END-IF
           IF WS-PAGE-TOTAL > 1
               MOVE "<p>Pages:" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
               PERFORM 2110-WRITE-ONE-PAGE-LINK
                   VARYING WS-PAGE-NUMBER FROM 1 BY 1
                   UNTIL WS-PAGE-NUMBER > WS-PAGE-TOTAL
               MOVE "</p>" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
           END-IF.

       2110-WRITE-ONE-PAGE-LINK.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
           MOVE 0 TO WS-PAGE-LEAD
           INSPECT WS-PAGE-EDIT TALLYING WS-PAGE-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO HP-PAGE-LINE
           STRING "<a href=""#page" DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               """>" DELIMITED BY SIZE
               WS-PAGE-EDIT(WS-PAGE-LEAD + 1:) DELIMITED BY SIZE
               "</a>" DELIMITED BY SIZE
               INTO HP-PAGE-LINE
           WRITE HP-PAGE-LINE.

      *>----------------------------------------------------------*>
      *> 2200-CONVERT-ONE-LINE - ReportWriter's page is its title     *>
      *> line, the column heading and a spacer, then the detail       *>
      *> lines; the blank line it writes ahead of each new title is   *>
      *> a page separator and is dropped, other blank lines are kept. *>
      *>----------------------------------------------------------*>
       2200-CONVERT-ONE-LINE.
           READ REPORT-INPUT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   PERFORM 2210-PLACE-ONE-LINE
           END-READ.

       2210-PLACE-ONE-LINE.
           EVALUATE TRUE
               WHEN RI-REPORT-LINE(41:5) = " RUN "
                   AND RI-REPORT-LINE(54:6) = " DATE "
                   AND RI-REPORT-LINE(68:6) = " PAGE "
                   PERFORM 2300-START-ONE-PAGE
               WHEN WS-EXPECT-HEADING
                   PERFORM 2310-OPEN-PAGE-TABLE
                   SET WS-EXPECT-SPACER TO TRUE
               WHEN WS-EXPECT-SPACER AND RI-REPORT-LINE = SPACES
                   SET WS-EXPECT-NOTHING TO TRUE
               WHEN RI-REPORT-LINE = SPACES
                   SET WS-EXPECT-NOTHING TO TRUE
                   ADD 1 TO WS-PENDING-BLANKS
               WHEN OTHER
                   SET WS-EXPECT-NOTHING TO TRUE
                   PERFORM 2340-WRITE-ONE-DETAIL
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2300-START-ONE-PAGE - close the page before, drop its        *>
      *> separator, and set the anchor; the table itself opens once   *>
      *> the column heading is in hand.                               *>
      *>----------------------------------------------------------*>
       2300-START-ONE-PAGE.
           PERFORM 2390-CLOSE-PAGE-TABLE
           MOVE 0 TO WS-PENDING-BLANKS
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO HP-PAGE-LINE
           STRING "<a id=""page" DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               """></a>" DELIMITED BY SIZE
               INTO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE RI-REPORT-LINE TO WS-CAPTION-LINE
           SET WS-EXPECT-HEADING TO TRUE.

      *>----------------------------------------------------------*>
      *> 2310-OPEN-PAGE-TABLE - the caption from the title line and,  *>
      *> when the report has one, the column heading as the table     *>
      *> heading; with no heading the page is carried as text.        *>
      *>----------------------------------------------------------*>
       2310-OPEN-PAGE-TABLE.
           MOVE RI-REPORT-LINE TO WS-HEADING-TEXT
           PERFORM 2400-FIND-THE-COLUMNS
           IF WS-COL-COUNT > 1
               MOVE "<table>" TO HP-PAGE-LINE
           ELSE
               MOVE "<table class=""text"">" TO HP-PAGE-LINE
           END-IF
           WRITE HP-PAGE-LINE
           SET WS-TABLE-OPEN TO TRUE
           MOVE WS-CAPTION-LINE TO WS-ESC-SOURCE
           MOVE 1 TO WS-ESC-FROM
           MOVE 132 TO WS-ESC-TO
           PERFORM 2450-FIND-TEXT-BOUNDS
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "<caption>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM 2460-APPEND-ESCAPED
           STRING "</caption>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           IF WS-HEADING-TEXT NOT = SPACES
               MOVE "<thead>" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
               MOVE WS-HEADING-TEXT TO WS-ESC-SOURCE
               MOVE "th" TO WS-CELL-TAG
               PERFORM 2500-WRITE-ONE-ROW
               MOVE "</thead>" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
           END-IF
           MOVE "<tbody>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE.

      *>----------------------------------------------------------*>
      *> 2340-WRITE-ONE-DETAIL - blank lines held back since the      *>
      *> last detail go out first; text ahead of any title line gets  *>
      *> a plain text table of its own.                               *>
      *>----------------------------------------------------------*>
       2340-WRITE-ONE-DETAIL.
           IF NOT WS-TABLE-OPEN
               PERFORM 2350-OPEN-TEXT-TABLE
           END-IF
           IF WS-PENDING-BLANKS > 0
               PERFORM 2345-WRITE-ONE-BLANK-ROW WS-PENDING-BLANKS TIMES
               MOVE 0 TO WS-PENDING-BLANKS
           END-IF
           MOVE RI-REPORT-LINE TO WS-ESC-SOURCE
           MOVE "td" TO WS-CELL-TAG
           PERFORM 2500-WRITE-ONE-ROW.

       2345-WRITE-ONE-BLANK-ROW.
           MOVE WS-COL-COUNT TO WS-COL-EDIT
           MOVE SPACES TO HP-PAGE-LINE
           STRING "<tr><td colspan=""" DELIMITED BY SIZE
               WS-COL-EDIT DELIMITED BY SIZE
               """>&nbsp;</td></tr>" DELIMITED BY SIZE
               INTO HP-PAGE-LINE
           WRITE HP-PAGE-LINE.

       2350-OPEN-TEXT-TABLE.
           MOVE 1 TO WS-COL-COUNT
           MOVE 1 TO WS-COL-START(1)
           MOVE "<table class=""text"">" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           MOVE "<tbody>" TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE
           SET WS-TABLE-OPEN TO TRUE.

       2390-CLOSE-PAGE-TABLE.
           IF WS-TABLE-OPEN
               MOVE "</tbody>" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
               MOVE "</table>" TO HP-PAGE-LINE
               WRITE HP-PAGE-LINE
               MOVE "N" TO WS-TABLE-FLAG
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-FIND-THE-COLUMNS - a column starts at each heading word *>
      *> that follows two or more blanks, so a two-word heading such  *>
      *> as HIRE DATE stays one column.  Whatever sits left of the    *>
      *> second column belongs to the first.                          *>
      *>----------------------------------------------------------*>
       2400-FIND-THE-COLUMNS.
           MOVE 0 TO WS-COL-COUNT
           MOVE 2 TO WS-GAP-COUNT
           PERFORM 2410-TEST-ONE-HEADING-CHAR
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 132
           IF WS-COL-COUNT = 0
               MOVE 1 TO WS-COL-COUNT
           END-IF
           MOVE 1 TO WS-COL-START(1).

       2410-TEST-ONE-HEADING-CHAR.
           IF WS-HEADING-TEXT(WS-POS:1) = SPACE
               IF WS-GAP-COUNT < 2
                   ADD 1 TO WS-GAP-COUNT
               END-IF
           ELSE
               IF WS-GAP-COUNT NOT < 2
                   AND WS-COL-COUNT < WS-COL-MAX
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-POS TO WS-COL-START(WS-COL-COUNT)
               END-IF
               MOVE 0 TO WS-GAP-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2420-CUT-THE-LINE - each cut starts at its column, backed    *>
      *> off to the start of any word that straddles it, so a right-  *>
      *> justified amount wider than its heading stays whole.         *>
      *>----------------------------------------------------------*>
       2420-CUT-THE-LINE.
           MOVE 1 TO WS-CUT(1)
           PERFORM 2430-PLACE-ONE-CUT
               VARYING WS-COL-SUB FROM 2 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           MOVE 133 TO WS-CUT(WS-COL-COUNT + 1).

       2430-PLACE-ONE-CUT.
           MOVE WS-COL-START(WS-COL-SUB) TO WS-CUT(WS-COL-SUB)
           PERFORM 2440-BACK-OFF-ONE-CHAR
               UNTIL WS-CUT(WS-COL-SUB)
                       NOT > WS-CUT(WS-COL-SUB - 1) + 1
                   OR WS-ESC-SOURCE(WS-CUT(WS-COL-SUB) - 1:1) = SPACE
                   OR WS-ESC-SOURCE(WS-CUT(WS-COL-SUB):1) = SPACE.

       2440-BACK-OFF-ONE-CHAR.
           SUBTRACT 1 FROM WS-CUT(WS-COL-SUB).

      *>----------------------------------------------------------*>
      *> 2450-FIND-TEXT-BOUNDS - first and last non-blank of the      *>
      *> source between WS-ESC-FROM and WS-ESC-TO; zero when blank.   *>
      *>----------------------------------------------------------*>
       2450-FIND-TEXT-BOUNDS.
           MOVE 0 TO WS-ESC-FIRST
           MOVE 0 TO WS-ESC-LAST
           PERFORM 2451-TEST-ONE-BOUND-CHAR
               VARYING WS-POS FROM WS-ESC-FROM BY 1
               UNTIL WS-POS > WS-ESC-TO.

       2451-TEST-ONE-BOUND-CHAR.
           IF WS-ESC-SOURCE(WS-POS:1) NOT = SPACE
               IF WS-ESC-FIRST = 0
                   MOVE WS-POS TO WS-ESC-FIRST
               END-IF
               MOVE WS-POS TO WS-ESC-LAST
           END-IF.

      *>----------------------------------------------------------*>
      *> 2460-APPEND-ESCAPED - the bounded text onto the output line  *>
      *> at the pointer, with the HTML special characters escaped.    *>
      *>----------------------------------------------------------*>
       2460-APPEND-ESCAPED.
           IF WS-ESC-FIRST > 0
               PERFORM 2461-APPEND-ONE-CHAR
                   VARYING WS-ESC-POS FROM WS-ESC-FIRST BY 1
                   UNTIL WS-ESC-POS > WS-ESC-LAST
           END-IF.

       2461-APPEND-ONE-CHAR.
           MOVE WS-ESC-SOURCE(WS-ESC-POS:1) TO WS-ESC-CHAR
           EVALUATE TRUE
               WHEN WS-ESC-CHAR = "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN WS-ESC-CHAR = "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN WS-ESC-CHAR = ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN WS-ESC-CHAR = QUOTE
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN OTHER
                   MOVE WS-ESC-CHAR TO WS-OUT-LINE(WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2500-WRITE-ONE-ROW - the source line cut into th or td       *>
      *> cells; a text table keeps its line's leading blanks.         *>
      *>----------------------------------------------------------*>
       2500-WRITE-ONE-ROW.
           PERFORM 2420-CUT-THE-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "<tr>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM 2510-APPEND-ONE-CELL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           STRING "</tr>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO HP-PAGE-LINE
           WRITE HP-PAGE-LINE.

       2510-APPEND-ONE-CELL.
           MOVE WS-CUT(WS-COL-SUB) TO WS-ESC-FROM
           COMPUTE WS-ESC-TO = WS-CUT(WS-COL-SUB + 1) - 1
           PERFORM 2450-FIND-TEXT-BOUNDS
           IF WS-COL-COUNT = 1 AND WS-ESC-FIRST > 0
               MOVE 1 TO WS-ESC-FIRST
           END-IF
           STRING "<" DELIMITED BY SIZE
               WS-CELL-TAG DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM 2460-APPEND-ESCAPED
           STRING "</" DELIMITED BY SIZE
               WS-CELL-TAG DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

      *>----------------------------------------------------------*>
      *> 2600-PLACE-IN-ONE-GROUP - the page, and its CSV companion,  *>
      *> into one group's directory of the library.                   *>
      *>----------------------------------------------------------*>
       2600-PLACE-IN-ONE-GROUP.
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-WEB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-PB-GROUP(WS-PB-SUB, WS-GROUP-SUB) DELIMITED BY SPACE
               " && cp " DELIMITED BY SIZE
               WS-PAGE-FILE-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-WEB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-PB-GROUP(WS-PB-SUB, WS-GROUP-SUB) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               ".html" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               PERFORM 2690-NOTE-FAILED-COPY
           ELSE
               ADD 1 TO WS-PLACED-COUNT
           END-IF
           IF WS-CSV-ON-HAND
               MOVE SPACES TO WS-COMMAND
               STRING "cp " DELIMITED BY SIZE
                   WS-CSV-FILE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-WEB-ROOT DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-PB-GROUP(WS-PB-SUB, WS-GROUP-SUB)
                       DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-CSV-FILE-NAME DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               IF RETURN-CODE NOT = 0
                   PERFORM 2690-NOTE-FAILED-COPY
               ELSE
                   ADD 1 TO WS-CSV-COUNT
               END-IF
           END-IF.

       2690-NOTE-FAILED-COPY.
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Copy into the library failed: "
               WS-COMMAND(1:100)
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Copy into the report library failed: "
                   DELIMITED BY SIZE
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               " for " DELIMITED BY SIZE
               WS-PB-GROUP(WS-PB-SUB, WS-GROUP-SUB) DELIMITED BY SPACE
               INTO LE-MESSAGE-TEXT
           MOVE "RPTPUBL" TO LE-PROGRAM-NAME
           MOVE "2600-PLACE-IN-GROUP" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-BUILD-ONE-INDEX - list the group's pages by report name *>
      *> and then run date, newest first, and write its index.html    *>
      *> with a heading per report and its CSV downloads alongside.   *>
      *>----------------------------------------------------------*>
       3000-BUILD-ONE-INDEX.
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-WEB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
               " && ls " DELIMITED BY SIZE
               WS-WEB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
               " | grep '[.]html$' | grep -v '^index[.]html$'"
                   DELIMITED BY SIZE
               " | sort -t. -k1,1 -k2,2r > RPTPLIST.TXT"
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACES TO WS-INDEX-FILE-NAME
           STRING WS-WEB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
               "/index.html" DELIMITED BY SIZE
               INTO WS-INDEX-FILE-NAME
           OPEN OUTPUT INDEX-PAGE
           PERFORM 3100-WRITE-INDEX-HEAD
           MOVE SPACES TO WS-LAST-STEM
           MOVE 0 TO WS-INDEX-ROWS
           MOVE "N" TO WS-LIST-EOF
           OPEN INPUT NAME-LIST
           IF WS-LST-OK
               PERFORM 3200-LIST-ONE-PAGE
                   UNTIL WS-LIST-AT-END
               CLOSE NAME-LIST
               CALL "CBL_DELETE_FILE" USING WS-LIST-FILE-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF
           IF WS-LAST-STEM NOT = SPACES
               MOVE "</ul>" TO IX-INDEX-LINE
               WRITE IX-INDEX-LINE
           END-IF
           IF WS-INDEX-ROWS = 0
               MOVE "<p>No reports have been published here yet.</p>"
                   TO IX-INDEX-LINE
               WRITE IX-INDEX-LINE
           END-IF
           MOVE "</body>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "</html>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           CLOSE INDEX-PAGE.

       3100-WRITE-INDEX-HEAD.
           MOVE "<!DOCTYPE html>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "<html>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "<head>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "<meta charset=""utf-8"">" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE SPACES TO IX-INDEX-LINE
           STRING "<title>Report library - " DELIMITED BY SIZE
               WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
               "</title>" DELIMITED BY SIZE
               INTO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "</head>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE "<body>" TO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE SPACES TO IX-INDEX-LINE
           STRING "<h1>Report library - " DELIMITED BY SIZE
               WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
               "</h1>" DELIMITED BY SIZE
               INTO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           MOVE SPACES TO IX-INDEX-LINE
           STRING "<p>Index rebuilt by run " DELIMITED BY SIZE
               RC-RUN-ID DELIMITED BY SPACE
               " on " DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               ".</p>" DELIMITED BY SIZE
               INTO IX-INDEX-LINE
           WRITE IX-INDEX-LINE
           IF WS-ALL-GROUP-NAMED AND WS-GR-NAME(WS-GR-SUB) NOT = "ALL"
               MOVE "<p><a href=""../ALL/index.html"">Reports for every
      -            " department</a></p>" TO IX-INDEX-LINE
               WRITE IX-INDEX-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-LIST-ONE-PAGE - a page is named <report>.<date>.html;   *>
      *> a new report name opens its own heading and list.            *>
      *>----------------------------------------------------------*>
       3200-LIST-ONE-PAGE.
           READ NAME-LIST
               AT END
                   SET WS-LIST-AT-END TO TRUE
               NOT AT END
                   MOVE NAME-LIST-RECORD TO WS-ENTRY-NAME
                   MOVE SPACES TO WS-ENTRY-STEM
                   MOVE SPACES TO WS-ENTRY-DATE
                   MOVE SPACES TO WS-ENTRY-EXT
                   UNSTRING WS-ENTRY-NAME DELIMITED BY "."
                       INTO WS-ENTRY-STEM WS-ENTRY-DATE WS-ENTRY-EXT
                   IF WS-ENTRY-DATE(1:8) IS NUMERIC
                       AND WS-ENTRY-DATE(9:1) = SPACE
                       AND WS-ENTRY-EXT = "html"
                       PERFORM 3210-WRITE-ONE-INDEX-ROW
                   END-IF
           END-READ.

       3210-WRITE-ONE-INDEX-ROW.
           IF WS-ENTRY-STEM NOT = WS-LAST-STEM
               IF WS-LAST-STEM NOT = SPACES
                   MOVE "</ul>" TO IX-INDEX-LINE
                   WRITE IX-INDEX-LINE
               END-IF
               MOVE SPACES TO IX-INDEX-LINE
               STRING "<h2 id=""" DELIMITED BY SIZE
                   WS-ENTRY-STEM DELIMITED BY SPACE
                   """>" DELIMITED BY SIZE
                   WS-ENTRY-STEM DELIMITED BY SPACE
                   "</h2>" DELIMITED BY SIZE
                   INTO IX-INDEX-LINE
               WRITE IX-INDEX-LINE
               MOVE "<ul>" TO IX-INDEX-LINE
               WRITE IX-INDEX-LINE
               MOVE WS-ENTRY-STEM TO WS-LAST-STEM
               PERFORM 3220-FIND-THE-CSV-ID
           END-IF
           ADD 1 TO WS-INDEX-ROWS
           MOVE SPACES TO IX-INDEX-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "<li><a href=""" DELIMITED BY SIZE
               WS-ENTRY-NAME DELIMITED BY SPACE
               """>" DELIMITED BY SIZE
               WS-ENTRY-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ENTRY-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ENTRY-DATE(7:2) DELIMITED BY SIZE
               "</a>" DELIMITED BY SIZE
               INTO IX-INDEX-LINE WITH POINTER WS-OUT-PTR
           IF WS-ENTRY-CSV-ID NOT = SPACES
               MOVE SPACES TO WS-PROBE-FILE-NAME
               STRING WS-WEB-ROOT DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-GR-NAME(WS-GR-SUB) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-ENTRY-CSV-ID DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ENTRY-DATE(1:8) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-PROBE-FILE-NAME
               OPEN INPUT CSV-PROBE
               IF WS-PROBE-OK
                   CLOSE CSV-PROBE
                   STRING " - <a href=""" DELIMITED BY SIZE
                       WS-ENTRY-CSV-ID DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       WS-ENTRY-DATE(1:8) DELIMITED BY SIZE
                       ".csv"">CSV</a>" DELIMITED BY SIZE
                       INTO IX-INDEX-LINE WITH POINTER WS-OUT-PTR
               END-IF
           END-IF
           STRING "</li>" DELIMITED BY SIZE
               INTO IX-INDEX-LINE WITH POINTER WS-OUT-PTR
           WRITE IX-INDEX-LINE.

      *>----------------------------------------------------------*>
      *> 3220-FIND-THE-CSV-ID - the report's CSV companion from its   *>
      *> control row; a report since dropped from PUBLISH.CTL keeps   *>
      *> its pages listed, without downloads.                         *>
      *>----------------------------------------------------------*>
       3220-FIND-THE-CSV-ID.
           MOVE SPACES TO WS-ENTRY-CSV-ID
           PERFORM 3230-MATCH-ONE-REPORT
               VARYING WS-PB-SUB FROM 1 BY 1
               UNTIL WS-PB-SUB > WS-PB-COUNT.

       3230-MATCH-ONE-REPORT.
           IF WS-PB-REPORT-ID(WS-PB-SUB) = WS-ENTRY-STEM
               MOVE WS-PB-CSV-ID(WS-PB-SUB) TO WS-ENTRY-CSV-ID
           END-IF.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Reports published: "
               WS-PUBLISHED-COUNT " not on hand for "
               WS-PUBLISH-DATE ": " WS-ABSENT-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Pages placed: " WS-PLACED-COUNT
               " CSV downloads: " WS-CSV-COUNT
               " Group indexes: " WS-GR-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Rows refused: " WS-REFUSED-COUNT
               " Copies failed: " WS-FAILED-COUNT.

      *>----------------------------------------------------------*>
      *> 9500-CHECK-TEXT-IS-SAFE - same safe-character screen         *>
      *> ListFiles applies before splicing operator text into a       *>
      *> CALL "SYSTEM" command line: letters, digits, space and       *>
      *> . _ - / only.                                                *>
      *>----------------------------------------------------------*>
       9500-CHECK-TEXT-IS-SAFE.
           MOVE "Y" TO WS-SAFE-FLAG
           PERFORM 9510-TEST-ONE-SAFE-CHAR
               VARYING WS-SAFE-IDX FROM 1 BY 1
               UNTIL WS-SAFE-IDX > 120
                   OR NOT WS-TEXT-IS-SAFE.

       9510-TEST-ONE-SAFE-CHAR.
           MOVE WS-SAFE-CANDIDATE(WS-SAFE-IDX:1) TO WS-SAFE-CHAR
           EVALUATE TRUE
               WHEN WS-SAFE-CHAR = SPACE
                   CONTINUE
               WHEN WS-SAFE-CHAR >= "A" AND WS-SAFE-CHAR <= "Z"
                   CONTINUE
               WHEN WS-SAFE-CHAR >= "a" AND WS-SAFE-CHAR <= "z"
                   CONTINUE
               WHEN WS-SAFE-CHAR >= "0" AND WS-SAFE-CHAR <= "9"
                   CONTINUE
               WHEN WS-SAFE-CHAR = "." OR "_" OR "-" OR "/"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-SAFE-FLAG
           END-EVALUATE.
