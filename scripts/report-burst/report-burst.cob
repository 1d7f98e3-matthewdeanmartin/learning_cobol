      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReportBurst                                      *>
      *> PURPOSE:    Report bursting by department, so a combined     *>
      *>             PayrollRegister, DeptReport or LeaveReport no    *>
      *>             longer gets torn apart by hand and walked        *>
      *>             round.  The finished print file is split by      *>
      *>             department using the <report>.BIX burst index    *>
      *>             the report wrote beside it (NoteBurstLine),      *>
      *>             and each department's section is spooled         *>
      *>             through SubmitPrintJob as its own entry - once   *>
      *>             per copy for every DISTRIB.CTL recipient of that *>
      *>             department, with a recipient banner and the      *>
      *>             report's own headings in front.  DISTRIB.CTL     *>
      *>             rows for department ALL get the whole report.    *>
      *>                                                              *>
      *>             The BURSTREG.<report> distribution register      *>
      *>             confirms where every section went; a section     *>
      *>             with no distribution row is flagged there, on    *>
      *>             the console and to the error log, and ends the   *>
      *>             step with condition code 4.  The SECTIONS,       *>
      *>             UNROUTED and SPOOLED control totals go to        *>
      *>             CTLTOTAL.DAT.                                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               BURST_REPORT     print file to burst, e.g.     *>
      *>                                PAYREG.20261015 (required)    *>
      *>               BURST_REPORT_ID  DISTRIB.CTL report ID         *>
      *>                                (default: the file name up    *>
      *>                                to the first dot)             *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-INPUT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BURST-INDEX ASSIGN TO WS-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIX-STATUS.
           SELECT DISTRIB-CONTROL ASSIGN TO "DISTRIB.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "BURSTSRT.WRK".
           SELECT SORTED-SECTIONS ASSIGN TO "BURSTSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-BODY ASSIGN TO "BURSTBDY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDY-STATUS.
           SELECT PIECE-OUTPUT ASSIGN TO WS-PIECE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCE-STATUS.
           SELECT DISTRIB-REGISTER ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INPUT.
       01  RI-REPORT-LINE           PIC X(132).

       FD  BURST-INDEX.
           COPY "burst-index.cpy".

       FD  DISTRIB-CONTROL.
           COPY "distrib-control.cpy".

       SD  SORT-WORK-FILE.
       01  BW-RECORD.
           05  BW-DEPT-CODE                PIC X(04).
           05  BW-LINE-NUMBER              PIC 9(07).
           05  BW-LINE-TEXT                PIC X(132).

       FD  SORTED-SECTIONS.
       01  BV-RECORD.
           05  BV-DEPT-CODE                PIC X(04).
           05  BV-LINE-NUMBER              PIC 9(07).
           05  BV-LINE-TEXT                PIC X(132).

       FD  SECTION-BODY.
       01  BB-BODY-LINE             PIC X(132).

       FD  PIECE-OUTPUT.
       01  BO-PIECE-LINE            PIC X(132).

       FD  DISTRIB-REGISTER.
       01  BQ-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "dept.cpy".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
           88 WS-RPT-OK                       VALUE "00".
       01 WS-BIX-STATUS             PIC X(02) VALUE "00".
           88 WS-BIX-OK                       VALUE "00".
       01 WS-DST-STATUS             PIC X(02) VALUE "00".
           88 WS-DST-OK                       VALUE "00".
       01 WS-BDY-STATUS             PIC X(02) VALUE "00".
       01 WS-PCE-STATUS             PIC X(02) VALUE "00".
       01 WS-REG-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(80) VALUE SPACES.
       01 WS-INDEX-FILE-NAME        PIC X(84) VALUE SPACES.
       01 WS-PIECE-FILE-NAME        PIC X(90) VALUE SPACES.
       01 WS-REGISTER-FILE-NAME     PIC X(40) VALUE SPACES.
       01 WS-REPORT-ID              PIC X(08) VALUE SPACES.
       01 WS-BODY-FILE-NAME         PIC X(12) VALUE "BURSTBDY.TMP".
       01 WS-SORTED-FILE-NAME       PIC X(12) VALUE "BURSTSRT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5.
       01 WS-FINAL-RETURN-CODE      PIC 9(02) VALUE 0.
       01 WS-CONTROLS-FLAG          PIC X(01) VALUE "N".
           88 WS-CONTROLS-OK                  VALUE "Y".

       01 WS-RPT-EOF                PIC X(01) VALUE "N".
           88 WS-RPT-AT-END                   VALUE "Y".
       01 WS-BIX-EOF                PIC X(01) VALUE "N".
           88 WS-BIX-AT-END                   VALUE "Y".
       01 WS-DST-EOF                PIC X(01) VALUE "N".
           88 WS-DST-AT-END                   VALUE "Y".
       01 WS-SORTED-EOF             PIC X(01) VALUE "N".
           88 WS-SORTED-AT-END                VALUE "Y".
       01 WS-BDY-EOF                PIC X(01) VALUE "N".
           88 WS-BDY-AT-END                   VALUE "Y".
       01 WS-DEPT-SEEN-FLAG         PIC X(01) VALUE "N".
           88 WS-DEPT-LINE-SEEN               VALUE "Y".
       01 WS-SECTION-OPEN-FLAG      PIC X(01) VALUE "N".
           88 WS-SECTION-OPEN                 VALUE "Y".

       01 WS-LINE-NUMBER            PIC 9(07) VALUE 0.
       01 WS-INDEX-SHORT-COUNT      PIC 9(07) VALUE 0.
       01 WS-CURRENT-DEPT           PIC X(04) VALUE SPACES.
       01 WS-SECTION-LINES          PIC 9(07) VALUE 0.
       01 WS-SECTION-COUNT          PIC 9(05) VALUE 0.
       01 WS-UNROUTED-COUNT         PIC 9(05) VALUE 0.
       01 WS-SPOOLED-COUNT          PIC 9(05) VALUE 0.
       01 WS-ROUTE-COUNT            PIC 9(03) VALUE 0.
       01 WS-COPY-NUMBER            PIC 9(02) VALUE 0.
       01 WS-FIRST-SPOOL            PIC 9(05) VALUE 0.
       01 WS-BANNER-DEPT            PIC X(04) VALUE SPACES.
       01 WS-BANNER-DEPT-NAME       PIC X(30) VALUE SPACES.

       01 WS-HEAD-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-HEAD-MAX               PIC 9(02) COMP VALUE 10.
       01 WS-HEAD-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-HEAD-TABLE.
           05 WS-HEAD-LINE          PIC X(132) OCCURS 10 TIMES.

       01 WS-RB-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-RB-MAX                 PIC 9(03) COMP VALUE 200.
       01 WS-RB-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
               10 WS-RB-DEPT        PIC X(04).
               10 WS-RB-RECIPIENT   PIC X(08).
               10 WS-RB-QUEUE       PIC X(12).
               10 WS-RB-COPIES      PIC 9(02).
               10 WS-RB-NAME        PIC X(30).
               10 WS-RB-USED-FLAG   PIC X(01).
                   88 WS-RB-USED              VALUE "Y".

       01 WS-BANNER-STARS           PIC X(80) VALUE ALL "*".
       01 WS-BANNER-LINE-1.
           05 FILLER                PIC X(20) VALUE
               "*  DISTRIBUTION TO ".
           05 WS-B1-NAME            PIC X(30).
           05 FILLER                PIC X(02) VALUE " (".
           05 WS-B1-RECIPIENT       PIC X(08).
           05 FILLER                PIC X(01) VALUE ")".
       01 WS-BANNER-LINE-2.
           05 FILLER                PIC X(13) VALUE
               "*  REPORT    ".
           05 WS-B2-REPORT          PIC X(40).
       01 WS-BANNER-LINE-3.
           05 FILLER                PIC X(13) VALUE
               "*  SECTION   ".
           05 WS-B3-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-B3-DEPT-NAME       PIC X(30).
       01 WS-BANNER-LINE-4.
           05 FILLER                PIC X(13) VALUE
               "*  QUEUE     ".
           05 WS-B4-QUEUE           PIC X(12).
           05 FILLER                PIC X(07) VALUE "  COPY ".
           05 WS-B4-COPY            PIC Z9.
           05 FILLER                PIC X(04) VALUE " OF ".
           05 WS-B4-COPIES          PIC Z9.

       01 WS-REG-HEADING-1.
           05 FILLER                PIC X(24) VALUE
               "DISTRIBUTION REGISTER - ".
           05 WS-RH-REPORT          PIC X(24).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-RH-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-RH-RUN-DATE        PIC 9(08).
       01 WS-REG-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "DEPT    LINES RECIPNT  NAME             ".
           05 FILLER                PIC X(50) VALUE
               "        QUEUE        COPIES  SPOOL NOTE".
       01 WS-REG-LINE.
           05 WS-RG-DEPT            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RG-LINES           PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RG-RECIPIENT       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RG-NAME            PIC X(24).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RG-QUEUE           PIC X(12).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-RG-COPIES          PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RG-SPOOL           PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RG-NOTE            PIC X(26).
       01 WS-REG-FOOTING.
           05 FILLER                PIC X(10) VALUE "SECTIONS: ".
           05 WS-RF-SECTIONS        PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE
               "  NOT ROUTED: ".
           05 WS-RF-UNROUTED        PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
               "  SPOOL ENTRIES: ".
           05 WS-RF-SPOOLED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-TAKE-THE-CONTROLS
               THRU 1000-TAKE-THE-CONTROLS-EXIT
           IF WS-CONTROLS-OK
               PERFORM 1100-LOAD-DISTRIBUTION
               PERFORM 1200-OPEN-THE-REPORT
               IF WS-RPT-OK AND WS-BIX-OK
                   PERFORM 1300-OPEN-THE-REGISTER
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY BW-DEPT-CODE BW-LINE-NUMBER
                       INPUT PROCEDURE IS 2000-RELEASE-DEPT-LINES
                       GIVING SORTED-SECTIONS
                   CLOSE REPORT-INPUT
                   CLOSE BURST-INDEX
                   PERFORM 3000-DISTRIBUTE-THE-SECTIONS
                   PERFORM 4000-DISTRIBUTE-WHOLE-REPORT
                   PERFORM 5000-NOTE-UNUSED-ROUTE
                       VARYING WS-RB-SUB FROM 1 BY 1
                       UNTIL WS-RB-SUB > WS-RB-COUNT
                   PERFORM 6000-CLOSE-THE-REGISTER
                   CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                       RETURNING WS-DELETE-STATUS
                   CALL "CBL_DELETE_FILE" USING WS-BODY-FILE-NAME
                       RETURNING WS-DELETE-STATUS
               END-IF
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step.                                    *>
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
           MOVE "RPTBURST" TO RC-JOB-STEP-NAME.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-TAKE-THE-CONTROLS - the print file to burst is          *>
      *> required; its report ID defaults to the name up to the      *>
      *> first dot.                                                   *>
      *>----------------------------------------------------------*>
       1000-TAKE-THE-CONTROLS.
           ACCEPT WS-REPORT-FILE-NAME FROM ENVIRONMENT "BURST_REPORT"
           IF WS-REPORT-FILE-NAME = SPACES
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " BURST_REPORT not set - nothing to burst."
               MOVE 8 TO WS-FINAL-RETURN-CODE
               GO TO 1000-TAKE-THE-CONTROLS-EXIT
           END-IF
           ACCEPT WS-REPORT-ID FROM ENVIRONMENT "BURST_REPORT_ID"
           IF WS-REPORT-ID = SPACES
               UNSTRING WS-REPORT-FILE-NAME DELIMITED BY "."
                   INTO WS-REPORT-ID
           END-IF
           STRING WS-REPORT-FILE-NAME DELIMITED BY SPACE
               ".BIX" DELIMITED BY SIZE
               INTO WS-INDEX-FILE-NAME
           STRING "BURSTREG." DELIMITED BY SIZE
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               INTO WS-REGISTER-FILE-NAME
           SET WS-CONTROLS-OK TO TRUE.
       1000-TAKE-THE-CONTROLS-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-DISTRIBUTION - the DISTRIB.CTL rows for this       *>
      *> report (or for every report).  No file at all just means     *>
      *> every section will be flagged as not routed.                 *>
      *>----------------------------------------------------------*>
       1100-LOAD-DISTRIBUTION.
           MOVE 0 TO WS-RB-COUNT
           OPEN INPUT DISTRIB-CONTROL
           IF NOT WS-DST-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No DISTRIB.CTL - no section can be routed."
           ELSE
               MOVE "N" TO WS-DST-EOF
               PERFORM 1110-LOAD-ONE-ROUTE
                   UNTIL WS-DST-AT-END
               CLOSE DISTRIB-CONTROL
           END-IF.

       1110-LOAD-ONE-ROUTE.
           READ DISTRIB-CONTROL
               AT END
                   SET WS-DST-AT-END TO TRUE
               NOT AT END
                   IF DISTRIB-CONTROL-RECORD(1:1) NOT = "*"
                       AND DISTRIB-CONTROL-RECORD NOT = SPACES
                       AND (RB-REPORT-ID = WS-REPORT-ID
                           OR RB-EVERY-REPORT)
                       PERFORM 1120-KEEP-THIS-ROUTE
                   END-IF
           END-READ.

       1120-KEEP-THIS-ROUTE.
           IF WS-RB-COUNT NOT < WS-RB-MAX
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " DISTRIB.CTL row ignored - table full: "
                   RB-DEPT-CODE " " RB-RECIPIENT-ID
           ELSE
               ADD 1 TO WS-RB-COUNT
               MOVE RB-DEPT-CODE TO WS-RB-DEPT(WS-RB-COUNT)
               MOVE RB-RECIPIENT-ID TO WS-RB-RECIPIENT(WS-RB-COUNT)
               MOVE RB-QUEUE-NAME TO WS-RB-QUEUE(WS-RB-COUNT)
               IF WS-RB-QUEUE(WS-RB-COUNT) = SPACES
                   MOVE "lp" TO WS-RB-QUEUE(WS-RB-COUNT)
               END-IF
               MOVE 1 TO WS-RB-COPIES(WS-RB-COUNT)
               IF RB-COPIES-TEXT IS NUMERIC
                   MOVE RB-COPIES-TEXT TO WS-RB-COPIES(WS-RB-COUNT)
               ELSE
                   IF RB-COPIES-TEXT(1:1) IS NUMERIC
                       AND RB-COPIES-TEXT(2:1) = SPACE
                       MOVE RB-COPIES-TEXT(1:1)
                           TO WS-RB-COPIES(WS-RB-COUNT)
                   END-IF
               END-IF
               IF WS-RB-COPIES(WS-RB-COUNT) = 0
                   MOVE 1 TO WS-RB-COPIES(WS-RB-COUNT)
               END-IF
               MOVE RB-RECIPIENT-NAME TO WS-RB-NAME(WS-RB-COUNT)
               MOVE "N" TO WS-RB-USED-FLAG(WS-RB-COUNT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-OPEN-THE-REPORT - the print file and its burst index;  *>
      *> a report run before it wrote an index cannot be burst.      *>
      *>----------------------------------------------------------*>
       1200-OPEN-THE-REPORT.
           OPEN INPUT REPORT-INPUT
           IF NOT WS-RPT-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open " WS-REPORT-FILE-NAME
                   " - status " WS-RPT-STATUS
               MOVE "Unable to open the report to burst"
                   TO LE-MESSAGE-TEXT
               PERFORM 1290-LOG-OPEN-FAILURE
           ELSE
               OPEN INPUT BURST-INDEX
               IF NOT WS-BIX-OK
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " No burst index " WS-INDEX-FILE-NAME
                       " - status " WS-BIX-STATUS
                   MOVE "No burst index beside the report"
                       TO LE-MESSAGE-TEXT
                   PERFORM 1290-LOG-OPEN-FAILURE
                   CLOSE REPORT-INPUT
               END-IF
           END-IF.

       1290-LOG-OPEN-FAILURE.
           MOVE "RPTBURST" TO LE-PROGRAM-NAME
           MOVE "1200-OPEN-THE-REPORT" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE 8 TO WS-FINAL-RETURN-CODE.

       1300-OPEN-THE-REGISTER.
           OPEN OUTPUT DISTRIB-REGISTER
           MOVE WS-REPORT-FILE-NAME TO WS-RH-REPORT
           MOVE RC-RUN-ID TO WS-RH-RUN-ID
           MOVE RC-RUN-DATE TO WS-RH-RUN-DATE
           MOVE WS-REG-HEADING-1 TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE
           MOVE WS-REG-HEADING-2 TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE.

      *>----------------------------------------------------------*>
      *> 2000-RELEASE-DEPT-LINES - read the print file and its index  *>
      *> in step.  Blank-department lines ahead of the first          *>
      *> department line are the report headings, kept to head every  *>
      *> section; later blank ones (grand totals) belong to the       *>
      *> whole report only.  Department lines go to the sort by       *>
      *> department, keeping their order within it.                   *>
      *>----------------------------------------------------------*>
       2000-RELEASE-DEPT-LINES.
           MOVE "N" TO WS-RPT-EOF
           MOVE "N" TO WS-BIX-EOF
           PERFORM 2010-RELEASE-ONE-LINE
               UNTIL WS-RPT-AT-END
           IF WS-INDEX-SHORT-COUNT > 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Burst index shorter than the report - "
                   WS-INDEX-SHORT-COUNT " line(s) kept as report-wide"
           END-IF.

       2010-RELEASE-ONE-LINE.
           READ REPORT-INPUT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   PERFORM 2020-READ-ITS-INDEX-ROW
                   PERFORM 2030-PLACE-THIS-LINE
           END-READ.

       2020-READ-ITS-INDEX-ROW.
           IF WS-BIX-AT-END
               MOVE SPACES TO BI-DEPT-CODE
               ADD 1 TO WS-INDEX-SHORT-COUNT
           ELSE
               READ BURST-INDEX
                   AT END
                       SET WS-BIX-AT-END TO TRUE
                       MOVE SPACES TO BI-DEPT-CODE
                       ADD 1 TO WS-INDEX-SHORT-COUNT
               END-READ
           END-IF.

       2030-PLACE-THIS-LINE.
           IF BI-DEPT-CODE = SPACES
               IF NOT WS-DEPT-LINE-SEEN
                   AND WS-HEAD-COUNT < WS-HEAD-MAX
                   ADD 1 TO WS-HEAD-COUNT
                   MOVE RI-REPORT-LINE TO WS-HEAD-LINE(WS-HEAD-COUNT)
               END-IF
           ELSE
               SET WS-DEPT-LINE-SEEN TO TRUE
               MOVE BI-DEPT-CODE TO BW-DEPT-CODE
               MOVE WS-LINE-NUMBER TO BW-LINE-NUMBER
               MOVE RI-REPORT-LINE TO BW-LINE-TEXT
               RELEASE BW-RECORD
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-DISTRIBUTE-THE-SECTIONS - walk the sorted lines; each   *>
      *> department's run of lines is gathered into the section body  *>
      *> file and handed out when the department changes.             *>
      *>----------------------------------------------------------*>
       3000-DISTRIBUTE-THE-SECTIONS.
           OPEN INPUT SORTED-SECTIONS
           MOVE "N" TO WS-SORTED-EOF
           MOVE SPACES TO WS-CURRENT-DEPT
           PERFORM 3010-TAKE-ONE-SORTED-LINE
               UNTIL WS-SORTED-AT-END
           IF WS-SECTION-OPEN
               PERFORM 3100-FINISH-ONE-SECTION
                   THRU 3100-FINISH-ONE-SECTION-EXIT
           END-IF
           CLOSE SORTED-SECTIONS.

       3010-TAKE-ONE-SORTED-LINE.
           READ SORTED-SECTIONS
               AT END
                   SET WS-SORTED-AT-END TO TRUE
               NOT AT END
                   IF NOT WS-SECTION-OPEN
                       OR BV-DEPT-CODE NOT = WS-CURRENT-DEPT
                       IF WS-SECTION-OPEN
                           PERFORM 3100-FINISH-ONE-SECTION
                               THRU 3100-FINISH-ONE-SECTION-EXIT
                       END-IF
                       MOVE BV-DEPT-CODE TO WS-CURRENT-DEPT
                       MOVE 0 TO WS-SECTION-LINES
                       OPEN OUTPUT SECTION-BODY
                       SET WS-SECTION-OPEN TO TRUE
                   END-IF
                   MOVE BV-LINE-TEXT TO BB-BODY-LINE
                   WRITE BB-BODY-LINE
                   ADD 1 TO WS-SECTION-LINES
           END-READ.

      *>----------------------------------------------------------*>
      *> 3100-FINISH-ONE-SECTION - one spool entry per copy for each  *>
      *> recipient of this department; a department nobody receives   *>
      *> is flagged on the register, the console and the error log.   *>
      *>----------------------------------------------------------*>
       3100-FINISH-ONE-SECTION.
           CLOSE SECTION-BODY
           MOVE "N" TO WS-SECTION-OPEN-FLAG
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-CURRENT-DEPT TO WS-BANNER-DEPT
           PERFORM 3110-RESOLVE-DEPT-NAME
           MOVE SPACES TO WS-PIECE-FILE-NAME
           STRING WS-REPORT-FILE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-CURRENT-DEPT DELIMITED BY SPACE
               INTO WS-PIECE-FILE-NAME
           MOVE 0 TO WS-ROUTE-COUNT
           PERFORM 3200-ROUTE-TO-ONE-RECIPIENT
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
           IF WS-ROUTE-COUNT > 0
               CALL "CBL_DELETE_FILE" USING WS-PIECE-FILE-NAME
                   RETURNING WS-DELETE-STATUS
               GO TO 3100-FINISH-ONE-SECTION-EXIT
           END-IF
           ADD 1 TO WS-UNROUTED-COUNT
           IF WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REG-LINE
           MOVE WS-CURRENT-DEPT TO WS-RG-DEPT
           MOVE WS-SECTION-LINES TO WS-RG-LINES
           MOVE "** NO DISTRIBUTION ROW **" TO WS-RG-NOTE
           MOVE WS-REG-LINE TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE
           MOVE "RPTBURST" TO LE-PROGRAM-NAME
           MOVE "3100-FINISH-SECTION" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No DISTRIB.CTL row for department "
                   DELIMITED BY SIZE
               WS-CURRENT-DEPT DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-REPORT-ID DELIMITED BY SPACE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.
       3100-FINISH-ONE-SECTION-EXIT.
           EXIT.

       3110-RESOLVE-DEPT-NAME.
           MOVE WS-BANNER-DEPT TO DeptCode
           MOVE SPACES TO NewDeptName
           MOVE SPACES TO DeptName
           CALL "dept" USING DeptCode NewDeptName DeptName
               DeptCostCenter
           MOVE DeptName TO WS-BANNER-DEPT-NAME.

       3200-ROUTE-TO-ONE-RECIPIENT.
           IF WS-RB-DEPT(WS-RB-SUB) = WS-CURRENT-DEPT
               ADD 1 TO WS-ROUTE-COUNT
               SET WS-RB-USED(WS-RB-SUB) TO TRUE
               MOVE 0 TO WS-FIRST-SPOOL
               PERFORM 3300-SPOOL-ONE-SECTION-COPY
                   VARYING WS-COPY-NUMBER FROM 1 BY 1
                   UNTIL WS-COPY-NUMBER > WS-RB-COPIES(WS-RB-SUB)
               MOVE WS-SECTION-LINES TO WS-RG-LINES
               PERFORM 3900-REGISTER-ONE-ROUTE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3300-SPOOL-ONE-SECTION-COPY - recipient banner, the report   *>
      *> headings and the department's lines into the piece file,     *>
      *> handed to SubmitPrintJob (which keeps its own copy, so the   *>
      *> piece file is simply rebuilt for the next copy).             *>
      *>----------------------------------------------------------*>
       3300-SPOOL-ONE-SECTION-COPY.
           OPEN OUTPUT PIECE-OUTPUT
           PERFORM 3800-WRITE-THE-BANNER
           PERFORM 3310-WRITE-ONE-HEADING
               VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
           OPEN INPUT SECTION-BODY
           MOVE "N" TO WS-BDY-EOF
           PERFORM 3320-COPY-ONE-BODY-LINE
               UNTIL WS-BDY-AT-END
           CLOSE SECTION-BODY
           CLOSE PIECE-OUTPUT
           PERFORM 3850-SUBMIT-THE-PIECE.

       3310-WRITE-ONE-HEADING.
           MOVE WS-HEAD-LINE(WS-HEAD-SUB) TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE.

       3320-COPY-ONE-BODY-LINE.
           READ SECTION-BODY
               AT END
                   SET WS-BDY-AT-END TO TRUE
               NOT AT END
                   MOVE BB-BODY-LINE TO BO-PIECE-LINE
                   WRITE BO-PIECE-LINE
           END-READ.

       3800-WRITE-THE-BANNER.
           MOVE WS-BANNER-STARS TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE WS-RB-NAME(WS-RB-SUB) TO WS-B1-NAME
           MOVE WS-RB-RECIPIENT(WS-RB-SUB) TO WS-B1-RECIPIENT
           MOVE WS-BANNER-LINE-1 TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE WS-REPORT-FILE-NAME TO WS-B2-REPORT
           MOVE WS-BANNER-LINE-2 TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE WS-BANNER-DEPT TO WS-B3-DEPT
           MOVE WS-BANNER-DEPT-NAME TO WS-B3-DEPT-NAME
           MOVE WS-BANNER-LINE-3 TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE WS-RB-QUEUE(WS-RB-SUB) TO WS-B4-QUEUE
           MOVE WS-COPY-NUMBER TO WS-B4-COPY
           MOVE WS-RB-COPIES(WS-RB-SUB) TO WS-B4-COPIES
           MOVE WS-BANNER-LINE-4 TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE WS-BANNER-STARS TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE
           MOVE SPACES TO BO-PIECE-LINE
           WRITE BO-PIECE-LINE.

       3850-SUBMIT-THE-PIECE.
           MOVE WS-PIECE-FILE-NAME TO SP-REPORT-FILE
           MOVE WS-RB-RECIPIENT(WS-RB-SUB) TO SP-OWNER
           MOVE WS-RB-QUEUE(WS-RB-SUB) TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER
           IF WS-COPY-NUMBER = 1
               MOVE SP-SPOOL-NUMBER TO WS-FIRST-SPOOL
           END-IF
           ADD 1 TO WS-SPOOLED-COUNT.

       3900-REGISTER-ONE-ROUTE.
           MOVE SPACES TO WS-RG-NOTE
           MOVE WS-RB-DEPT(WS-RB-SUB) TO WS-RG-DEPT
           MOVE WS-RB-RECIPIENT(WS-RB-SUB) TO WS-RG-RECIPIENT
           MOVE WS-RB-NAME(WS-RB-SUB) TO WS-RG-NAME
           MOVE WS-RB-QUEUE(WS-RB-SUB) TO WS-RG-QUEUE
           MOVE WS-RB-COPIES(WS-RB-SUB) TO WS-RG-COPIES
           MOVE WS-FIRST-SPOOL TO WS-RG-SPOOL
           MOVE WS-REG-LINE TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE.

      *>----------------------------------------------------------*>
      *> 4000-DISTRIBUTE-WHOLE-REPORT - department ALL recipients     *>
      *> get the combined report, headings and grand totals and all,  *>
      *> behind their own banner.                                     *>
      *>----------------------------------------------------------*>
       4000-DISTRIBUTE-WHOLE-REPORT.
           MOVE "ALL " TO WS-BANNER-DEPT
           MOVE "WHOLE REPORT" TO WS-BANNER-DEPT-NAME
           MOVE SPACES TO WS-PIECE-FILE-NAME
           STRING WS-REPORT-FILE-NAME DELIMITED BY SPACE
               ".ALL" DELIMITED BY SIZE
               INTO WS-PIECE-FILE-NAME
           MOVE 0 TO WS-ROUTE-COUNT
           PERFORM 4100-ROUTE-WHOLE-TO-RECIPIENT
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
           IF WS-ROUTE-COUNT > 0
               CALL "CBL_DELETE_FILE" USING WS-PIECE-FILE-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       4100-ROUTE-WHOLE-TO-RECIPIENT.
           IF WS-RB-DEPT(WS-RB-SUB) = "ALL "
               ADD 1 TO WS-ROUTE-COUNT
               SET WS-RB-USED(WS-RB-SUB) TO TRUE
               MOVE 0 TO WS-FIRST-SPOOL
               PERFORM 4200-SPOOL-ONE-WHOLE-COPY
                   VARYING WS-COPY-NUMBER FROM 1 BY 1
                   UNTIL WS-COPY-NUMBER > WS-RB-COPIES(WS-RB-SUB)
               MOVE WS-LINE-NUMBER TO WS-RG-LINES
               PERFORM 3900-REGISTER-ONE-ROUTE
           END-IF.

       4200-SPOOL-ONE-WHOLE-COPY.
           OPEN OUTPUT PIECE-OUTPUT
           PERFORM 3800-WRITE-THE-BANNER
           OPEN INPUT REPORT-INPUT
           MOVE "N" TO WS-RPT-EOF
           PERFORM 4210-COPY-ONE-REPORT-LINE
               UNTIL WS-RPT-AT-END
           CLOSE REPORT-INPUT
           CLOSE PIECE-OUTPUT
           PERFORM 3850-SUBMIT-THE-PIECE.

       4210-COPY-ONE-REPORT-LINE.
           READ REPORT-INPUT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   MOVE RI-REPORT-LINE TO BO-PIECE-LINE
                   WRITE BO-PIECE-LINE
           END-READ.

      *>----------------------------------------------------------*>
      *> 5000-NOTE-UNUSED-ROUTE - a distribution row whose            *>
      *> department had no section in this run is listed so a stale   *>
      *> or mistyped row is seen, not silently carried.               *>
      *>----------------------------------------------------------*>
       5000-NOTE-UNUSED-ROUTE.
           IF NOT WS-RB-USED(WS-RB-SUB)
               MOVE SPACES TO WS-REG-LINE
               MOVE WS-RB-DEPT(WS-RB-SUB) TO WS-RG-DEPT
               MOVE WS-RB-RECIPIENT(WS-RB-SUB) TO WS-RG-RECIPIENT
               MOVE WS-RB-NAME(WS-RB-SUB) TO WS-RG-NAME
               MOVE WS-RB-QUEUE(WS-RB-SUB) TO WS-RG-QUEUE
               MOVE "NO SECTION THIS RUN" TO WS-RG-NOTE
               MOVE WS-REG-LINE TO BQ-REGISTER-LINE
               PERFORM 6910-EMIT-REGISTER-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 6000-CLOSE-THE-REGISTER - footing counts, the control        *>
      *> totals for the close-of-day balancing, and close.            *>
      *>----------------------------------------------------------*>
       6000-CLOSE-THE-REGISTER.
           MOVE SPACES TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE
           MOVE WS-SECTION-COUNT TO WS-RF-SECTIONS
           MOVE WS-UNROUTED-COUNT TO WS-RF-UNROUTED
           MOVE WS-SPOOLED-COUNT TO WS-RF-SPOOLED
           MOVE WS-REG-FOOTING TO BQ-REGISTER-LINE
           PERFORM 6910-EMIT-REGISTER-LINE
           CLOSE DISTRIB-REGISTER
           MOVE "RPTBURST" TO CW-JOB-STEP
           MOVE "SECTIONS" TO CW-TOTAL-NAME
           MOVE WS-SECTION-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "UNROUTED" TO CW-TOTAL-NAME
           MOVE WS-UNROUTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "SPOOLED" TO CW-TOTAL-NAME
           MOVE WS-SPOOLED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.

       6910-EMIT-REGISTER-LINE.
           DISPLAY BQ-REGISTER-LINE
           WRITE BQ-REGISTER-LINE.
