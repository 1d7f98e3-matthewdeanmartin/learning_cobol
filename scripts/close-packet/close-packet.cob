      *>--------------------------------------------------------------*>
      *> PROGRAM:    ClosePacket                                      *>
      *> PURPOSE:    Month-end close packet - the end of running      *>
      *>             DeptReport, PayrollRegister, ServiceReport,      *>
      *>             AuditInquiry and VacLiability one at a time and  *>
      *>             stapling the printouts.  Scheduled month-end-    *>
      *>             only (the JS-SCHED-MONTH-END-ONLY flag on the    *>
      *>             CLOSEPKT row), it launches the contributors in   *>
      *>             order with their NIGHTCMD.CTL commands, has      *>
      *>             CrossFoot (XFOOTCHK) re-foot their printed       *>
      *>             totals, then refuses the packet if any           *>
      *>             contributor posted a JOBDONE condition code      *>
      *>             above 0004 today (or never completed).  A clean  *>
      *>             set is bound into one document through the       *>
      *>             shared ReportWriter - cover page with the run-   *>
      *>             control stamp and the PROCCAL month-end date, a  *>
      *>             table of contents with computed page numbers,    *>
      *>             each report starting on a fresh page - and       *>
      *>             spooled via SubmitPrintJob.  A CLOSEPKT row      *>
      *>             carrying F instead of M is a fiscal period-end   *>
      *>             close: the packet is titled PERIOD-END and its   *>
      *>             cover names the fiscal year and period.          *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               CLOSEPKT_PRINT_QUEUE  print queue (def. lp)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  VacLiability's month-end vacation liability    *>
      *>               added as a fifth component.                    *>
      *>   2026-10-15  CrossFoot (XFOOTCHK) re-foots the              *>
      *>               contributors' totals before the gate.          *>
      *>   2026-10-15  A CLOSEPKT schedule row marked F (fiscal)      *>
      *>               binds a PERIOD-END packet whose cover names    *>
      *>               the fiscal year and period.                    *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosePacket.
           COPY "job-timer-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-CMD-STATUS             PIC X(02) VALUE "00".
           88 WS-CMD-OK                       VALUE "00".
       01 WS-DONE-STATUS            PIC X(02) VALUE "00".
       01 WS-PACKET-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
       01 WS-COMMAND                PIC X(170) VALUE SPACES.
       01 WS-WANTED-JOB             PIC X(08) VALUE SPACES.
       01 WS-STEP-RC                PIC 9(04) VALUE 0.
       01 WS-GATE-FLAG              PIC X(01) VALUE "Y".
           88 WS-GATE-CLEAN                   VALUE "Y".
           05 FILLER PIC X(28) VALUE "PAYREG  PAYROLL REGISTER    ".
           05 FILLER PIC X(28) VALUE "SERVRPT SERVICE REPORT      ".
           05 FILLER PIC X(28) VALUE "AUDITINQ AUDIT INQUIRY      ".
           05 FILLER PIC X(28) VALUE "VACLIAB VACATION LIABILITY  ".
       01 WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-DEFS.
           05 WS-CP-ENTRY OCCURS 5 TIMES.
               10 WS-CP-JOB         PIC X(08).
               10 WS-CP-TITLE       PIC X(20).
       01 WS-COMPONENT-WORK.
           05 WS-CW-ENTRY OCCURS 5 TIMES.
               10 WS-CW-LINES       PIC 9(05).
               10 WS-CW-PAGE        PIC 9(03).
               10 WS-CW-CODE        PIC 9(04).
               10 WS-CW-SEEN        PIC X(01).

       01 WS-PACKET-TITLE           PIC X(23) VALUE
           "MONTH-END CLOSE PACKET".
       01 WS-COVER-LINE-1.
           05 WS-CV-TITLE           PIC X(24).
           05 WS-CV-DATE            PIC 9(08).
           05 WS-CV-FISCAL.
               10 FILLER            PIC X(09) VALUE "  FISCAL ".
               10 WS-CV-FISCAL-YEAR PIC 9(04).
               10 FILLER            PIC X(08) VALUE " PERIOD ".
               10 WS-CV-FISCAL-PD   PIC 9(02).
       01 WS-COVER-LINE-2.
           05 FILLER                PIC X(04) VALUE "RUN ".
           05 WS-CV-RUN-ID          PIC X(08).
           05 WS-TC-TITLE           PIC X(20).
           05 FILLER                PIC X(06) VALUE " PAGE ".
           05 WS-TC-PAGE            PIC ZZ9.
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(07) VALUE "END OF ".
           05 WS-FT-TITLE           PIC X(23).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF JS-OK-TO-RUN
               PERFORM 1000-RUN-ONE-CONTRIBUTOR
                   VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > 5
               PERFORM 1500-RUN-CROSS-FOOT-CHECK
               PERFORM 2000-GATE-ON-CONDITION-CODES
               IF WS-GATE-CLEAN
                   PERFORM 3000-MEASURE-THE-COMPONENTS
      *>----------------------------------------------------------*>
       1000-RUN-ONE-CONTRIBUTOR.
           MOVE SPACES TO WS-COMMAND
           MOVE WS-CP-JOB(WS-COMP-SUB) TO WS-WANTED-JOB
           PERFORM 1100-FIND-CONTRIBUTOR-COMMAND
           IF WS-COMMAND = SPACES
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NC-JOB-NAME = WS-WANTED-JOB
                       MOVE NC-COMMAND TO WS-COMMAND
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1500-RUN-CROSS-FOOT-CHECK - re-foot the contributors'        *>
      *> printed totals with CrossFoot (XFOOTCHK) before the gate; a  *>
      *> report that does not foot has its condition code raised to   *>
      *> 0008, which the gate then refuses.                           *>
      *>----------------------------------------------------------*>
       1500-RUN-CROSS-FOOT-CHECK.
           MOVE SPACES TO WS-COMMAND
           MOVE "XFOOTCHK" TO WS-WANTED-JOB
           PERFORM 1100-FIND-CONTRIBUTOR-COMMAND
           IF WS-COMMAND = SPACES
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No NIGHTCMD.CTL command for XFOOTCHK - totals "
                   "not re-footed."
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Running XFOOTCHK"
               CALL "SYSTEM" USING WS-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-GATE-ON-CONDITION-CODES - every contributor must have   *>
      *> completed today with a condition code of 0004 or better, or  *>
       2000-GATE-ON-CONDITION-CODES.
           PERFORM 2005-CLEAR-ONE-VERDICT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-DONE-LOG
           IF WS-DONE-OK
           END-IF
           PERFORM 2100-JUDGE-ONE-CONTRIBUTOR
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5.

       2005-CLEAR-ONE-VERDICT.
           MOVE 0 TO WS-CW-CODE(WS-COMP-SUB)
                       END-IF
                       PERFORM 2020-POST-ONE-VERDICT
                           VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > 5
                   END-IF
           END-READ.

       3000-MEASURE-THE-COMPONENTS.
           PERFORM 3010-COUNT-ONE-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5
      *> cover is two lines, a spacer, five TOC lines: eight
           MOVE 8 TO WS-RUNNING-LINES
           PERFORM 3100-PLACE-ONE-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5.

       3010-COUNT-ONE-COMPONENT.
           MOVE 0 TO WS-CW-LINES(WS-COMP-SUB)
      *> of it.                                                       *>
      *>----------------------------------------------------------*>
       4000-BIND-THE-PACKET.
           PERFORM 4005-SET-PACKET-BASIS
           STRING "CLOSEPKT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-PACKET-FILE-NAME
           MOVE WS-PACKET-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE WS-PACKET-TITLE TO RW-REPORT-TITLE
           MOVE SPACES TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE WS-PACKET-TITLE TO WS-CV-TITLE
           MOVE RC-RUN-DATE TO WS-CV-DATE
           MOVE WS-COVER-LINE-1 TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 4010-WRITE-ONE-TOC-LINE
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5
           MOVE 8 TO WS-RUNNING-LINES
           PERFORM 4100-COPY-ONE-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > 5
           MOVE WS-PACKET-TITLE TO WS-FT-TITLE
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

      *>----------------------------------------------------------*>
      *> 4005-SET-PACKET-BASIS - a fiscal CLOSEPKT row makes this a   *>
      *> period-end packet for the fiscal period the run date closes; *>
      *> otherwise the cover carries no fiscal stamp.                 *>
      *>----------------------------------------------------------*>
       4005-SET-PACKET-BASIS.
           MOVE SPACES TO WS-CV-FISCAL
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "GetJobPeriodBasis" USING JS-JOB-NAME JS-PERIOD-BASIS
           IF JS-FISCAL-BASIS
               MOVE "PERIOD-END CLOSE PACKET" TO WS-PACKET-TITLE
               MOVE RC-RUN-DATE TO DC-DATE
               CALL "FiscalPeriodOfDate" USING DC-DATE DC-FISCAL-YEAR
                   DC-FISCAL-PERIOD DC-FISCAL-WEEK
               MOVE "  FISCAL " TO WS-CV-FISCAL(1:9)
               MOVE DC-FISCAL-YEAR TO WS-CV-FISCAL-YEAR
               MOVE " PERIOD " TO WS-CV-FISCAL(14:8)
               MOVE DC-FISCAL-PERIOD TO WS-CV-FISCAL-PD
           END-IF.

       4010-WRITE-ONE-TOC-LINE.
           MOVE WS-CP-TITLE(WS-COMP-SUB) TO WS-TC-TITLE
           MOVE WS-CW-PAGE(WS-COMP-SUB) TO WS-TC-PAGE
