      *>--------------------------------------------------------------*>
      *> PROGRAM:    Chargeback                                       *>
      *> PURPOSE:    Monthly batch resource chargeback by             *>
      *>             department.  Each job step's elapsed time for    *>
      *>             the month (RUNLOG.DAT, plus what HistoryRotate   *>
      *>             has already rolled into RUNSUMM.DAT), its record *>
      *>             count (the CTLTOTAL.DAT / CTLSUMM.DAT total      *>
      *>             named for it on JOBOWNER.CTL) and the pages      *>
      *>             printed for it (SPOOLQ.DAT rows printed that     *>
      *>             month, measured from the retained SPOOL copy     *>
      *>             the way SpoolWriter pages it) are shared among   *>
      *>             its paying departments by their JOBOWNER.CTL     *>
      *>             percentages and priced from the CHGRATE.CTL      *>
      *>             rate card.  A burst section carries its own      *>
      *>             department and is billed to it directly.         *>
      *>             Whatever no department owns is billed to NONE,   *>
      *>             so nothing drops out of the totals.              *>
      *>                                                              *>
      *>             CHGSTMT.yyyymm holds one statement per           *>
      *>             department, with a burst index beside it so      *>
      *>             ReportBurst can route each department its own.   *>
      *>             CHGSUMM.yyyymm summarizes the departments and    *>
      *>             reconciles the run time charged to the total     *>
      *>             run time logged for the month; out of balance    *>
      *>             ends the step with condition code 8, unowned     *>
      *>             work or rejected control rows with 4.            *>
      *>                                                              *>
      *>             A CHGBACK row carrying F instead of M bills by   *>
      *>             4-4-5 fiscal period: the work dated inside the   *>
      *>             period, written to CHGSTMT.Pyyyypp and           *>
      *>             CHGSUMM.Pyyyypp.  The RUNSUMM.DAT and            *>
      *>             CTLSUMM.DAT rows are calendar-month sums that    *>
      *>             cannot be split at a period boundary, so only    *>
      *>             the detail files count and a rolled-up month     *>
      *>             overlapping the period ends the step with 4.     *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               CHARGE_MONTH  yyyymm month to bill (default:   *>
      *>                             the month before the run date)   *>
      *>               CHARGE_PERIOD yyyypp fiscal period to bill on  *>
      *>                             a fiscal schedule (default: the  *>
      *>                             period before the run date's)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  Bills a fiscal-period CHGBACK schedule by      *>
      *>               FISCCAL.CTL period; rolled-up summaries        *>
      *>               overlapping the period are flagged, not        *>
      *>               charged                                        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Chargeback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-OWNER-CTL ASSIGN TO "JOBOWNER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JO-STATUS.
           SELECT CHARGE-RATE-CTL ASSIGN TO "CHGRATE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-SUMMARY ASSIGN TO "RUNSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSUM-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CONTROL-TOTALS-SUMMARY ASSIGN TO "CTLSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSUM-STATUS.
           SELECT SPOOL-QUEUE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPQ-STATUS.
           SELECT RETAINED-COPY ASSIGN TO WS-RETAINED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO WS-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO WS-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-OWNER-CTL.
           COPY "job-owner.cpy".

       FD  CHARGE-RATE-CTL.
           COPY "charge-rate.cpy".

       FD  RUN-LOG.
           COPY "job-timer-log.cpy".

       FD  RUN-SUMMARY.
           COPY "run-log-summary.cpy".

       FD  CONTROL-TOTALS.
           COPY "control-totals.cpy".

       FD  CONTROL-TOTALS-SUMMARY.
           COPY "control-totals-summary.cpy".

       FD  SPOOL-QUEUE.
           COPY "spool-queue.cpy".

       FD  RETAINED-COPY.
       01  RETAINED-LINE            PIC X(132).

       FD  STATEMENT-REPORT.
       01  CS-STATEMENT-LINE        PIC X(100).

       FD  SUMMARY-REPORT.
       01  CS-SUMMARY-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "burst-index-call.cpy".
           COPY "dept.cpy".
       01 WS-JO-STATUS              PIC X(02) VALUE "00".
           88 WS-JO-OK                        VALUE "00".
       01 WS-CR-STATUS              PIC X(02) VALUE "00".
           88 WS-CR-OK                        VALUE "00".
       01 WS-RUNLOG-STATUS          PIC X(02) VALUE "00".
           88 WS-RUNLOG-OK                    VALUE "00".
       01 WS-RSUM-STATUS            PIC X(02) VALUE "00".
           88 WS-RSUM-OK                      VALUE "00".
       01 WS-CTL-STATUS             PIC X(02) VALUE "00".
           88 WS-CTL-OK                       VALUE "00".
       01 WS-CSUM-STATUS            PIC X(02) VALUE "00".
           88 WS-CSUM-OK                      VALUE "00".
       01 WS-SPQ-STATUS             PIC X(02) VALUE "00".
           88 WS-SPQ-OK                       VALUE "00".
       01 WS-RET-STATUS             PIC X(02) VALUE "00".
           88 WS-RET-OK                       VALUE "00".
       01 WS-STM-STATUS             PIC X(02) VALUE "00".
       01 WS-SUM-STATUS             PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-RET-EOF                PIC X(01) VALUE "N".
           88 WS-RET-AT-END                   VALUE "Y".
       01 WS-RETAINED-NAME          PIC X(40) VALUE SPACES.
       01 WS-STATEMENT-FILE-NAME    PIC X(20) VALUE SPACES.
       01 WS-SUMMARY-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       01 WS-MONTH-TEXT             PIC X(06) VALUE SPACES.
       01 WS-CHARGE-MONTH           PIC 9(06) VALUE 0.
       01 WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
           05 WS-CM-YEAR            PIC 9(04).
           05 WS-CM-MONTH           PIC 9(02).
       01 WS-MONTH-END-DATE         PIC 9(08) VALUE 0.
       01 WS-PERIOD-START           PIC 9(08) VALUE 0.
       01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
           05 WS-PS-MONTH           PIC 9(06).
           05 FILLER                PIC 9(02).
       01 WS-PERIOD-END             PIC 9(08) VALUE 0.
       01 WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
           05 WS-PE-MONTH           PIC 9(06).
           05 FILLER                PIC 9(02).
       01 WS-FILE-PERIOD-TAG        PIC X(01) VALUE SPACES.
       01 WS-SUMMARY-SKIPPED        PIC 9(05) VALUE 0.
       01 WS-ROW-DATE               PIC 9(08) VALUE 0.
       01 WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05 WS-ROW-MONTH          PIC 9(06).
           05 FILLER                PIC 9(02).

       01 WS-MINUTE-RATE            PIC 9(05)V9(04) VALUE 0.
       01 WS-MINUTE-RATE-DATE       PIC 9(08) VALUE 0.
       01 WS-THOUSAND-RATE          PIC 9(05)V9(04) VALUE 0.
       01 WS-THOUSAND-RATE-DATE     PIC 9(08) VALUE 0.
       01 WS-PAGE-RATE              PIC 9(05)V9(04) VALUE 0.
       01 WS-PAGE-RATE-DATE         PIC 9(08) VALUE 0.

       01 WS-UNOWNED-DEPT           PIC X(04) VALUE "NONE".
       01 WS-SHARE                  PIC 9(03) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(05) VALUE 0.
       01 WS-RATE-MISSING-COUNT     PIC 9(01) VALUE 0.

       01 WS-OWNER-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-OWNER-MAX              PIC 9(03) COMP VALUE 300.
       01 WS-OWNER-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 300 TIMES.
               10 WS-OW-JOB         PIC X(08).
               10 WS-OW-DEPT        PIC X(04).
               10 WS-OW-SHARE       PIC 9(03).

       01 WS-JOB-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-JOB-MAX                PIC 9(03) COMP VALUE 200.
       01 WS-JOB-SUB                PIC 9(03) COMP VALUE 0.
       01 WS-JOB-HIT                PIC 9(03) COMP VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 200 TIMES.
               10 WS-JB-JOB         PIC X(08).
               10 WS-JB-COUNT-NAME  PIC X(16).
               10 WS-JB-REPORT-ID   PIC X(08).
               10 WS-JB-OWNED-PCT   PIC 9(05).
               10 WS-JB-RUNS        PIC 9(07).
               10 WS-JB-SECONDS     PIC 9(09).
               10 WS-JB-RECORDS     PIC 9(12).
               10 WS-JB-PAGES       PIC 9(07).
       01 WS-JOB-NAME-WANTED        PIC X(08) VALUE SPACES.

       01 WS-LINE-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-LINE-MAX               PIC 9(03) COMP VALUE 600.
       01 WS-LINE-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-LINE-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-CL-ENTRY OCCURS 600 TIMES.
               10 WS-CL-DEPT        PIC X(04).
               10 WS-CL-JOB         PIC X(08).
               10 WS-CL-SECONDS     PIC 9(09).
               10 WS-CL-RECORDS     PIC 9(12).
               10 WS-CL-PAGES       PIC 9(07).
               10 WS-CL-TIME-CHARGE PIC 9(09)V99.
               10 WS-CL-REC-CHARGE  PIC 9(09)V99.
               10 WS-CL-PAGE-CHARGE PIC 9(09)V99.
       01 WS-LINE-DEPT-WANTED       PIC X(04) VALUE SPACES.
       01 WS-LINE-JOB-WANTED        PIC X(08) VALUE SPACES.

       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 600 TIMES.
               10 WS-DP-DEPT        PIC X(04).
               10 WS-DP-SECONDS     PIC 9(09).
               10 WS-DP-RECORDS     PIC 9(12).
               10 WS-DP-PAGES       PIC 9(07).
               10 WS-DP-CHARGE      PIC 9(09)V99.

       01 WS-CUM-SHARE              PIC 9(05) VALUE 0.
       01 WS-CUM-BEFORE             PIC 9(05) VALUE 0.
       01 WS-PART-SECONDS           PIC 9(09) VALUE 0.
       01 WS-PART-RECORDS           PIC 9(12) VALUE 0.
       01 WS-PART-PAGES             PIC 9(07) VALUE 0.
       01 WS-UPTO-NOW               PIC 9(14) VALUE 0.
       01 WS-UPTO-BEFORE            PIC 9(14) VALUE 0.

       01 WS-MONTH-RUNS             PIC 9(07) VALUE 0.
       01 WS-MONTH-SECONDS          PIC 9(09) VALUE 0.
       01 WS-UNTRACKED-SECONDS      PIC 9(09) VALUE 0.
       01 WS-CHARGED-SECONDS        PIC 9(09) VALUE 0.
       01 WS-UNOWNED-SECONDS        PIC 9(09) VALUE 0.
       01 WS-UNOWNED-PAGES          PIC 9(07) VALUE 0.
       01 WS-TOTAL-RECORDS          PIC 9(12) VALUE 0.
       01 WS-TOTAL-PAGES            PIC 9(07) VALUE 0.
       01 WS-TOTAL-CHARGE           PIC 9(09)V99 VALUE 0.
       01 WS-DIFFERENCE             PIC S9(09) VALUE 0.
       01 WS-SPOOLS-CHARGED         PIC 9(05) VALUE 0.
       01 WS-CHARGE-CENTS           PIC 9(12) VALUE 0.

       01 WS-REPORT-ID              PIC X(08) VALUE SPACES.
       01 WS-PAGE-LINES             PIC 9(03) VALUE 60.
       01 WS-REPORT-LINES           PIC 9(07) VALUE 0.
       01 WS-REPORT-PAGES           PIC 9(07) VALUE 0.
       01 WS-BURST-DEPT             PIC X(04) VALUE SPACES.
       01 WS-BURST-SECTION-TAG      PIC X(13) VALUE "*  SECTION   ".

       01 WS-STMT-DEPT              PIC X(04) VALUE SPACES.
       01 WS-STMT-SECONDS           PIC 9(09) VALUE 0.
       01 WS-STMT-RECORDS           PIC 9(12) VALUE 0.
       01 WS-STMT-PAGES             PIC 9(07) VALUE 0.
       01 WS-STMT-TIME-CHARGE       PIC 9(09)V99 VALUE 0.
       01 WS-STMT-REC-CHARGE        PIC 9(09)V99 VALUE 0.
       01 WS-STMT-PAGE-CHARGE       PIC 9(09)V99 VALUE 0.
       01 WS-STMT-CHARGE            PIC 9(09)V99 VALUE 0.
       01 WS-MINUTES                PIC 9(09)V99 VALUE 0.

       01 WS-STMT-HEADING-1.
           05 FILLER                PIC X(34) VALUE
               "BATCH CHARGEBACK STATEMENT - DEPT ".
           05 WS-SH1-DEPT           PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SH1-DEPT-NAME      PIC X(30).
           05 WS-SH1-BASIS          PIC X(07) VALUE " MONTH ".
           05 WS-SH1-MONTH          PIC 9(06).
       01 WS-STMT-HEADING-2.
           05 FILLER                PIC X(13) VALUE
               "COST CENTER ".
           05 WS-SH2-COST-CENTER    PIC X(06).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-SH2-RUN-ID         PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-SH2-RUN-DATE       PIC 9(08).
       01 WS-RATE-LINE.
           05 FILLER                PIC X(17) VALUE
               "RATES PER MINUTE ".
           05 WS-RL-MINUTE          PIC ZZZZ9.9999.
           05 FILLER                PIC X(20) VALUE
               "  PER 1000 RECORDS ".
           05 WS-RL-THOUSAND        PIC ZZZZ9.9999.
           05 FILLER                PIC X(11) VALUE "  PER PAGE ".
           05 WS-RL-PAGE            PIC ZZZZ9.9999.
       01 WS-STMT-HEADING-3.
           05 FILLER                PIC X(44) VALUE
               "JOB STEP    MINUTES    TIME CHG     RECORDS ".
           05 FILLER                PIC X(44) VALUE
               " RECORD CHG   PAGES    PAGE CHG       CHARGE".
       01 WS-STMT-DETAIL.
           05 WS-SD-JOB             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-MINUTES         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-TIME-CHARGE     PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-RECORDS         PIC ZZZZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-REC-CHARGE      PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-PAGES           PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-PAGE-CHARGE     PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SD-CHARGE          PIC ZZZZZZZZ9.99.

       01 WS-SUMM-HEADING-1.
           05 WS-MH1-TITLE          PIC X(34) VALUE
               "BATCH CHARGEBACK SUMMARY - MONTH ".
           05 WS-MH1-MONTH          PIC 9(06).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-MH1-RUN-ID         PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-MH1-RUN-DATE       PIC 9(08).
       01 WS-SUMM-HEADING-2.
           05 FILLER                PIC X(44) VALUE
               "DEPT CENTER NAME                            ".
           05 FILLER                PIC X(43) VALUE
               "  MINUTES      RECORDS   PAGES       CHARGE".
       01 WS-SUMM-DETAIL.
           05 WS-MD-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-COST-CENTER     PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-NAME            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-MINUTES         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-RECORDS         PIC ZZZZZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-PAGES           PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MD-CHARGE          PIC ZZZZZZZZ9.99.
       01 WS-RECON-LINE.
           05 WS-RC-LABEL           PIC X(40).
           05 WS-RC-SECONDS         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(09) VALUE " SECONDS ".
           05 WS-RC-NOTE            PIC X(30).
       01 WS-RUNS-EDIT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-LOAD-RATE-CARD
               PERFORM 1100-LOAD-OWNERSHIP
               PERFORM 2000-GATHER-RUN-TIME
               PERFORM 2200-GATHER-RECORD-COUNTS
               PERFORM 2400-GATHER-PRINTED-PAGES
               PERFORM 3000-ALLOCATE-TO-DEPARTMENTS
               PERFORM 4000-PRINT-THE-STATEMENTS
               PERFORM 4500-PRINT-THE-SUMMARY
               PERFORM 5000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step, and the month being billed.        *>
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
           MOVE "CHGBACK" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-DATE TO WS-ROW-DATE
           MOVE WS-ROW-MONTH TO WS-CHARGE-MONTH
           IF WS-CM-MONTH = 1
               SUBTRACT 1 FROM WS-CM-YEAR
               MOVE 12 TO WS-CM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CM-MONTH
           END-IF
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "CHARGE_MONTH"
           IF WS-MONTH-TEXT IS NUMERIC
               MOVE WS-MONTH-TEXT TO WS-CHARGE-MONTH
           END-IF
           COMPUTE WS-PERIOD-START = WS-CHARGE-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END = WS-CHARGE-MONTH * 100 + 31
           PERFORM 0015-SET-FISCAL-PERIOD
           MOVE WS-PERIOD-END TO WS-MONTH-END-DATE.

      *>----------------------------------------------------------*>
      *> 0015-SET-FISCAL-PERIOD - on a fiscal-period schedule the     *>
      *> period billed is CHARGE_PERIOD, or the fiscal period before  *>
      *> the run date's, and its FISCCAL.CTL dates bound the work     *>
      *> charged.  A period the table does not carry falls back to    *>
      *> the calendar month.                                          *>
      *>----------------------------------------------------------*>
       0015-SET-FISCAL-PERIOD.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "GetJobPeriodBasis" USING JS-JOB-NAME JS-PERIOD-BASIS
           IF JS-FISCAL-BASIS
               MOVE RC-RUN-DATE TO DC-DATE
               CALL "FiscalPeriodOfDate" USING DC-DATE DC-FISCAL-YEAR
                   DC-FISCAL-PERIOD DC-FISCAL-WEEK
               IF DC-FISCAL-PERIOD = 1
                   SUBTRACT 1 FROM DC-FISCAL-YEAR
                   MOVE 12 TO DC-FISCAL-PERIOD
               ELSE
                   SUBTRACT 1 FROM DC-FISCAL-PERIOD
               END-IF
               MOVE SPACES TO WS-MONTH-TEXT
               ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "CHARGE_PERIOD"
               IF WS-MONTH-TEXT IS NUMERIC
                   MOVE WS-MONTH-TEXT(1:4) TO DC-FISCAL-YEAR
                   MOVE WS-MONTH-TEXT(5:2) TO DC-FISCAL-PERIOD
               END-IF
               CALL "FiscalPeriodBounds" USING DC-FISCAL-YEAR
                   DC-FISCAL-PERIOD DC-DATE DC-DATE-2
               IF DC-DATE = 0
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " FISCCAL.CTL has no period " DC-FISCAL-YEAR
                       DC-FISCAL-PERIOD " - billing by calendar month."
                   MOVE SPACES TO JS-PERIOD-BASIS
               ELSE
                   COMPUTE WS-CHARGE-MONTH =
                       DC-FISCAL-YEAR * 100 + DC-FISCAL-PERIOD
                   MOVE DC-DATE TO WS-PERIOD-START
                   MOVE DC-DATE-2 TO WS-PERIOD-END
                   MOVE "P" TO WS-FILE-PERIOD-TAG
                   MOVE " FY/PD " TO WS-SH1-BASIS
                   MOVE "BATCH CHARGEBACK SUMMARY - PERIOD "
                       TO WS-MH1-TITLE
               END-IF
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
      *> 0030-MARK-JOB-COMPLETE - 0 clean; 4 when work went to NONE,  *>
      *> a control row was rejected, a rate is missing or a rolled-up *>
      *> month overlaps the fiscal period; 8 when the run time        *>
      *> charged does not reconcile to the month's total.             *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-DIFFERENCE NOT = 0
               MOVE 8 TO WS-CONDITION
           END-IF
           IF WS-CONDITION = 0
               IF WS-UNOWNED-SECONDS > 0 OR WS-UNOWNED-PAGES > 0
                   OR WS-REJECTED-COUNT > 0
                   OR WS-RATE-MISSING-COUNT > 0
                   OR WS-SUMMARY-SKIPPED > 0
                   MOVE 4 TO WS-CONDITION
               END-IF
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-RATE-CARD - the latest CHGRATE.CTL row of each     *>
      *> kind in force by the end of the month.  A rate with no row   *>
      *> bills at zero and is announced.                              *>
      *>----------------------------------------------------------*>
       1000-LOAD-RATE-CARD.
           OPEN INPUT CHARGE-RATE-CTL
           IF WS-CR-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-READ-ONE-RATE
                   UNTIL WS-AT-END
               CLOSE CHARGE-RATE-CTL
           END-IF
           IF WS-MINUTE-RATE-DATE = 0
               MOVE "MINUTE" TO CR-RATE-CODE
               PERFORM 1090-NOTE-MISSING-RATE
           END-IF
           IF WS-THOUSAND-RATE-DATE = 0
               MOVE "KRECORDS" TO CR-RATE-CODE
               PERFORM 1090-NOTE-MISSING-RATE
           END-IF
           IF WS-PAGE-RATE-DATE = 0
               MOVE "PAGE" TO CR-RATE-CODE
               PERFORM 1090-NOTE-MISSING-RATE
           END-IF.

       1010-READ-ONE-RATE.
           READ CHARGE-RATE-CTL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CR-RATE-CODE(1:1) NOT = "*"
                       AND CR-RATE-CODE NOT = SPACES
                       PERFORM 1020-TAKE-ONE-RATE
                   END-IF
           END-READ.

       1020-TAKE-ONE-RATE.
           IF CR-EFFECTIVE-DATE IS NOT NUMERIC
               OR CR-RATE IS NOT NUMERIC
               OR NOT (CR-PER-MINUTE OR CR-PER-THOUSAND
                   OR CR-PER-PAGE)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CHGRATE row rejected: " CHARGE-RATE-RECORD
           ELSE
               IF CR-EFFECTIVE-DATE NOT > WS-MONTH-END-DATE
                   EVALUATE TRUE
                       WHEN CR-PER-MINUTE
                           IF CR-EFFECTIVE-DATE
                                   NOT < WS-MINUTE-RATE-DATE
                               MOVE CR-EFFECTIVE-DATE
                                   TO WS-MINUTE-RATE-DATE
                               MOVE CR-RATE TO WS-MINUTE-RATE
                           END-IF
                       WHEN CR-PER-THOUSAND
                           IF CR-EFFECTIVE-DATE
                                   NOT < WS-THOUSAND-RATE-DATE
                               MOVE CR-EFFECTIVE-DATE
                                   TO WS-THOUSAND-RATE-DATE
                               MOVE CR-RATE TO WS-THOUSAND-RATE
                           END-IF
                       WHEN CR-PER-PAGE
                           IF CR-EFFECTIVE-DATE
                                   NOT < WS-PAGE-RATE-DATE
                               MOVE CR-EFFECTIVE-DATE
                                   TO WS-PAGE-RATE-DATE
                               MOVE CR-RATE TO WS-PAGE-RATE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       1090-NOTE-MISSING-RATE.
           ADD 1 TO WS-RATE-MISSING-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No " CR-RATE-CODE " rate in force for "
               WS-CHARGE-MONTH " on CHGRATE.CTL - billed at zero"
           MOVE "CHGBACK" TO LE-PROGRAM-NAME
           MOVE "1000-LOAD-RATE-CARD" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No CHGRATE.CTL rate in force: " DELIMITED BY SIZE
               CR-RATE-CODE DELIMITED BY SPACE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-OWNERSHIP - JOBOWNER.CTL into the owner table,     *>
      *> with a job-table row for every step named, so a step that    *>
      *> did not run this month still holds its record-count total    *>
      *> and report ID.  Departments must be active.                  *>
      *>----------------------------------------------------------*>
       1100-LOAD-OWNERSHIP.
           OPEN INPUT JOB-OWNER-CTL
           IF WS-JO-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-READ-ONE-OWNER
                   UNTIL WS-AT-END
               CLOSE JOB-OWNER-CTL
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No JOBOWNER.CTL - all work is billed to "
                   WS-UNOWNED-DEPT
           END-IF.

       1110-READ-ONE-OWNER.
           READ JOB-OWNER-CTL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JO-JOB-NAME(1:1) NOT = "*"
                       AND JO-JOB-NAME NOT = SPACES
                       PERFORM 1120-TAKE-ONE-OWNER
                           THRU 1120-TAKE-ONE-OWNER-EXIT
                   END-IF
           END-READ.

       1120-TAKE-ONE-OWNER.
           IF JO-SHARE-TEXT = SPACES
               MOVE 100 TO WS-SHARE
           ELSE
               IF JO-SHARE-TEXT IS NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " JOBOWNER share not numeric: "
                       JOB-OWNER-RECORD
                   GO TO 1120-TAKE-ONE-OWNER-EXIT
               END-IF
               MOVE JO-SHARE-TEXT TO WS-SHARE
           END-IF
           MOVE JO-DEPT-CODE TO DeptCode
           CALL "ValidateDeptCode" USING DeptCode DeptFoundFlag
           IF NOT DeptWasFound
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " JOBOWNER department not active: "
                   JOB-OWNER-RECORD
               GO TO 1120-TAKE-ONE-OWNER-EXIT
           END-IF
           IF WS-OWNER-COUNT NOT < WS-OWNER-MAX
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 300 JOBOWNER rows - "
                   JO-JOB-NAME " " JO-DEPT-CODE " not loaded"
               GO TO 1120-TAKE-ONE-OWNER-EXIT
           END-IF
           MOVE JO-JOB-NAME TO WS-JOB-NAME-WANTED
           PERFORM 2900-FIND-OR-ADD-JOB
           IF WS-JOB-HIT = 0
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 1120-TAKE-ONE-OWNER-EXIT
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE JO-JOB-NAME TO WS-OW-JOB(WS-OWNER-COUNT)
           MOVE JO-DEPT-CODE TO WS-OW-DEPT(WS-OWNER-COUNT)
           MOVE WS-SHARE TO WS-OW-SHARE(WS-OWNER-COUNT)
           ADD WS-SHARE TO WS-JB-OWNED-PCT(WS-JOB-HIT)
           IF WS-JB-COUNT-NAME(WS-JOB-HIT) = SPACES
               MOVE JO-COUNT-TOTAL-NAME
                   TO WS-JB-COUNT-NAME(WS-JOB-HIT)
           END-IF
           IF WS-JB-REPORT-ID(WS-JOB-HIT) = SPACES
               MOVE JO-REPORT-ID TO WS-JB-REPORT-ID(WS-JOB-HIT)
           END-IF.
       1120-TAKE-ONE-OWNER-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2000-GATHER-RUN-TIME - every run of the month: the detail    *>
      *> still on RUNLOG.DAT and the monthly totals HistoryRotate     *>
      *> has already rolled into RUNSUMM.DAT.  Run time of a step     *>
      *> the job table has no room for is counted in the month's      *>
      *> total but cannot be billed - the reconciliation shows it.    *>
      *>----------------------------------------------------------*>
       2000-GATHER-RUN-TIME.
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-READ-ONE-RUN
                   UNTIL WS-AT-END
               CLOSE RUN-LOG
           END-IF
           OPEN INPUT RUN-SUMMARY
           IF WS-RSUM-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2020-READ-ONE-RUN-SUMMARY
                   UNTIL WS-AT-END
               CLOSE RUN-SUMMARY
           END-IF.

       2010-READ-ONE-RUN.
           READ RUN-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JT-LOG-RUN-DATE IS NUMERIC
                       AND JT-LOG-DURATION-SECONDS IS NUMERIC
                       MOVE JT-LOG-RUN-DATE TO WS-ROW-DATE
                       IF WS-ROW-DATE NOT < WS-PERIOD-START
                           AND WS-ROW-DATE NOT > WS-PERIOD-END
                           ADD 1 TO WS-MONTH-RUNS
                           ADD JT-LOG-DURATION-SECONDS
                               TO WS-MONTH-SECONDS
                           MOVE JT-LOG-JOB-NAME TO WS-JOB-NAME-WANTED
                           PERFORM 2900-FIND-OR-ADD-JOB
                           IF WS-JOB-HIT = 0
                               ADD JT-LOG-DURATION-SECONDS
                                   TO WS-UNTRACKED-SECONDS
                           ELSE
                               ADD 1 TO WS-JB-RUNS(WS-JOB-HIT)
                               ADD JT-LOG-DURATION-SECONDS
                                   TO WS-JB-SECONDS(WS-JOB-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2020-READ-ONE-RUN-SUMMARY.
           READ RUN-SUMMARY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JS-FISCAL-BASIS
                       PERFORM 2030-NOTE-ONE-RUN-SUMMARY
                   END-IF
                   IF RS-YEAR-MONTH = WS-CHARGE-MONTH
                       AND NOT JS-FISCAL-BASIS
                       AND RS-RUN-COUNT IS NUMERIC
                       AND RS-TOTAL-SECONDS IS NUMERIC
                       ADD RS-RUN-COUNT TO WS-MONTH-RUNS
                       ADD RS-TOTAL-SECONDS TO WS-MONTH-SECONDS
                       MOVE RS-JOB-NAME TO WS-JOB-NAME-WANTED
                       PERFORM 2900-FIND-OR-ADD-JOB
                       IF WS-JOB-HIT = 0
                           ADD RS-TOTAL-SECONDS
                               TO WS-UNTRACKED-SECONDS
                       ELSE
                           ADD RS-RUN-COUNT TO WS-JB-RUNS(WS-JOB-HIT)
                           ADD RS-TOTAL-SECONDS
                               TO WS-JB-SECONDS(WS-JOB-HIT)
                       END-IF
                   END-IF
           END-READ.

      *> a rolled-up month overlapping the fiscal period cannot be
      *> split at the period boundary - counted, not charged
       2030-NOTE-ONE-RUN-SUMMARY.
           IF RS-YEAR-MONTH NOT < WS-PS-MONTH
               AND RS-YEAR-MONTH NOT > WS-PE-MONTH
               ADD 1 TO WS-SUMMARY-SKIPPED
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-GATHER-RECORD-COUNTS - the month's values of each       *>
      *> step's named record-count total, from CTLTOTAL.DAT and the   *>
      *> CTLSUMM.DAT monthly sums rolled out of it.                   *>
      *>----------------------------------------------------------*>
       2200-GATHER-RECORD-COUNTS.
           OPEN INPUT CONTROL-TOTALS
           IF WS-CTL-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2210-READ-ONE-CONTROL-TOTAL
                   UNTIL WS-AT-END
               CLOSE CONTROL-TOTALS
           END-IF
           OPEN INPUT CONTROL-TOTALS-SUMMARY
           IF WS-CSUM-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2220-READ-ONE-TOTAL-SUMMARY
                   UNTIL WS-AT-END
               CLOSE CONTROL-TOTALS-SUMMARY
           END-IF.

       2210-READ-ONE-CONTROL-TOTAL.
           READ CONTROL-TOTALS
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CT-RUN-DATE IS NUMERIC
                       AND CT-TOTAL-VALUE IS NUMERIC
                       MOVE CT-RUN-DATE TO WS-ROW-DATE
                       IF WS-ROW-DATE NOT < WS-PERIOD-START
                           AND WS-ROW-DATE NOT > WS-PERIOD-END
                           MOVE CT-JOB-STEP TO WS-JOB-NAME-WANTED
                           PERFORM 2910-FIND-JOB
                           IF WS-JOB-HIT > 0
                               IF CT-TOTAL-NAME
                                   = WS-JB-COUNT-NAME(WS-JOB-HIT)
                                   AND CT-TOTAL-NAME NOT = SPACES
                                   ADD CT-TOTAL-VALUE
                                       TO WS-JB-RECORDS(WS-JOB-HIT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2220-READ-ONE-TOTAL-SUMMARY.
           READ CONTROL-TOTALS-SUMMARY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JS-FISCAL-BASIS
                       PERFORM 2230-NOTE-ONE-TOTAL-SUMMARY
                   END-IF
                   IF CS-YEAR-MONTH = WS-CHARGE-MONTH
                       AND NOT JS-FISCAL-BASIS
                       AND CS-VALUE-SUM IS NUMERIC
                       MOVE CS-JOB-STEP TO WS-JOB-NAME-WANTED
                       PERFORM 2910-FIND-JOB
                       IF WS-JOB-HIT > 0
                           IF CS-TOTAL-NAME
                               = WS-JB-COUNT-NAME(WS-JOB-HIT)
                               AND CS-TOTAL-NAME NOT = SPACES
                               ADD CS-VALUE-SUM
                                   TO WS-JB-RECORDS(WS-JOB-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2230-NOTE-ONE-TOTAL-SUMMARY.
           IF CS-YEAR-MONTH NOT < WS-PS-MONTH
               AND CS-YEAR-MONTH NOT > WS-PE-MONTH
               ADD 1 TO WS-SUMMARY-SKIPPED
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-GATHER-PRINTED-PAGES - spool entries submitted in the   *>
      *> month and printed.  Pages are counted off the retained copy  *>
      *> as SpoolWriter pages it, plus its banner and trailer pages.  *>
      *> A burst section goes to the department on its SECTION line;  *>
      *> otherwise the report ID finds the step that owns it.         *>
      *>----------------------------------------------------------*>
       2400-GATHER-PRINTED-PAGES.
           OPEN INPUT SPOOL-QUEUE
           IF WS-SPQ-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2410-READ-ONE-SPOOL-ROW
                   UNTIL WS-AT-END
               CLOSE SPOOL-QUEUE
           END-IF.

       2410-READ-ONE-SPOOL-ROW.
           READ SPOOL-QUEUE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SQ-PRINTED AND SQ-SUBMIT-DATE IS NUMERIC
                       MOVE SQ-SUBMIT-DATE TO WS-ROW-DATE
                       IF WS-ROW-DATE NOT < WS-PERIOD-START
                           AND WS-ROW-DATE NOT > WS-PERIOD-END
                           PERFORM 2420-CHARGE-ONE-SPOOL
                       END-IF
                   END-IF
           END-READ.

       2420-CHARGE-ONE-SPOOL.
           ADD 1 TO WS-SPOOLS-CHARGED
           MOVE SPACES TO WS-RETAINED-NAME
           STRING "SPOOL/SPL" DELIMITED BY SIZE
               SQ-SPOOL-NUMBER DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WS-RETAINED-NAME
           PERFORM 2430-MEASURE-THE-COPY
           ADD 2 TO WS-REPORT-PAGES
           ADD WS-REPORT-PAGES TO WS-TOTAL-PAGES
           IF WS-BURST-DEPT NOT = SPACES
               MOVE WS-BURST-DEPT TO WS-LINE-DEPT-WANTED
               MOVE "(BURST)" TO WS-LINE-JOB-WANTED
               PERFORM 3900-FIND-OR-ADD-LINE
               IF WS-LINE-HIT > 0
                   ADD WS-REPORT-PAGES TO WS-CL-PAGES(WS-LINE-HIT)
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-ID
               UNSTRING SQ-REPORT-NAME DELIMITED BY "."
                   INTO WS-REPORT-ID
               MOVE 0 TO WS-JOB-HIT
               PERFORM 2440-MATCH-ONE-REPORT-ID
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                       OR WS-JOB-HIT > 0
               IF WS-JOB-HIT > 0
                   ADD WS-REPORT-PAGES TO WS-JB-PAGES(WS-JOB-HIT)
               ELSE
                   MOVE WS-UNOWNED-DEPT TO WS-LINE-DEPT-WANTED
                   MOVE "(PRINT)" TO WS-LINE-JOB-WANTED
                   PERFORM 3900-FIND-OR-ADD-LINE
                   IF WS-LINE-HIT > 0
                       ADD WS-REPORT-PAGES TO WS-CL-PAGES(WS-LINE-HIT)
                   END-IF
                   ADD WS-REPORT-PAGES TO WS-UNOWNED-PAGES
               END-IF
           END-IF.

       2430-MEASURE-THE-COPY.
           MOVE 0 TO WS-REPORT-LINES
           MOVE SPACES TO WS-BURST-DEPT
           MOVE "N" TO WS-RET-EOF
           OPEN INPUT RETAINED-COPY
           IF WS-RET-OK
               PERFORM 2435-MEASURE-ONE-LINE
                   UNTIL WS-RET-AT-END
               CLOSE RETAINED-COPY
           END-IF
           COMPUTE WS-REPORT-PAGES =
               (WS-REPORT-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           IF WS-REPORT-PAGES = 0
               MOVE 1 TO WS-REPORT-PAGES
           END-IF.

       2435-MEASURE-ONE-LINE.
           READ RETAINED-COPY
               AT END
                   SET WS-RET-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPORT-LINES
                   IF WS-REPORT-LINES < 7
                       AND RETAINED-LINE(1:13) = WS-BURST-SECTION-TAG
                       MOVE RETAINED-LINE(14:4) TO WS-BURST-DEPT
                   END-IF
           END-READ.

       2440-MATCH-ONE-REPORT-ID.
           IF WS-JB-REPORT-ID(WS-JOB-SUB) = WS-REPORT-ID
               AND WS-REPORT-ID NOT = SPACES
               MOVE WS-JOB-SUB TO WS-JOB-HIT
           END-IF.

       2900-FIND-OR-ADD-JOB.
           PERFORM 2910-FIND-JOB
           IF WS-JOB-HIT = 0 AND WS-JOB-COUNT < WS-JOB-MAX
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-HIT
               MOVE WS-JOB-NAME-WANTED TO WS-JB-JOB(WS-JOB-HIT)
               MOVE SPACES TO WS-JB-COUNT-NAME(WS-JOB-HIT)
               MOVE SPACES TO WS-JB-REPORT-ID(WS-JOB-HIT)
               MOVE 0 TO WS-JB-OWNED-PCT(WS-JOB-HIT)
               MOVE 0 TO WS-JB-RUNS(WS-JOB-HIT)
               MOVE 0 TO WS-JB-SECONDS(WS-JOB-HIT)
               MOVE 0 TO WS-JB-RECORDS(WS-JOB-HIT)
               MOVE 0 TO WS-JB-PAGES(WS-JOB-HIT)
           END-IF
           IF WS-JOB-HIT = 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 200 job steps - " WS-JOB-NAME-WANTED
                   " cannot be billed"
           END-IF.

       2910-FIND-JOB.
           MOVE 0 TO WS-JOB-HIT
           PERFORM 2920-MATCH-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   OR WS-JOB-HIT > 0.

       2920-MATCH-ONE-JOB.
           IF WS-JB-JOB(WS-JOB-SUB) = WS-JOB-NAME-WANTED
               MOVE WS-JOB-SUB TO WS-JOB-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-ALLOCATE-TO-DEPARTMENTS - each step's seconds, records  *>
      *> and pages are split by its owners' cumulative shares, so     *>
      *> the parts always add back to the whole; what the shares do   *>
      *> not cover goes to NONE.  A step whose shares pass 100% is    *>
      *> announced and billed wholly to NONE until it is put right.   *>
      *>----------------------------------------------------------*>
       3000-ALLOCATE-TO-DEPARTMENTS.
           PERFORM 3010-ALLOCATE-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           PERFORM 3300-PRICE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.

       3010-ALLOCATE-ONE-JOB.
           IF WS-JB-SECONDS(WS-JOB-SUB) > 0
               OR WS-JB-RECORDS(WS-JOB-SUB) > 0
               OR WS-JB-PAGES(WS-JOB-SUB) > 0
               MOVE 0 TO WS-CUM-SHARE
               IF WS-JB-OWNED-PCT(WS-JOB-SUB) > 100
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " JOBOWNER shares for " WS-JB-JOB(WS-JOB-SUB)
                       " total " WS-JB-OWNED-PCT(WS-JOB-SUB)
                       "% - billed to " WS-UNOWNED-DEPT
               ELSE
                   PERFORM 3020-SHARE-TO-ONE-OWNER
                       VARYING WS-OWNER-SUB FROM 1 BY 1
                       UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
               END-IF
               IF WS-CUM-SHARE < 100
                   MOVE WS-UNOWNED-DEPT TO WS-LINE-DEPT-WANTED
                   MOVE 100 TO WS-SHARE
                   PERFORM 3100-POST-ONE-SHARE
                   ADD WS-PART-SECONDS TO WS-UNOWNED-SECONDS
                   ADD WS-PART-PAGES TO WS-UNOWNED-PAGES
               END-IF
           END-IF.

       3020-SHARE-TO-ONE-OWNER.
           IF WS-OW-JOB(WS-OWNER-SUB) = WS-JB-JOB(WS-JOB-SUB)
               MOVE WS-OW-DEPT(WS-OWNER-SUB) TO WS-LINE-DEPT-WANTED
               COMPUTE WS-SHARE =
                   WS-CUM-SHARE + WS-OW-SHARE(WS-OWNER-SUB)
               PERFORM 3100-POST-ONE-SHARE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3100-POST-ONE-SHARE - the slice of the step between the      *>
      *> cumulative share so far and WS-SHARE, to the wanted line.    *>
      *>----------------------------------------------------------*>
       3100-POST-ONE-SHARE.
           MOVE WS-CUM-SHARE TO WS-CUM-BEFORE
           MOVE WS-SHARE TO WS-CUM-SHARE
           COMPUTE WS-UPTO-NOW =
               WS-JB-SECONDS(WS-JOB-SUB) * WS-CUM-SHARE / 100
           COMPUTE WS-UPTO-BEFORE =
               WS-JB-SECONDS(WS-JOB-SUB) * WS-CUM-BEFORE / 100
           COMPUTE WS-PART-SECONDS = WS-UPTO-NOW - WS-UPTO-BEFORE
           COMPUTE WS-UPTO-NOW =
               WS-JB-RECORDS(WS-JOB-SUB) * WS-CUM-SHARE / 100
           COMPUTE WS-UPTO-BEFORE =
               WS-JB-RECORDS(WS-JOB-SUB) * WS-CUM-BEFORE / 100
           COMPUTE WS-PART-RECORDS = WS-UPTO-NOW - WS-UPTO-BEFORE
           COMPUTE WS-UPTO-NOW =
               WS-JB-PAGES(WS-JOB-SUB) * WS-CUM-SHARE / 100
           COMPUTE WS-UPTO-BEFORE =
               WS-JB-PAGES(WS-JOB-SUB) * WS-CUM-BEFORE / 100
           COMPUTE WS-PART-PAGES = WS-UPTO-NOW - WS-UPTO-BEFORE
           MOVE WS-JB-JOB(WS-JOB-SUB) TO WS-LINE-JOB-WANTED
           PERFORM 3900-FIND-OR-ADD-LINE
           IF WS-LINE-HIT > 0
               ADD WS-PART-SECONDS TO WS-CL-SECONDS(WS-LINE-HIT)
               ADD WS-PART-RECORDS TO WS-CL-RECORDS(WS-LINE-HIT)
               ADD WS-PART-PAGES TO WS-CL-PAGES(WS-LINE-HIT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3300-PRICE-ONE-LINE - price a department line off the rate   *>
      *> card and roll it into its department and the grand totals.   *>
      *>----------------------------------------------------------*>
       3300-PRICE-ONE-LINE.
           COMPUTE WS-CL-TIME-CHARGE(WS-LINE-SUB) ROUNDED =
               WS-CL-SECONDS(WS-LINE-SUB) * WS-MINUTE-RATE / 60
           COMPUTE WS-CL-REC-CHARGE(WS-LINE-SUB) ROUNDED =
               WS-CL-RECORDS(WS-LINE-SUB) * WS-THOUSAND-RATE / 1000
           COMPUTE WS-CL-PAGE-CHARGE(WS-LINE-SUB) ROUNDED =
               WS-CL-PAGES(WS-LINE-SUB) * WS-PAGE-RATE
           MOVE 0 TO WS-DEPT-HIT
           PERFORM 3310-MATCH-ONE-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT > 0
           IF WS-DEPT-HIT = 0
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-CL-DEPT(WS-LINE-SUB) TO WS-DP-DEPT(WS-DEPT-HIT)
               MOVE 0 TO WS-DP-SECONDS(WS-DEPT-HIT)
               MOVE 0 TO WS-DP-RECORDS(WS-DEPT-HIT)
               MOVE 0 TO WS-DP-PAGES(WS-DEPT-HIT)
               MOVE 0 TO WS-DP-CHARGE(WS-DEPT-HIT)
           END-IF
           ADD WS-CL-SECONDS(WS-LINE-SUB) TO WS-DP-SECONDS(WS-DEPT-HIT)
           ADD WS-CL-RECORDS(WS-LINE-SUB) TO WS-DP-RECORDS(WS-DEPT-HIT)
           ADD WS-CL-PAGES(WS-LINE-SUB) TO WS-DP-PAGES(WS-DEPT-HIT)
           ADD WS-CL-TIME-CHARGE(WS-LINE-SUB)
               WS-CL-REC-CHARGE(WS-LINE-SUB)
               WS-CL-PAGE-CHARGE(WS-LINE-SUB)
               TO WS-DP-CHARGE(WS-DEPT-HIT)
           ADD WS-CL-SECONDS(WS-LINE-SUB) TO WS-CHARGED-SECONDS
           ADD WS-CL-RECORDS(WS-LINE-SUB) TO WS-TOTAL-RECORDS
           ADD WS-CL-TIME-CHARGE(WS-LINE-SUB)
               WS-CL-REC-CHARGE(WS-LINE-SUB)
               WS-CL-PAGE-CHARGE(WS-LINE-SUB)
               TO WS-TOTAL-CHARGE.

       3310-MATCH-ONE-DEPT.
           IF WS-DP-DEPT(WS-DEPT-SUB) = WS-CL-DEPT(WS-LINE-SUB)
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3900-FIND-OR-ADD-LINE - the department line for WS-LINE-     *>
      *> DEPT-WANTED and WS-LINE-JOB-WANTED.  The department table    *>
      *> is sized to the line table, so a line always has a home.     *>
      *>----------------------------------------------------------*>
       3900-FIND-OR-ADD-LINE.
           MOVE 0 TO WS-LINE-HIT
           PERFORM 3910-MATCH-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   OR WS-LINE-HIT > 0
           IF WS-LINE-HIT = 0 AND WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-HIT
               MOVE WS-LINE-DEPT-WANTED TO WS-CL-DEPT(WS-LINE-HIT)
               MOVE WS-LINE-JOB-WANTED TO WS-CL-JOB(WS-LINE-HIT)
               MOVE 0 TO WS-CL-SECONDS(WS-LINE-HIT)
               MOVE 0 TO WS-CL-RECORDS(WS-LINE-HIT)
               MOVE 0 TO WS-CL-PAGES(WS-LINE-HIT)
               MOVE 0 TO WS-CL-TIME-CHARGE(WS-LINE-HIT)
               MOVE 0 TO WS-CL-REC-CHARGE(WS-LINE-HIT)
               MOVE 0 TO WS-CL-PAGE-CHARGE(WS-LINE-HIT)
           END-IF
           IF WS-LINE-HIT = 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 600 statement lines - "
                   WS-LINE-DEPT-WANTED " " WS-LINE-JOB-WANTED
                   " cannot be billed"
           END-IF.

       3910-MATCH-ONE-LINE.
           IF WS-CL-DEPT(WS-LINE-SUB) = WS-LINE-DEPT-WANTED
               AND WS-CL-JOB(WS-LINE-SUB) = WS-LINE-JOB-WANTED
               MOVE WS-LINE-SUB TO WS-LINE-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-PRINT-THE-STATEMENTS - CHGSTMT.yyyymm, one statement    *>
      *> per department, every line noted in the burst index under    *>
      *> its department so ReportBurst can route the statements.      *>
      *>----------------------------------------------------------*>
       4000-PRINT-THE-STATEMENTS.
           MOVE SPACES TO WS-STATEMENT-FILE-NAME
           STRING "CHGSTMT." DELIMITED BY SIZE
               WS-FILE-PERIOD-TAG DELIMITED BY SPACE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               INTO WS-STATEMENT-FILE-NAME
           OPEN OUTPUT STATEMENT-REPORT
           MOVE WS-STATEMENT-FILE-NAME TO BX-REPORT-FILE-NAME
           CALL "OpenBurstIndex" USING BX-REPORT-FILE-NAME
           MOVE WS-MINUTE-RATE TO WS-RL-MINUTE
           MOVE WS-THOUSAND-RATE TO WS-RL-THOUSAND
           MOVE WS-PAGE-RATE TO WS-RL-PAGE
           PERFORM 4100-PRINT-ONE-STATEMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CALL "CloseBurstIndex"
           CLOSE STATEMENT-REPORT.

       4100-PRINT-ONE-STATEMENT.
           MOVE WS-DP-DEPT(WS-DEPT-SUB) TO WS-STMT-DEPT
           PERFORM 4900-RESOLVE-DEPT
           MOVE WS-STMT-DEPT TO WS-SH1-DEPT
           MOVE DeptName TO WS-SH1-DEPT-NAME
           MOVE WS-CHARGE-MONTH TO WS-SH1-MONTH
           MOVE WS-STMT-HEADING-1 TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE DeptCostCenter TO WS-SH2-COST-CENTER
           MOVE RC-RUN-ID TO WS-SH2-RUN-ID
           MOVE RC-RUN-DATE TO WS-SH2-RUN-DATE
           MOVE WS-STMT-HEADING-2 TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE WS-RATE-LINE TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE SPACES TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE WS-STMT-HEADING-3 TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE 0 TO WS-STMT-SECONDS
           MOVE 0 TO WS-STMT-RECORDS
           MOVE 0 TO WS-STMT-PAGES
           MOVE 0 TO WS-STMT-TIME-CHARGE
           MOVE 0 TO WS-STMT-REC-CHARGE
           MOVE 0 TO WS-STMT-PAGE-CHARGE
           PERFORM 4110-PRINT-ONE-STATEMENT-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE "TOTAL" TO WS-SD-JOB
           COMPUTE WS-MINUTES ROUNDED = WS-STMT-SECONDS / 60
           MOVE WS-MINUTES TO WS-SD-MINUTES
           MOVE WS-STMT-TIME-CHARGE TO WS-SD-TIME-CHARGE
           MOVE WS-STMT-RECORDS TO WS-SD-RECORDS
           MOVE WS-STMT-REC-CHARGE TO WS-SD-REC-CHARGE
           MOVE WS-STMT-PAGES TO WS-SD-PAGES
           MOVE WS-STMT-PAGE-CHARGE TO WS-SD-PAGE-CHARGE
           MOVE WS-DP-CHARGE(WS-DEPT-SUB) TO WS-SD-CHARGE
           MOVE WS-STMT-DETAIL TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE
           MOVE SPACES TO CS-STATEMENT-LINE
           PERFORM 4910-EMIT-STATEMENT-LINE.

       4110-PRINT-ONE-STATEMENT-LINE.
           IF WS-CL-DEPT(WS-LINE-SUB) = WS-STMT-DEPT
               MOVE SPACES TO WS-STMT-DETAIL
               MOVE WS-CL-JOB(WS-LINE-SUB) TO WS-SD-JOB
               COMPUTE WS-MINUTES ROUNDED =
                   WS-CL-SECONDS(WS-LINE-SUB) / 60
               MOVE WS-MINUTES TO WS-SD-MINUTES
               MOVE WS-CL-TIME-CHARGE(WS-LINE-SUB) TO WS-SD-TIME-CHARGE
               MOVE WS-CL-RECORDS(WS-LINE-SUB) TO WS-SD-RECORDS
               MOVE WS-CL-REC-CHARGE(WS-LINE-SUB) TO WS-SD-REC-CHARGE
               MOVE WS-CL-PAGES(WS-LINE-SUB) TO WS-SD-PAGES
               MOVE WS-CL-PAGE-CHARGE(WS-LINE-SUB) TO WS-SD-PAGE-CHARGE
               COMPUTE WS-STMT-CHARGE =
                   WS-CL-TIME-CHARGE(WS-LINE-SUB)
                   + WS-CL-REC-CHARGE(WS-LINE-SUB)
                   + WS-CL-PAGE-CHARGE(WS-LINE-SUB)
               MOVE WS-STMT-CHARGE TO WS-SD-CHARGE
               MOVE WS-STMT-DETAIL TO CS-STATEMENT-LINE
               PERFORM 4910-EMIT-STATEMENT-LINE
               ADD WS-CL-SECONDS(WS-LINE-SUB) TO WS-STMT-SECONDS
               ADD WS-CL-RECORDS(WS-LINE-SUB) TO WS-STMT-RECORDS
               ADD WS-CL-PAGES(WS-LINE-SUB) TO WS-STMT-PAGES
               ADD WS-CL-TIME-CHARGE(WS-LINE-SUB)
                   TO WS-STMT-TIME-CHARGE
               ADD WS-CL-REC-CHARGE(WS-LINE-SUB)
                   TO WS-STMT-REC-CHARGE
               ADD WS-CL-PAGE-CHARGE(WS-LINE-SUB)
                   TO WS-STMT-PAGE-CHARGE
           END-IF.

      *>----------------------------------------------------------*>
      *> 4500-PRINT-THE-SUMMARY - CHGSUMM.yyyymm: a line per          *>
      *> department, the grand total, and the run time charged        *>
      *> reconciled to the run time logged for the month.             *>
      *>----------------------------------------------------------*>
       4500-PRINT-THE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-FILE-NAME
           STRING "CHGSUMM." DELIMITED BY SIZE
               WS-FILE-PERIOD-TAG DELIMITED BY SPACE
               WS-CHARGE-MONTH DELIMITED BY SIZE
               INTO WS-SUMMARY-FILE-NAME
           OPEN OUTPUT SUMMARY-REPORT
           MOVE WS-CHARGE-MONTH TO WS-MH1-MONTH
           MOVE RC-RUN-ID TO WS-MH1-RUN-ID
           MOVE RC-RUN-DATE TO WS-MH1-RUN-DATE
           MOVE WS-SUMM-HEADING-1 TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE WS-RATE-LINE TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE SPACES TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE WS-SUMM-HEADING-2 TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           PERFORM 4510-PRINT-ONE-DEPT-TOTAL
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO WS-SUMM-DETAIL
           MOVE "ALL DEPARTMENTS" TO WS-MD-NAME
           COMPUTE WS-MINUTES ROUNDED = WS-CHARGED-SECONDS / 60
           MOVE WS-MINUTES TO WS-MD-MINUTES
           MOVE WS-TOTAL-RECORDS TO WS-MD-RECORDS
           MOVE WS-TOTAL-PAGES TO WS-MD-PAGES
           MOVE WS-TOTAL-CHARGE TO WS-MD-CHARGE
           MOVE WS-SUMM-DETAIL TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE SPACES TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE SPACES TO WS-RECON-LINE
           MOVE WS-MONTH-RUNS TO WS-RUNS-EDIT
           STRING "RUN TIME LOGGED (" DELIMITED BY SIZE
               WS-RUNS-EDIT DELIMITED BY SIZE
               " RUNS)" DELIMITED BY SIZE
               INTO WS-RC-LABEL
           MOVE WS-MONTH-SECONDS TO WS-RC-SECONDS
           MOVE "RUNLOG.DAT + RUNSUMM.DAT" TO WS-RC-NOTE
           MOVE WS-RECON-LINE TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE SPACES TO WS-RECON-LINE
           MOVE "RUN TIME CHARGED TO DEPARTMENTS" TO WS-RC-LABEL
           MOVE WS-CHARGED-SECONDS TO WS-RC-SECONDS
           MOVE WS-RECON-LINE TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           MOVE SPACES TO WS-RECON-LINE
           MOVE "  OF WHICH BILLED TO NONE" TO WS-RC-LABEL
           MOVE WS-UNOWNED-SECONDS TO WS-RC-SECONDS
           MOVE WS-RECON-LINE TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           IF WS-UNTRACKED-SECONDS > 0
               MOVE SPACES TO WS-RECON-LINE
               MOVE "NOT BILLABLE - JOB TABLE FULL" TO WS-RC-LABEL
               MOVE WS-UNTRACKED-SECONDS TO WS-RC-SECONDS
               MOVE WS-RECON-LINE TO CS-SUMMARY-LINE
               PERFORM 4920-EMIT-SUMMARY-LINE
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-MONTH-SECONDS - WS-CHARGED-SECONDS
           MOVE SPACES TO WS-RECON-LINE
           MOVE "DIFFERENCE" TO WS-RC-LABEL
           IF WS-DIFFERENCE < 0
               COMPUTE WS-RC-SECONDS = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-RC-SECONDS
           END-IF
           IF WS-DIFFERENCE = 0
               MOVE "IN BALANCE" TO WS-RC-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-RC-NOTE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Chargeback out of balance by " WS-DIFFERENCE
                   " seconds"
               MOVE "CHGBACK" TO LE-PROGRAM-NAME
               MOVE "4500-PRINT-SUMMARY" TO LE-PARAGRAPH-NAME
               MOVE "Run time charged does not reconcile to RUNLOG"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           MOVE WS-RECON-LINE TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE
           CLOSE SUMMARY-REPORT.

       4510-PRINT-ONE-DEPT-TOTAL.
           MOVE WS-DP-DEPT(WS-DEPT-SUB) TO WS-STMT-DEPT
           PERFORM 4900-RESOLVE-DEPT
           MOVE SPACES TO WS-SUMM-DETAIL
           MOVE WS-STMT-DEPT TO WS-MD-DEPT
           MOVE DeptCostCenter TO WS-MD-COST-CENTER
           MOVE DeptName TO WS-MD-NAME
           COMPUTE WS-MINUTES ROUNDED = WS-DP-SECONDS(WS-DEPT-SUB) / 60
           MOVE WS-MINUTES TO WS-MD-MINUTES
           MOVE WS-DP-RECORDS(WS-DEPT-SUB) TO WS-MD-RECORDS
           MOVE WS-DP-PAGES(WS-DEPT-SUB) TO WS-MD-PAGES
           MOVE WS-DP-CHARGE(WS-DEPT-SUB) TO WS-MD-CHARGE
           MOVE WS-SUMM-DETAIL TO CS-SUMMARY-LINE
           PERFORM 4920-EMIT-SUMMARY-LINE.

       4900-RESOLVE-DEPT.
           MOVE SPACES TO DeptName
           MOVE SPACES TO DeptCostCenter
           IF WS-STMT-DEPT = WS-UNOWNED-DEPT
               MOVE "NO OWNING DEPARTMENT" TO DeptName
           ELSE
               MOVE WS-STMT-DEPT TO DeptCode
               MOVE SPACES TO NewDeptName
               CALL "dept" USING DeptCode NewDeptName DeptName
                   DeptCostCenter
           END-IF.

       4910-EMIT-STATEMENT-LINE.
           WRITE CS-STATEMENT-LINE
           MOVE WS-STMT-DEPT TO BX-DEPT-CODE
           CALL "NoteBurstLine" USING BX-DEPT-CODE.

       4920-EMIT-SUMMARY-LINE.
           DISPLAY CS-SUMMARY-LINE
           WRITE CS-SUMMARY-LINE.

       5000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Month: " WS-CHARGE-MONTH
               " Seconds logged: " WS-MONTH-SECONDS
               " Charged: " WS-CHARGED-SECONDS
               " Departments: " WS-DEPT-COUNT
           IF WS-SUMMARY-SKIPPED > 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-SUMMARY-SKIPPED " rolled-up summary rows "
                   "overlap the fiscal period and were not charged."
           END-IF
           COMPUTE WS-CHARGE-CENTS = WS-TOTAL-CHARGE * 100
           MOVE "CHGBACK" TO CW-JOB-STEP
           MOVE "RUNSECONDS" TO CW-TOTAL-NAME
           MOVE WS-MONTH-SECONDS TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CHGSECONDS" TO CW-TOTAL-NAME
           MOVE WS-CHARGED-SECONDS TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "UNOWNEDSECONDS" TO CW-TOTAL-NAME
           MOVE WS-UNOWNED-SECONDS TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CHARGECENTS" TO CW-TOTAL-NAME
           MOVE WS-CHARGE-CENTS TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
