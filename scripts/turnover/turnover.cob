      *>--------------------------------------------------------------*>
      *> PROGRAM:    TurnoverReport                                   *>
      *> PURPOSE:    Turnover and retention report for the quarterly  *>
      *>             management pack - HeadTrend shows how many       *>
      *>             people there are, this shows how many leave.     *>
      *>             For each department (and all departments) and    *>
      *>             each of twelve months: separations from          *>
      *>             TERMLOG.DAT split voluntary / involuntary by the *>
      *>             X transaction's reason code, first-year leavers  *>
      *>             (terminated less than a year after the stint     *>
      *>             began), rehires from PERSSERV, average headcount *>
      *>             from the HEADHIST.DAT month-end snapshots, and   *>
      *>             the monthly turnover rate; then the rolling      *>
      *>             twelve-month turnover and retention rates, with  *>
      *>             departments over the threshold flagged.          *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               TURNOVER_MONTH          last month reported,   *>
      *>                                       yyyymm (default: the   *>
      *>                                       last complete month)   *>
      *>               TURNOVER_THRESHOLD_PCT  rolling twelve-month   *>
      *>                                       turnover percent over  *>
      *>                                       which a department is  *>
      *>                                       flagged, three digits  *>
      *>                                       (default 015)          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurnoverReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT HEAD-HISTORY ASSIGN TO "HEADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-SERVICE ASSIGN TO "PERSSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-PERSON-ID
               FILE STATUS IS WS-SV-STATUS.
           SELECT TURNOVER-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-LOG.
           COPY "person-term-log.cpy".

       FD  HEAD-HISTORY.
           COPY "head-history.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-SERVICE.
           COPY "person-service.cpy".

       FD  TURNOVER-REPORT.
       01  TO-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
           88 WS-TM-OK                        VALUE "00".
       01 WS-HH-STATUS              PIC X(02) VALUE "00".
           88 WS-HH-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-SV-STATUS              PIC X(02) VALUE "00".
           88 WS-SV-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-MASTER-FILE-FLAG       PIC X(01) VALUE "N".
           88 WS-MASTER-FILE-OPEN             VALUE "Y".

       01 WS-END-MONTH-TEXT         PIC X(06) VALUE SPACES.
       01 WS-END-MONTH              PIC 9(06) VALUE 0.
       01 WS-END-MONTH-PARTS REDEFINES WS-END-MONTH.
           05 WS-EM-YEAR            PIC 9(04).
           05 WS-EM-MONTH           PIC 9(02).
       01 WS-THRESHOLD-TEXT         PIC X(03) VALUE SPACES.
       01 WS-THRESHOLD-PCT          PIC 9(03) VALUE 15.
       01 WS-DATE-WORK              PIC 9(08) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YEAR            PIC 9(04).
           05 WS-DW-MONTH           PIC 9(02).
           05 WS-DW-DAY             PIC 9(02).
      *> months are counted as year * 12 + month - 1, so the window
      *> is a plain run of numbers across a year end; slot 1 is the
      *> month before the first reported month (its month-end
      *> headcount opens the first month's average), slots 2 to 13
      *> are the twelve reported months.
       01 WS-FIRST-MONTH-NUMBER     PIC 9(06) VALUE 0.
       01 WS-MONTH-NUMBER           PIC 9(06) VALUE 0.
       01 WS-SLOT                   PIC S9(04) COMP VALUE 0.
       01 WS-SLOT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-SLOT-MONTHS.
           05 WS-SLOT-MONTH         PIC 9(06) OCCURS 13 TIMES.

       01 WS-FIND-DEPT              PIC X(04) VALUE SPACES.
       01 WS-DEPT-COUNT             PIC 9(02) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(02) COMP VALUE 60.
       01 WS-DEPT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-DEPT-HIT               PIC 9(02) COMP VALUE 0.
       01 WS-TALLY-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-DEPT-FULL-FLAG         PIC X(01) VALUE "N".
           88 WS-DEPT-FULL-NOTED              VALUE "Y".
       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 60 TIMES.
               10 WS-DP-CODE        PIC X(04).
               10 WS-DP-FLAGGED     PIC X(01).
               10 WS-DP-ROLL-RATE   PIC 9(05)V99.
               10 WS-DP-SLOT OCCURS 13 TIMES.
                   15 WS-DS-HEADCOUNT   PIC 9(07).
                   15 WS-DS-HAVE-HC     PIC X(01).
                   15 WS-DS-SEPS        PIC 9(05).
                   15 WS-DS-VOLUNTARY   PIC 9(05).
                   15 WS-DS-INVOLUNTARY PIC 9(05).
                   15 WS-DS-FIRST-YEAR  PIC 9(05).
                   15 WS-DS-REHIRES     PIC 9(05).

       01 WS-SEP-VOLUNTARY-FLAG     PIC X(01) VALUE "N".
       01 WS-SEP-INVOLUNTARY-FLAG   PIC X(01) VALUE "N".
       01 WS-SEP-FIRST-YEAR-FLAG    PIC X(01) VALUE "N".
       01 WS-STINT-START            PIC 9(08) VALUE 0.
       01 WS-FIRST-ANNIVERSARY      PIC 9(08) VALUE 0.
       01 WS-TERM-ROWS-READ         PIC 9(07) VALUE 0.
       01 WS-TERM-ROWS-USED         PIC 9(07) VALUE 0.
       01 WS-REHIRES-USED           PIC 9(07) VALUE 0.
       01 WS-ROWS-NOT-TRACKED       PIC 9(07) VALUE 0.
       01 WS-FLAGGED-COUNT          PIC 9(03) VALUE 0.

       01 WS-AVG-HEADCOUNT          PIC 9(07)V9(02) VALUE 0.
       01 WS-AVG-HC-TOTAL           PIC 9(09)V9(02) VALUE 0.
       01 WS-AVG-HC-MONTHS          PIC 9(02) VALUE 0.
       01 WS-RATE                   PIC 9(05)V9(02) VALUE 0.
       01 WS-RETENTION              PIC 9(03)V9(02) VALUE 0.
       01 WS-TOT-SEPS               PIC 9(07) VALUE 0.
       01 WS-TOT-VOLUNTARY          PIC 9(07) VALUE 0.
       01 WS-TOT-INVOLUNTARY        PIC 9(07) VALUE 0.
       01 WS-TOT-FIRST-YEAR         PIC 9(07) VALUE 0.
       01 WS-TOT-REHIRES            PIC 9(07) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(30) VALUE
               "TURNOVER AND RETENTION - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-1B.
           05 FILLER                PIC X(14) VALUE
               "TWELVE MONTHS ".
           05 WS-H1B-FROM-YEAR      PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-H1B-FROM-MONTH     PIC 9(02).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-H1B-TO-YEAR        PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-H1B-TO-MONTH       PIC 9(02).
           05 FILLER                PIC X(12) VALUE
               "  THRESHOLD ".
           05 WS-H1B-THRESHOLD      PIC ZZ9.
           05 FILLER                PIC X(01) VALUE "%".
       01 WS-HEADING-NOTE           PIC X(70) VALUE
           "SEPS WITH NO REASON CODE COUNT AS NEITHER VOL NOR INVOL".
       01 WS-HEADING-2              PIC X(80) VALUE
           "  MONTH     SEPS    VOL  INVOL  1ST-YR  REHIRE     AVG HC
      -    "   TURN%  RETAIN%".
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT            PIC X(04).
       01 WS-ALL-DEPT-HEADING       PIC X(30) VALUE
           "ALL DEPARTMENTS".
       01 WS-DETAIL-LINE.
           05 WS-DL-LABEL.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 WS-DL-YEAR        PIC 9(04).
               10 FILLER            PIC X(01) VALUE "-".
               10 WS-DL-MONTH       PIC 9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-SEPS            PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-VOLUNTARY       PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-INVOLUNTARY     PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-FIRST-YEAR      PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DL-REHIRES         PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-AVG-HC          PIC ZZZZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-RATE            PIC ZZZZ9.99.
           05 WS-DL-RATE-X REDEFINES WS-DL-RATE
                                    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-RETENTION       PIC ZZZ9.99.
           05 WS-DL-RETENTION-X REDEFINES WS-DL-RETENTION
                                    PIC X(07).
       01 WS-ROLLING-LABEL          PIC X(09) VALUE "  12 MOS ".
       01 WS-FLAG-LINE.
           05 FILLER                PIC X(40) VALUE
               "  ** ROLLING TURNOVER OVER THRESHOLD OF ".
           05 WS-FG-THRESHOLD       PIC ZZ9.
           05 FILLER                PIC X(04) VALUE "% **".
       01 WS-NO-HC-LINE             PIC X(60) VALUE
           "  NO HEADCOUNT HISTORY - RATES NOT COMPUTED".
       01 WS-SUMMARY-HEADING.
           05 FILLER                PIC X(28) VALUE
               "DEPARTMENTS OVER THRESHOLD: ".
           05 WS-SH-COUNT           PIC ZZ9.
       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SM-DEPT            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SM-RATE            PIC ZZZZ9.99.
           05 FILLER                PIC X(01) VALUE "%".
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(23) VALUE
               "TERMLOG ROWS READ:     ".
           05 WS-FL-READ            PIC ZZZZZZ9.
           05 FILLER                PIC X(13) VALUE
               "  IN WINDOW: ".
           05 WS-FL-USED            PIC ZZZZZZ9.
           05 FILLER                PIC X(11) VALUE
               "  REHIRES: ".
           05 WS-FL-REHIRES         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-SET-REPORT-WINDOW
           PERFORM 1100-OPEN-REPORT
           MOVE "TOTL" TO WS-FIND-DEPT
           PERFORM 1900-FIND-OR-ADD-DEPT
           OPEN INPUT PERSON-MASTER
           IF WS-PM-OK
               SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF
           PERFORM 2000-LOAD-HEADCOUNT-HISTORY
           PERFORM 3000-LOAD-SEPARATIONS
           PERFORM 4000-LOAD-REHIRES
           IF WS-MASTER-FILE-OPEN
               CLOSE PERSON-MASTER
           END-IF
           PERFORM 5000-WRITE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 2 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE 1 TO WS-DEPT-SUB
           PERFORM 5000-WRITE-ONE-DEPARTMENT
           PERFORM 6000-WRITE-SUMMARY
           CLOSE TURNOVER-REPORT
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields, the report month and the flagging threshold.         *>
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
           MOVE "TURNOVER" TO RC-JOB-STEP-NAME
           ACCEPT WS-END-MONTH-TEXT FROM ENVIRONMENT "TURNOVER_MONTH"
           ACCEPT WS-THRESHOLD-TEXT
               FROM ENVIRONMENT "TURNOVER_THRESHOLD_PCT"
           IF WS-THRESHOLD-TEXT IS NUMERIC
               MOVE WS-THRESHOLD-TEXT TO WS-THRESHOLD-PCT
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-SET-REPORT-WINDOW - TURNOVER_MONTH (yyyymm, month 01    *>
      *> to 12) names the last reported month; anything else falls    *>
      *> back to the last complete month before the run date.  The    *>
      *> thirteen slot months are laid out from there.                *>
      *>----------------------------------------------------------*>
       1000-SET-REPORT-WINDOW.
           IF WS-END-MONTH-TEXT IS NUMERIC
               MOVE WS-END-MONTH-TEXT TO WS-END-MONTH
           ELSE
               MOVE 0 TO WS-END-MONTH
           END-IF
           IF WS-EM-MONTH < 1 OR WS-EM-MONTH > 12
               OR WS-EM-YEAR = 0
               MOVE RC-RUN-DATE TO WS-DATE-WORK
               MOVE WS-DW-YEAR TO WS-EM-YEAR
               MOVE WS-DW-MONTH TO WS-EM-MONTH
               IF WS-EM-MONTH = 1
                   MOVE 12 TO WS-EM-MONTH
                   SUBTRACT 1 FROM WS-EM-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-EM-MONTH
               END-IF
           END-IF
           COMPUTE WS-FIRST-MONTH-NUMBER =
               WS-EM-YEAR * 12 + WS-EM-MONTH - 1 - 12
           PERFORM 1010-SET-ONE-SLOT-MONTH
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 13.

       1010-SET-ONE-SLOT-MONTH.
           COMPUTE WS-MONTH-NUMBER =
               WS-FIRST-MONTH-NUMBER + WS-SLOT-SUB - 1
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-EM-YEAR
               REMAINDER WS-EM-MONTH
           ADD 1 TO WS-EM-MONTH
           MOVE WS-END-MONTH TO WS-SLOT-MONTH(WS-SLOT-SUB).

       1100-OPEN-REPORT.
           STRING "TURNOVER." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT TURNOVER-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-SLOT-MONTH(2) TO WS-END-MONTH
           MOVE WS-EM-YEAR TO WS-H1B-FROM-YEAR
           MOVE WS-EM-MONTH TO WS-H1B-FROM-MONTH
           MOVE WS-SLOT-MONTH(13) TO WS-END-MONTH
           MOVE WS-EM-YEAR TO WS-H1B-TO-YEAR
           MOVE WS-EM-MONTH TO WS-H1B-TO-MONTH
           MOVE WS-THRESHOLD-PCT TO WS-H1B-THRESHOLD
           MOVE WS-HEADING-1B TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-NOTE TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 1900-FIND-OR-ADD-DEPT - WS-DEPT-HIT comes back as the table  *>
      *> row for WS-FIND-DEPT, added on first sight; 0 when the       *>
      *> table is full (the row is then counted in the all-           *>
      *> departments total only, and the overflow is logged once).    *>
      *>----------------------------------------------------------*>
       1900-FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-HIT
           PERFORM 1910-MATCH-ONE-DEPT
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT > 0
           IF WS-DEPT-HIT = 0
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   INITIALIZE WS-DP-ENTRY(WS-DEPT-COUNT)
                   MOVE WS-FIND-DEPT TO WS-DP-CODE(WS-DEPT-COUNT)
                   MOVE "N" TO WS-DP-FLAGGED(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               ELSE
                   PERFORM 1920-NOTE-DEPT-TABLE-FULL
               END-IF
           END-IF.

       1910-MATCH-ONE-DEPT.
           IF WS-DP-CODE(WS-TALLY-SUB) = WS-FIND-DEPT
               MOVE WS-TALLY-SUB TO WS-DEPT-HIT
           END-IF.

       1920-NOTE-DEPT-TABLE-FULL.
           ADD 1 TO WS-ROWS-NOT-TRACKED
           IF NOT WS-DEPT-FULL-NOTED
               SET WS-DEPT-FULL-NOTED TO TRUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " More than 60 departments - the rest count in "
                   "the all-departments total only"
               MOVE "TURNOVER" TO LE-PROGRAM-NAME
               MOVE "1920-NOTE-DEPT-FULL" TO LE-PARAGRAPH-NAME
               MOVE "Department table full; rest in TOTL only"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1950-FIND-DATE-SLOT - WS-SLOT comes back as the window slot  *>
      *> (1 to 13) holding WS-DATE-WORK's month, or 0 outside it.     *>
      *>----------------------------------------------------------*>
       1950-FIND-DATE-SLOT.
           COMPUTE WS-SLOT = WS-DW-YEAR * 12 + WS-DW-MONTH - 1
               - WS-FIRST-MONTH-NUMBER + 1
           IF WS-SLOT < 1 OR WS-SLOT > 13
               MOVE 0 TO WS-SLOT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-LOAD-HEADCOUNT-HISTORY - every HEADHIST.DAT month-end   *>
      *> row in the window gives its department's headcount for that  *>
      *> month: active plus on leave, both still employed.  A later   *>
      *> snapshot in the same month replaces an earlier one.  With no *>
      *> history the counts still print but the rates cannot.         *>
      *>----------------------------------------------------------*>
       2000-LOAD-HEADCOUNT-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HEAD-HISTORY
           IF WS-HH-OK
               PERFORM 2010-LOAD-ONE-SNAPSHOT
                   UNTIL WS-AT-END
               CLOSE HEAD-HISTORY
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open HEADHIST.DAT - status "
                   WS-HH-STATUS
               MOVE "TURNOVER" TO LE-PROGRAM-NAME
               MOVE "2000-LOAD-HEADCOUNT" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open HEADHIST.DAT - no rates"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

       2010-LOAD-ONE-SNAPSHOT.
           READ HEAD-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF HH-SNAP-DATE IS NUMERIC
                       MOVE HH-SNAP-DATE TO WS-DATE-WORK
                       PERFORM 1950-FIND-DATE-SLOT
                       IF WS-SLOT > 0
                           MOVE HH-DEPT-CODE TO WS-FIND-DEPT
                           PERFORM 1900-FIND-OR-ADD-DEPT
                           IF WS-DEPT-HIT > 0
                               COMPUTE WS-DS-HEADCOUNT
                                   (WS-DEPT-HIT WS-SLOT) =
                                   HH-ACTIVE-COUNT + HH-ONLEAVE-COUNT
                               MOVE "Y" TO WS-DS-HAVE-HC
                                   (WS-DEPT-HIT WS-SLOT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2910-EMIT-REPORT-LINE.
           DISPLAY TO-REPORT-LINE
           WRITE TO-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3000-LOAD-SEPARATIONS - every TERMLOG.DAT row terminated in  *>
      *> the twelve reported months counts against its department     *>
      *> and the all-departments row.                                 *>
      *>----------------------------------------------------------*>
       3000-LOAD-SEPARATIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TERM-LOG
           IF WS-TM-OK
               PERFORM 3010-LOAD-ONE-SEPARATION
                   UNTIL WS-AT-END
               CLOSE TERM-LOG
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No TERMLOG.DAT - no separations to count."
           END-IF.

       3010-LOAD-ONE-SEPARATION.
           READ TERM-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-TERM-ROWS-READ
                   IF TM-TERM-DATE IS NUMERIC
                       MOVE TM-TERM-DATE TO WS-DATE-WORK
                       PERFORM 1950-FIND-DATE-SLOT
                       IF WS-SLOT > 1
                           PERFORM 3100-CLASSIFY-SEPARATION
                           ADD 1 TO WS-TERM-ROWS-USED
                           MOVE TM-DEPARTMENT-CODE TO WS-FIND-DEPT
                           PERFORM 1900-FIND-OR-ADD-DEPT
                           IF WS-DEPT-HIT > 1
                               MOVE WS-DEPT-HIT TO WS-TALLY-SUB
                               PERFORM 3200-TALLY-SEPARATION
                           END-IF
                           MOVE 1 TO WS-TALLY-SUB
                           PERFORM 3200-TALLY-SEPARATION
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3100-CLASSIFY-SEPARATION - voluntary or involuntary by the   *>
      *> reason code (rows from before the code existed are neither), *>
      *> and first-year when the termination fell before the first    *>
      *> anniversary of the stint it ended: TM-STINT-START where the  *>
      *> row carries it, otherwise the PERSMAST hire date.            *>
      *>----------------------------------------------------------*>
       3100-CLASSIFY-SEPARATION.
           MOVE "N" TO WS-SEP-VOLUNTARY-FLAG
           MOVE "N" TO WS-SEP-INVOLUNTARY-FLAG
           MOVE "N" TO WS-SEP-FIRST-YEAR-FLAG
           IF TM-REASON-VOLUNTARY
               MOVE "Y" TO WS-SEP-VOLUNTARY-FLAG
           END-IF
           IF TM-REASON-INVOLUNTARY
               MOVE "Y" TO WS-SEP-INVOLUNTARY-FLAG
           END-IF
           MOVE 0 TO WS-STINT-START
           IF TM-STINT-START IS NUMERIC
               MOVE TM-STINT-START TO WS-STINT-START
           END-IF
           IF WS-STINT-START = 0
               AND WS-MASTER-FILE-OPEN
               AND TM-PERSON-ID IS NUMERIC
               MOVE TM-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-HIRE-DATE TO WS-STINT-START
               END-READ
           END-IF
           IF WS-STINT-START > 0
               COMPUTE WS-FIRST-ANNIVERSARY = WS-STINT-START + 10000
               IF TM-TERM-DATE < WS-FIRST-ANNIVERSARY
                   MOVE "Y" TO WS-SEP-FIRST-YEAR-FLAG
               END-IF
           END-IF.

       3200-TALLY-SEPARATION.
           ADD 1 TO WS-DS-SEPS(WS-TALLY-SUB WS-SLOT)
           IF WS-SEP-VOLUNTARY-FLAG = "Y"
               ADD 1 TO WS-DS-VOLUNTARY(WS-TALLY-SUB WS-SLOT)
           END-IF
           IF WS-SEP-INVOLUNTARY-FLAG = "Y"
               ADD 1 TO WS-DS-INVOLUNTARY(WS-TALLY-SUB WS-SLOT)
           END-IF
           IF WS-SEP-FIRST-YEAR-FLAG = "Y"
               ADD 1 TO WS-DS-FIRST-YEAR(WS-TALLY-SUB WS-SLOT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-LOAD-REHIRES - a PERSSERV row with a rehire count whose *>
      *> current stint began in the reported months is a rehire in    *>
      *> that month, counted against the person's PERSMAST            *>
      *> department.  A rehire who has since left again has had the   *>
      *> stint start cleared by the deactivate, so is not counted.    *>
      *>----------------------------------------------------------*>
       4000-LOAD-REHIRES.
           OPEN INPUT PERSON-SERVICE
           IF WS-SV-OK
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO SV-PERSON-ID
               START PERSON-SERVICE KEY IS GREATER THAN SV-PERSON-ID
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
               PERFORM 4010-LOAD-ONE-SERVICE-ROW
                   UNTIL WS-AT-END
               CLOSE PERSON-SERVICE
           END-IF.

       4010-LOAD-ONE-SERVICE-ROW.
           READ PERSON-SERVICE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SV-REHIRE-COUNT > 0
                       AND SV-CURRENT-STINT-START > 0
                       MOVE SV-CURRENT-STINT-START TO WS-DATE-WORK
                       PERFORM 1950-FIND-DATE-SLOT
                       IF WS-SLOT > 1
                           PERFORM 4100-TALLY-ONE-REHIRE
                       END-IF
                   END-IF
           END-READ.

       4100-TALLY-ONE-REHIRE.
           ADD 1 TO WS-REHIRES-USED
           ADD 1 TO WS-DS-REHIRES(1 WS-SLOT)
           MOVE 0 TO WS-DEPT-HIT
           IF WS-MASTER-FILE-OPEN
               MOVE SV-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DEPARTMENT-CODE TO WS-FIND-DEPT
                       PERFORM 1900-FIND-OR-ADD-DEPT
               END-READ
           END-IF
           IF WS-DEPT-HIT > 1
               ADD 1 TO WS-DS-REHIRES(WS-DEPT-HIT WS-SLOT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 5000-WRITE-ONE-DEPARTMENT - one line per reported month and  *>
      *> a rolling twelve-month line.  A month's average headcount    *>
      *> is the mean of its opening and closing month-end counts      *>
      *> (whichever exists when only one does); the rolling rate is   *>
      *> the twelve months' separations over the mean of those        *>
      *> monthly averages, and retention is what is left of 100%.     *>
      *>----------------------------------------------------------*>
       5000-WRITE-ONE-DEPARTMENT.
           MOVE SPACES TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           IF WS-DEPT-SUB = 1
               MOVE WS-ALL-DEPT-HEADING TO TO-REPORT-LINE
           ELSE
               MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-DH-DEPT
               MOVE WS-DEPT-HEADING TO TO-REPORT-LINE
           END-IF
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE 0 TO WS-TOT-SEPS
           MOVE 0 TO WS-TOT-VOLUNTARY
           MOVE 0 TO WS-TOT-INVOLUNTARY
           MOVE 0 TO WS-TOT-FIRST-YEAR
           MOVE 0 TO WS-TOT-REHIRES
           MOVE 0 TO WS-AVG-HC-TOTAL
           MOVE 0 TO WS-AVG-HC-MONTHS
           PERFORM 5100-WRITE-ONE-MONTH
               VARYING WS-SLOT-SUB FROM 2 BY 1
               UNTIL WS-SLOT-SUB > 13
           PERFORM 5200-WRITE-ROLLING-LINE.

       5100-WRITE-ONE-MONTH.
           MOVE 0 TO WS-AVG-HEADCOUNT
           IF WS-DS-HAVE-HC(WS-DEPT-SUB WS-SLOT-SUB) = "Y"
               IF WS-DS-HAVE-HC(WS-DEPT-SUB WS-SLOT-SUB - 1) = "Y"
                   COMPUTE WS-AVG-HEADCOUNT ROUNDED =
                       (WS-DS-HEADCOUNT(WS-DEPT-SUB WS-SLOT-SUB)
                       + WS-DS-HEADCOUNT(WS-DEPT-SUB WS-SLOT-SUB - 1))
                       / 2
               ELSE
                   MOVE WS-DS-HEADCOUNT(WS-DEPT-SUB WS-SLOT-SUB)
                       TO WS-AVG-HEADCOUNT
               END-IF
           ELSE
               IF WS-DS-HAVE-HC(WS-DEPT-SUB WS-SLOT-SUB - 1) = "Y"
                   MOVE WS-DS-HEADCOUNT(WS-DEPT-SUB WS-SLOT-SUB - 1)
                       TO WS-AVG-HEADCOUNT
               END-IF
           END-IF
           MOVE WS-SLOT-MONTH(WS-SLOT-SUB) TO WS-END-MONTH
           MOVE WS-EM-YEAR TO WS-DL-YEAR
           MOVE WS-EM-MONTH TO WS-DL-MONTH
           MOVE WS-DS-SEPS(WS-DEPT-SUB WS-SLOT-SUB) TO WS-DL-SEPS
           MOVE WS-DS-VOLUNTARY(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-DL-VOLUNTARY
           MOVE WS-DS-INVOLUNTARY(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-DL-INVOLUNTARY
           MOVE WS-DS-FIRST-YEAR(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-DL-FIRST-YEAR
           MOVE WS-DS-REHIRES(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-DL-REHIRES
           MOVE WS-AVG-HEADCOUNT TO WS-DL-AVG-HC
           IF WS-AVG-HEADCOUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-DS-SEPS(WS-DEPT-SUB WS-SLOT-SUB) * 100
                   / WS-AVG-HEADCOUNT
               MOVE WS-RATE TO WS-DL-RATE
               ADD WS-AVG-HEADCOUNT TO WS-AVG-HC-TOTAL
               ADD 1 TO WS-AVG-HC-MONTHS
           ELSE
               MOVE SPACES TO WS-DL-RATE-X
           END-IF
           MOVE SPACES TO WS-DL-RETENTION-X
           ADD WS-DS-SEPS(WS-DEPT-SUB WS-SLOT-SUB) TO WS-TOT-SEPS
           ADD WS-DS-VOLUNTARY(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-TOT-VOLUNTARY
           ADD WS-DS-INVOLUNTARY(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-TOT-INVOLUNTARY
           ADD WS-DS-FIRST-YEAR(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-TOT-FIRST-YEAR
           ADD WS-DS-REHIRES(WS-DEPT-SUB WS-SLOT-SUB)
               TO WS-TOT-REHIRES
           MOVE WS-DETAIL-LINE TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 5200-WRITE-ROLLING-LINE - the twelve months together; over   *>
      *> the threshold the department is flagged on the report and    *>
      *> remembered for the closing summary.                          *>
      *>----------------------------------------------------------*>
       5200-WRITE-ROLLING-LINE.
           MOVE WS-TOT-SEPS TO WS-DL-SEPS
           MOVE WS-TOT-VOLUNTARY TO WS-DL-VOLUNTARY
           MOVE WS-TOT-INVOLUNTARY TO WS-DL-INVOLUNTARY
           MOVE WS-TOT-FIRST-YEAR TO WS-DL-FIRST-YEAR
           MOVE WS-TOT-REHIRES TO WS-DL-REHIRES
           MOVE 0 TO WS-AVG-HEADCOUNT
           IF WS-AVG-HC-MONTHS > 0
               COMPUTE WS-AVG-HEADCOUNT ROUNDED =
                   WS-AVG-HC-TOTAL / WS-AVG-HC-MONTHS
           END-IF
           MOVE WS-AVG-HEADCOUNT TO WS-DL-AVG-HC
           IF WS-AVG-HEADCOUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-SEPS * 100 / WS-AVG-HEADCOUNT
               MOVE WS-RATE TO WS-DL-RATE
               MOVE WS-RATE TO WS-DP-ROLL-RATE(WS-DEPT-SUB)
               IF WS-RATE < 100
                   COMPUTE WS-RETENTION = 100 - WS-RATE
               ELSE
                   MOVE 0 TO WS-RETENTION
               END-IF
               MOVE WS-RETENTION TO WS-DL-RETENTION
           ELSE
               MOVE SPACES TO WS-DL-RATE-X
               MOVE SPACES TO WS-DL-RETENTION-X
           END-IF
           MOVE WS-ROLLING-LABEL TO WS-DL-LABEL
           MOVE WS-DETAIL-LINE TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           IF WS-AVG-HEADCOUNT = 0
               MOVE WS-NO-HC-LINE TO TO-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           ELSE
               IF WS-RATE > WS-THRESHOLD-PCT
                   MOVE "Y" TO WS-DP-FLAGGED(WS-DEPT-SUB)
                   IF WS-DEPT-SUB > 1
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
                   MOVE WS-THRESHOLD-PCT TO WS-FG-THRESHOLD
                   MOVE WS-FLAG-LINE TO TO-REPORT-LINE
                   PERFORM 2910-EMIT-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-DL-LABEL
           MOVE "-" TO WS-DL-LABEL(7:1).

      *>----------------------------------------------------------*>
      *> 6000-WRITE-SUMMARY - the flagged departments together for    *>
      *> the management pack, then the input counts.                  *>
      *>----------------------------------------------------------*>
       6000-WRITE-SUMMARY.
           MOVE SPACES TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-SH-COUNT
           MOVE WS-SUMMARY-HEADING TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           PERFORM 6010-WRITE-ONE-FLAGGED-DEPT
               VARYING WS-DEPT-SUB FROM 2 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-TERM-ROWS-READ TO WS-FL-READ
           MOVE WS-TERM-ROWS-USED TO WS-FL-USED
           MOVE WS-REHIRES-USED TO WS-FL-REHIRES
           MOVE WS-FOOTING-LINE TO TO-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       6010-WRITE-ONE-FLAGGED-DEPT.
           IF WS-DP-FLAGGED(WS-DEPT-SUB) = "Y"
               MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-SM-DEPT
               MOVE WS-DP-ROLL-RATE(WS-DEPT-SUB) TO WS-SM-RATE
               MOVE WS-SUMMARY-LINE TO TO-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF.
