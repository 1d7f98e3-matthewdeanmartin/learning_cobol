      *>--------------------------------------------------------------*>
      *> PROGRAM:    CrossFoot                                        *>
      *> PURPOSE:    Cross-footing validator for printed report       *>
      *>             totals.  Re-reads the finished output of every   *>
      *>             report named in XFOOT.CTL - PayrollRegister,     *>
      *>             DeptReport, HeadBudget and CalcRegister as       *>
      *>             shipped - and re-adds each column the control    *>
      *>             file calls detail through Sum-Amount-Table (the  *>
      *>             money-sized Add-Numbers table summation), then   *>
      *>             foots:                                           *>
      *>               each subtotal against the details above it,    *>
      *>                 or against the details carrying its key;     *>
      *>               each grand total against every detail, and     *>
      *>                 against the sum of the subtotals;            *>
      *>               each count total against the detail lines;     *>
      *>               each cross-foot formula across its line.       *>
      *>             Every break is listed in XFOOT.yyyymmdd with the *>
      *>             page and line it was printed on.  A report that  *>
      *>             breaks has its job's JOBDONE.LOG condition code  *>
      *>             raised to 0008 through MarkJobCompleteCode, so   *>
      *>             ClosePacket refuses to bind it.  Amounts are     *>
      *>             compared as printed digits - commas, decimal     *>
      *>             points and a leading currency code are dropped - *>
      *>             so a column must print every amount to the same  *>
      *>             number of decimal places.                        *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               XFOOT_REPORT  check this report only           *>
      *>                             (default: all of XFOOT.CTL)      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrossFoot.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION Sum-Amount-Table.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFOOT-CONTROL ASSIGN TO "XFOOT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-IN ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JOB-DONE-LOG ASSIGN TO "JOBDONE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO WS-EXCEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------*>
      *> XFOOT.CTL - one row per column rule.  Class D marks a        *>
      *> detail field, S a subtotal, G a grand total and N a count    *>
      *> total (the number of detail lines); the field is START /     *>
      *> LEN on every line the match test passes.  The match test     *>
      *> compares MATCH-START / MATCH-LEN with MATCH-TEXT, or with    *>
      *> *NUMBER (the span holds an amount) or *NONBLANK.  A KEY      *>
      *> on a D row and on an S row ties a subtotal to the details    *>
      *> carrying the same key wherever they print; an S row with     *>
      *> no key foots the details printed since the last subtotal.    *>
      *> Class X is a cross-foot: COLUMN is the target (00 means      *>
      *> the terms net to zero) and FORMULA is +nn / -nn terms.       *>
      *>----------------------------------------------------------*>
       FD  XFOOT-CONTROL.
       01  XFOOT-CONTROL-RECORD.
           05 XC-REPORT            PIC X(08).
           05 FILLER               PIC X(01).
           05 XC-COLUMN            PIC X(02).
           05 FILLER               PIC X(01).
           05 XC-CLASS             PIC X(01).
           05 FILLER               PIC X(01).
           05 XC-FIELD-PART.
               10 XC-START         PIC X(03).
               10 FILLER           PIC X(01).
               10 XC-LEN           PIC X(02).
               10 FILLER           PIC X(01).
               10 XC-MATCH-START   PIC X(03).
               10 FILLER           PIC X(01).
               10 XC-MATCH-LEN     PIC X(02).
               10 FILLER           PIC X(01).
               10 XC-KEY-START     PIC X(03).
               10 FILLER           PIC X(01).
               10 XC-KEY-LEN       PIC X(02).
               10 FILLER           PIC X(01).
               10 XC-MATCH-TEXT    PIC X(40).
           05 XC-FORMULA-PART REDEFINES XC-FIELD-PART.
               10 XC-FORMULA       PIC X(61).
           05 FILLER               PIC X(05).

       FD  REPORT-IN.
       01  RI-LINE                  PIC X(200).

       FD  JOB-DONE-LOG.
           COPY "job-done-log.cpy".

       FD  EXCEPTION-REPORT.
       01  XR-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
       01 WS-CTL-STATUS             PIC X(02) VALUE "00".
           88 WS-CTL-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
           88 WS-RPT-OK                       VALUE "00".
       01 WS-DONE-STATUS            PIC X(02) VALUE "00".
           88 WS-DONE-OK                      VALUE "00".
       01 WS-XCP-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-EXCEPT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-REPORT-FILTER          PIC X(08) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-RPT-EOF                PIC X(01) VALUE "N".
           88 WS-RPT-AT-END                   VALUE "Y".
       01 WS-VERDICT-CODE           PIC 9(04) VALUE 0.
       01 WS-ROWS-REJECTED          PIC 9(03) VALUE 0.
       01 WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01 WS-REPORTS-CHECKED        PIC 9(02) VALUE 0.
       01 WS-REPORTS-BROKEN         PIC 9(02) VALUE 0.
       01 WS-REPORTS-MISSING        PIC 9(02) VALUE 0.
       01 WS-PRIOR-CODE             PIC 9(04) VALUE 0.
       01 WS-PRIOR-FLAG             PIC X(01) VALUE "N".
           88 WS-PRIOR-SEEN                   VALUE "Y".

      *>----------------------------------------------------------*>
      *> Column rules and cross-foot formulas from XFOOT.CTL, and     *>
      *> the reports they name, in the order first named.             *>
      *>----------------------------------------------------------*>
       01 WS-RULE-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-RULE-MAX               PIC 9(03) COMP VALUE 80.
       01 WS-RULE-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RU-ENTRY OCCURS 80 TIMES.
               10 WS-RU-REPORT      PIC X(08).
               10 WS-RU-COLUMN      PIC X(02).
               10 WS-RU-CLASS       PIC X(01).
                   88 WS-RU-DETAIL            VALUE "D".
                   88 WS-RU-SUBTOTAL          VALUE "S".
                   88 WS-RU-GRAND             VALUE "G".
                   88 WS-RU-COUNT             VALUE "N".
               10 WS-RU-START       PIC 9(03) COMP.
               10 WS-RU-LEN         PIC 9(02) COMP.
               10 WS-RU-MATCH-START PIC 9(03) COMP.
               10 WS-RU-MATCH-LEN   PIC 9(02) COMP.
               10 WS-RU-KEY-START   PIC 9(03) COMP.
               10 WS-RU-KEY-LEN     PIC 9(02) COMP.
               10 WS-RU-MATCH-TEXT  PIC X(40).
               10 WS-RU-COL-SUB     PIC 9(02) COMP.
       01 WS-NUM-START              PIC 9(03) VALUE 0.
       01 WS-NUM-LEN                PIC 9(02) VALUE 0.
       01 WS-NUM-MATCH-START        PIC 9(03) VALUE 0.
       01 WS-NUM-MATCH-LEN          PIC 9(02) VALUE 0.
       01 WS-NUM-KEY-START          PIC 9(03) VALUE 0.
       01 WS-NUM-KEY-LEN            PIC 9(02) VALUE 0.
       01 WS-SPAN-END               PIC 9(04) VALUE 0.

       01 WS-XF-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-XF-MAX                 PIC 9(02) COMP VALUE 20.
       01 WS-XF-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-XF-TABLE.
           05 WS-XF-ENTRY OCCURS 20 TIMES.
               10 WS-XF-REPORT      PIC X(08).
               10 WS-XF-TARGET      PIC X(02).
               10 WS-XF-TARGET-SUB  PIC 9(02) COMP.
               10 WS-XF-USABLE      PIC X(01).
               10 WS-XF-TERM-COUNT  PIC 9(02) COMP.
               10 WS-XF-TERM OCCURS 12 TIMES.
                   15 WS-XF-SIGN    PIC X(01).
                   15 WS-XF-COLUMN  PIC X(02).
                   15 WS-XF-COL-SUB PIC 9(02) COMP.
       01 WS-TERM-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-FORM-POS               PIC 9(02) COMP VALUE 0.
       01 WS-FORM-FLAG              PIC X(01) VALUE "N".
           88 WS-FORM-BAD                     VALUE "Y".

       01 WS-RP-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-RP-MAX                 PIC 9(02) COMP VALUE 12.
       01 WS-RP-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-RP-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-RP-FOUND                     VALUE "Y".
       01 WS-REPORT-LIST.
           05 WS-RP-NAME            PIC X(08) OCCURS 12 TIMES.
       01 WS-THIS-REPORT            PIC X(08) VALUE SPACES.

      *>----------------------------------------------------------*>
      *> One report's columns.  Detail amounts wait in the pending    *>
      *> table until a subtotal or end of report sums them; a full    *>
      *> table is summed early and carried in GROUP-FOLDED, and       *>
      *> subtotals are held and summed the same way.                  *>
      *>----------------------------------------------------------*>
       01 WS-COL-COUNT              PIC 9(02) COMP VALUE 0.
       01 WS-COL-MAX                PIC 9(02) COMP VALUE 12.
       01 WS-COL-SUB                PIC 9(02) COMP VALUE 0.
       01 WS-CL-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-WANTED-COLUMN          PIC X(02) VALUE SPACES.
       01 WS-PEND-MAX               PIC 9(03) VALUE 200.
       01 WS-COLUMN-TABLE.
           05 WS-CL-ENTRY OCCURS 12 TIMES.
               10 WS-CL-ID          PIC X(02).
               10 WS-CL-WANTS-GRAND PIC X(01).
               10 WS-CL-DETAIL-COUNT
                                    PIC 9(07).
               10 WS-CL-DETAIL-TOTAL
                                    PIC S9(17).
               10 WS-CL-GROUP-FOLDED
                                    PIC S9(17).
               10 WS-CL-PEND-COUNT  PIC 9(03).
               10 WS-CL-PEND-TABLE.
                   15 WS-CL-PEND-AMT
                                    PIC S9(15) OCCURS 200 TIMES.
               10 WS-CL-SUB-SEEN    PIC X(01).
               10 WS-CL-SUB-FOLDED  PIC S9(17).
               10 WS-CL-SUB-COUNT   PIC 9(03).
               10 WS-CL-SUB-TABLE.
                   15 WS-CL-SUB-AMT PIC S9(15) OCCURS 200 TIMES.
               10 WS-CL-GRAND-COUNT PIC 9(01).
               10 WS-CL-GRAND OCCURS 5 TIMES.
                   15 WS-CL-GR-CLASS
                                    PIC X(01).
                   15 WS-CL-GR-VALUE
                                    PIC S9(15).
                   15 WS-CL-GR-PAGE PIC 9(04).
                   15 WS-CL-GR-LINE PIC 9(03).
               10 WS-CL-LINE-STATE  PIC X(01).
                   88 WS-CL-LINE-NONE         VALUE " ".
                   88 WS-CL-LINE-TOTAL        VALUE "T".
                   88 WS-CL-LINE-DETAIL       VALUE "D".
               10 WS-CL-LINE-VALUE  PIC S9(15).
       01 WS-GR-SUB                 PIC 9(01) VALUE 0.
       01 WS-SUM-RESULT             PIC S9(17) VALUE 0.

      *>----------------------------------------------------------*>
      *> Keyed detail sums and the subtotals printed for each key.    *>
      *>----------------------------------------------------------*>
       01 WS-KEY-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-KEY-MAX                PIC 9(03) COMP VALUE 200.
       01 WS-KY-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-KY-SCAN                PIC 9(03) COMP VALUE 0.
       01 WS-KEY-FULL-FLAG          PIC X(01) VALUE "N".
           88 WS-KEY-TABLE-FULL               VALUE "Y".
       01 WS-WANTED-KEY             PIC X(10) VALUE SPACES.
       01 WS-KEY-TABLE.
           05 WS-KY-ENTRY OCCURS 200 TIMES.
               10 WS-KY-COL-SUB     PIC 9(02) COMP.
               10 WS-KY-KEY         PIC X(10).
               10 WS-KY-DETAIL      PIC S9(17).
               10 WS-KY-SUBTOTAL    PIC S9(17).
               10 WS-KY-SUB-SEEN    PIC X(01).
               10 WS-KY-PAGE        PIC 9(04).
               10 WS-KY-LINE        PIC 9(03).

      *>----------------------------------------------------------*>
      *> Where the current line sits.  ReportWriter output carries    *>
      *> its own page number in the title line; anything else is      *>
      *> counted off in ReportWriter's 55-line pages.                 *>
      *>----------------------------------------------------------*>
       01 WS-PAGE-SIZE              PIC 9(02) VALUE 55.
       01 WS-LINE-NUMBER            PIC 9(05) VALUE 0.
       01 WS-PAGE-NUMBER            PIC 9(04) VALUE 0.
       01 WS-PAGE-LINE              PIC 9(03) VALUE 0.
       01 WS-PAGE-TEXT              PIC X(04) VALUE SPACES.
       01 WS-TITLED-FLAG            PIC X(01) VALUE "N".
           88 WS-TITLED                       VALUE "Y".
       01 WS-LINE-DETAIL-FLAG       PIC X(01) VALUE "N".
           88 WS-LINE-HAS-DETAIL              VALUE "Y".
       01 WS-MATCH-FLAG             PIC X(01) VALUE "Y".
           88 WS-LINE-MATCHES                 VALUE "Y".
           88 WS-LINE-DIFFERS                 VALUE "N".

      *>----------------------------------------------------------*>
      *> Amount parsing - the span is read as its digits alone.       *>
      *>----------------------------------------------------------*>
       01 WS-PARSE-TEXT             PIC X(40) VALUE SPACES.
       01 WS-PARSE-LEN              PIC 9(02) COMP VALUE 0.
       01 WS-PARSE-POS              PIC 9(02) COMP VALUE 0.
       01 WS-PARSE-VALUE            PIC S9(15) VALUE 0.
       01 WS-PARSE-DIGITS           PIC 9(02) VALUE 0.
       01 WS-PARSE-DIGIT            PIC 9(01) VALUE 0.
       01 WS-PARSE-FLAG             PIC X(01) VALUE "N".
           88 WS-PARSE-OK                     VALUE "Y".
       01 WS-PARSE-BAD-FLAG         PIC X(01) VALUE "N".
           88 WS-PARSE-BAD                    VALUE "Y".
       01 WS-PARSE-SIGN             PIC X(01) VALUE "+".
           88 WS-PARSE-NEGATIVE               VALUE "-".
       01 WS-PARSE-LETTERS          PIC 9(01) VALUE 0.
       01 WS-LETTER-SUB             PIC 9(02) COMP VALUE 0.

      *>----------------------------------------------------------*>
      *> One break, and this report's tallies.                        *>
      *>----------------------------------------------------------*>
       01 WS-BK-PAGE                PIC 9(04) VALUE 0.
       01 WS-BK-LINE                PIC 9(03) VALUE 0.
       01 WS-BK-COLUMN              PIC X(02) VALUE SPACES.
       01 WS-BK-KEY                 PIC X(10) VALUE SPACES.
       01 WS-BK-KIND                PIC X(14) VALUE SPACES.
       01 WS-BK-PRINTED             PIC S9(17) VALUE 0.
       01 WS-BK-READDED             PIC S9(17) VALUE 0.
       01 WS-XF-MISSING-FLAG        PIC X(01) VALUE "N".
           88 WS-XF-TERM-MISSING              VALUE "Y".
       01 WS-RPT-DETAILS            PIC 9(05) VALUE 0.
       01 WS-RPT-CHECKS             PIC 9(05) VALUE 0.
       01 WS-RPT-BREAKS             PIC 9(05) VALUE 0.
       01 WS-TOTAL-BREAKS           PIC 9(05) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(31) VALUE
               "CROSS-FOOTING EXCEPTIONS - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(50) VALUE
               "REPORT   PAGE LINE  CL  KEY        CHECK".
           05 FILLER                PIC X(19) VALUE
               "           PRINTED ".
           05 FILLER                PIC X(19) VALUE
               "          RE-ADDED ".
           05 FILLER                PIC X(18) VALUE
               "        DIFFERENCE".
       01 WS-BREAK-LINE.
           05 WS-BL-REPORT          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-PAGE            PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-LINE            PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-BL-COLUMN          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-BL-KEY             PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-KIND            PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-PRINTED         PIC -(17)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-READDED         PIC -(17)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BL-DIFFERENCE      PIC -(17)9.
       01 WS-SUMMARY-LINE.
           05 WS-SL-REPORT          PIC X(08).
           05 FILLER                PIC X(07) VALUE " LINES ".
           05 WS-SL-LINES           PIC ZZZZ9.
           05 FILLER                PIC X(09) VALUE " DETAILS ".
           05 WS-SL-DETAILS         PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " CHECKS ".
           05 WS-SL-CHECKS          PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " BREAKS ".
           05 WS-SL-BREAKS          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-VERDICT         PIC X(40).
       01 WS-CLOSING-LINE.
           05 FILLER                PIC X(16) VALUE
               "REPORTS CHECKED ".
           05 WS-CG-CHECKED         PIC Z9.
           05 FILLER                PIC X(09) VALUE "  BROKEN ".
           05 WS-CG-BROKEN          PIC Z9.
           05 FILLER                PIC X(12) VALUE "  NOT FOUND ".
           05 WS-CG-MISSING         PIC Z9.
           05 FILLER                PIC X(09) VALUE "  BREAKS ".
           05 WS-CG-BREAKS          PIC ZZZZ9.
           05 FILLER                PIC X(24) VALUE
               "  CONTROL ROWS REJECTED ".
           05 WS-CG-REJECTED        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-LOAD-CONTROL-FILE
               THRU 1000-LOAD-CONTROL-FILE-EXIT
           IF WS-RULE-COUNT = 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No XFOOT.CTL column rules - nothing checked."
               MOVE "XFOOTCHK" TO LE-PROGRAM-NAME
               MOVE "0000-MAINLINE" TO LE-PARAGRAPH-NAME
               MOVE "No XFOOT.CTL column rules - nothing checked"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-CRITICAL TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 16 TO WS-VERDICT-CODE
           ELSE
               PERFORM 2000-OPEN-EXCEPTION-REPORT
               PERFORM 3000-CHECK-ONE-REPORT
                   THRU 3000-CHECK-ONE-REPORT-EXIT
                   VARYING WS-RP-SUB FROM 1 BY 1
                   UNTIL WS-RP-SUB > WS-RP-COUNT
               PERFORM 4000-WRITE-CLOSING-LINE
               CLOSE EXCEPTION-REPORT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Reports checked " WS-REPORTS-CHECKED
               " broken " WS-REPORTS-BROKEN
               " verdict code " WS-VERDICT-CODE
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-VERDICT-CODE TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           PERFORM 0019-END-JOB-TIMER
           IF WS-VERDICT-CODE >= 8
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the one-report filter.                            *>
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
           MOVE "XFOOTCHK" TO RC-JOB-STEP-NAME
           ACCEPT WS-REPORT-FILTER FROM ENVIRONMENT "XFOOT_REPORT".

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-CONTROL-FILE - every usable XFOOT.CTL row into     *>
      *> the rule and cross-foot tables; a row that cannot be used    *>
      *> is shown and skipped, and leaves the verdict at 0004.        *>
      *>----------------------------------------------------------*>
       1000-LOAD-CONTROL-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT XFOOT-CONTROL
           IF NOT WS-CTL-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open XFOOT.CTL - status "
                   WS-CTL-STATUS
               GO TO 1000-LOAD-CONTROL-FILE-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-ROW
               UNTIL WS-AT-END
           CLOSE XFOOT-CONTROL.
       1000-LOAD-CONTROL-FILE-EXIT.
           EXIT.

       1100-LOAD-ONE-ROW.
           READ XFOOT-CONTROL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 1110-TAKE-ONE-ROW
                       THRU 1110-TAKE-ONE-ROW-EXIT
           END-READ.

       1110-TAKE-ONE-ROW.
           IF XFOOT-CONTROL-RECORD = SPACES
               OR XC-REPORT(1:1) = "*"
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           IF WS-REPORT-FILTER NOT = SPACES
               AND XC-REPORT NOT = WS-REPORT-FILTER
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           IF XC-CLASS = "X"
               PERFORM 1130-TAKE-CROSS-FOOT-ROW
                   THRU 1130-TAKE-CROSS-FOOT-ROW-EXIT
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           IF XC-CLASS NOT = "D" AND NOT = "S" AND NOT = "G"
               AND NOT = "N"
               MOVE "class is not D S G N or X" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           INSPECT XC-MATCH-START REPLACING ALL SPACE BY ZERO
           INSPECT XC-MATCH-LEN REPLACING ALL SPACE BY ZERO
           INSPECT XC-KEY-START REPLACING ALL SPACE BY ZERO
           INSPECT XC-KEY-LEN REPLACING ALL SPACE BY ZERO
           IF XC-START IS NOT NUMERIC OR XC-LEN IS NOT NUMERIC
               OR XC-MATCH-START IS NOT NUMERIC
               OR XC-MATCH-LEN IS NOT NUMERIC
               OR XC-KEY-START IS NOT NUMERIC
               OR XC-KEY-LEN IS NOT NUMERIC
               MOVE "a position is not numeric" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           MOVE XC-START TO WS-NUM-START
           MOVE XC-LEN TO WS-NUM-LEN
           MOVE XC-MATCH-START TO WS-NUM-MATCH-START
           MOVE XC-MATCH-LEN TO WS-NUM-MATCH-LEN
           MOVE XC-KEY-START TO WS-NUM-KEY-START
           MOVE XC-KEY-LEN TO WS-NUM-KEY-LEN
           COMPUTE WS-SPAN-END = WS-NUM-START + WS-NUM-LEN - 1
           IF WS-NUM-START = 0 OR WS-NUM-LEN = 0
               OR WS-NUM-LEN > 40 OR WS-SPAN-END > 200
               MOVE "field is off the line" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           COMPUTE WS-SPAN-END =
               WS-NUM-MATCH-START + WS-NUM-MATCH-LEN - 1
           IF WS-NUM-MATCH-LEN > 40 OR WS-SPAN-END > 200
               OR (WS-NUM-MATCH-LEN > 0 AND WS-NUM-MATCH-START = 0)
               MOVE "match span is off the line" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           COMPUTE WS-SPAN-END =
               WS-NUM-KEY-START + WS-NUM-KEY-LEN - 1
           IF WS-NUM-KEY-LEN > 10 OR WS-SPAN-END > 200
               OR (WS-NUM-KEY-LEN > 0 AND WS-NUM-KEY-START = 0)
               MOVE "key span is off the line" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           IF XC-CLASS NOT = "D" AND WS-NUM-MATCH-LEN = 0
               MOVE "total row has no match test" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           IF WS-RULE-COUNT NOT < WS-RULE-MAX
               MOVE "rule table is full" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1110-TAKE-ONE-ROW-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE XC-REPORT TO WS-RU-REPORT(WS-RULE-COUNT)
           MOVE XC-COLUMN TO WS-RU-COLUMN(WS-RULE-COUNT)
           MOVE XC-CLASS TO WS-RU-CLASS(WS-RULE-COUNT)
           MOVE WS-NUM-START TO WS-RU-START(WS-RULE-COUNT)
           MOVE WS-NUM-LEN TO WS-RU-LEN(WS-RULE-COUNT)
           MOVE WS-NUM-MATCH-START
               TO WS-RU-MATCH-START(WS-RULE-COUNT)
           MOVE WS-NUM-MATCH-LEN TO WS-RU-MATCH-LEN(WS-RULE-COUNT)
           MOVE WS-NUM-KEY-START TO WS-RU-KEY-START(WS-RULE-COUNT)
           MOVE WS-NUM-KEY-LEN TO WS-RU-KEY-LEN(WS-RULE-COUNT)
           MOVE XC-MATCH-TEXT TO WS-RU-MATCH-TEXT(WS-RULE-COUNT)
           MOVE 0 TO WS-RU-COL-SUB(WS-RULE-COUNT)
           PERFORM 1150-NOTE-REPORT-NAME.
       1110-TAKE-ONE-ROW-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1130-TAKE-CROSS-FOOT-ROW - FORMULA is a run of +nn / -nn     *>
      *> terms, closed up, ending at the first blank.                 *>
      *>----------------------------------------------------------*>
       1130-TAKE-CROSS-FOOT-ROW.
           IF WS-XF-COUNT NOT < WS-XF-MAX
               MOVE "cross-foot table is full" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1130-TAKE-CROSS-FOOT-ROW-EXIT
           END-IF
           IF XC-COLUMN = SPACES
               MOVE "cross-foot has no target" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1130-TAKE-CROSS-FOOT-ROW-EXIT
           END-IF
           ADD 1 TO WS-XF-COUNT
           MOVE 0 TO WS-XF-TERM-COUNT(WS-XF-COUNT)
           MOVE "N" TO WS-FORM-FLAG
           PERFORM 1140-TAKE-ONE-TERM
               VARYING WS-FORM-POS FROM 1 BY 3
               UNTIL WS-FORM-POS > 58
                   OR XC-FORMULA(WS-FORM-POS:1) = SPACE
                   OR WS-FORM-BAD
           IF WS-FORM-BAD OR WS-XF-TERM-COUNT(WS-XF-COUNT) = 0
               SUBTRACT 1 FROM WS-XF-COUNT
               MOVE "formula is not +nn-nn terms" TO WS-REJECT-REASON
               PERFORM 1190-REJECT-ONE-ROW
               GO TO 1130-TAKE-CROSS-FOOT-ROW-EXIT
           END-IF
           MOVE XC-REPORT TO WS-XF-REPORT(WS-XF-COUNT)
           MOVE XC-COLUMN TO WS-XF-TARGET(WS-XF-COUNT)
           MOVE 0 TO WS-XF-TARGET-SUB(WS-XF-COUNT)
           MOVE "Y" TO WS-XF-USABLE(WS-XF-COUNT)
           PERFORM 1150-NOTE-REPORT-NAME.
       1130-TAKE-CROSS-FOOT-ROW-EXIT.
           EXIT.

       1140-TAKE-ONE-TERM.
           IF WS-XF-TERM-COUNT(WS-XF-COUNT) = 12
               OR (XC-FORMULA(WS-FORM-POS:1) NOT = "+"
                   AND XC-FORMULA(WS-FORM-POS:1) NOT = "-")
               OR XC-FORMULA(WS-FORM-POS + 1:2) = SPACES
               SET WS-FORM-BAD TO TRUE
           ELSE
               ADD 1 TO WS-XF-TERM-COUNT(WS-XF-COUNT)
               MOVE WS-XF-TERM-COUNT(WS-XF-COUNT) TO WS-TERM-SUB
               MOVE XC-FORMULA(WS-FORM-POS:1)
                   TO WS-XF-SIGN(WS-XF-COUNT WS-TERM-SUB)
               MOVE XC-FORMULA(WS-FORM-POS + 1:2)
                   TO WS-XF-COLUMN(WS-XF-COUNT WS-TERM-SUB)
               MOVE 0 TO WS-XF-COL-SUB(WS-XF-COUNT WS-TERM-SUB)
           END-IF.

       1150-NOTE-REPORT-NAME.
           MOVE "N" TO WS-RP-FOUND-FLAG
           PERFORM 1160-MATCH-ONE-REPORT-NAME
               VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-COUNT
                   OR WS-RP-FOUND
           IF NOT WS-RP-FOUND
               IF WS-RP-COUNT < WS-RP-MAX
                   ADD 1 TO WS-RP-COUNT
                   MOVE XC-REPORT TO WS-RP-NAME(WS-RP-COUNT)
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME " Report list full - "
                       XC-REPORT " not checked."
                   IF WS-VERDICT-CODE < 4
                       MOVE 4 TO WS-VERDICT-CODE
                   END-IF
               END-IF
           END-IF.

       1160-MATCH-ONE-REPORT-NAME.
           IF WS-RP-NAME(WS-RP-SUB) = XC-REPORT
               SET WS-RP-FOUND TO TRUE
           END-IF.

       1190-REJECT-ONE-ROW.
           ADD 1 TO WS-ROWS-REJECTED
           IF WS-VERDICT-CODE < 4
               MOVE 4 TO WS-VERDICT-CODE
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " XFOOT.CTL row skipped - " WS-REJECT-REASON
               ": " XFOOT-CONTROL-RECORD(1:40)
           MOVE "XFOOTCHK" TO LE-PROGRAM-NAME
           MOVE "1190-REJECT-ONE-ROW" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "XFOOT.CTL row skipped - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2000-OPEN-EXCEPTION-REPORT.
           STRING "XFOOT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-EXCEPT-FILE-NAME
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE
           MOVE WS-HEADING-2 TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE.

      *>----------------------------------------------------------*>
      *> 3000-CHECK-ONE-REPORT - read today's copy of one report      *>
      *> line by line, foot what is left at the end, and raise the    *>
      *> job's condition code if anything broke.                      *>
      *>----------------------------------------------------------*>
       3000-CHECK-ONE-REPORT.
           MOVE WS-RP-NAME(WS-RP-SUB) TO WS-THIS-REPORT
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 1 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-PAGE-LINE
           MOVE "N" TO WS-TITLED-FLAG
           MOVE 0 TO WS-RPT-DETAILS
           MOVE 0 TO WS-RPT-CHECKS
           MOVE 0 TO WS-RPT-BREAKS
           MOVE SPACES TO WS-SL-VERDICT
           MOVE WS-THIS-REPORT TO WS-SL-REPORT
           PERFORM 3010-BUILD-COLUMN-TABLE
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING WS-THIS-REPORT DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-IN
           IF NOT WS-RPT-OK
               ADD 1 TO WS-REPORTS-MISSING
               IF WS-VERDICT-CODE < 4
                   MOVE 4 TO WS-VERDICT-CODE
               END-IF
               MOVE "REPORT NOT FOUND" TO WS-SL-VERDICT
               PERFORM 3800-WRITE-REPORT-SUMMARY
               GO TO 3000-CHECK-ONE-REPORT-EXIT
           END-IF
           ADD 1 TO WS-REPORTS-CHECKED
           PERFORM 3100-CHECK-ONE-LINE
               UNTIL WS-RPT-AT-END
           CLOSE REPORT-IN
           PERFORM 3500-FOOT-AT-END-OF-REPORT
           IF WS-RPT-BREAKS = 0
               MOVE "FOOTS" TO WS-SL-VERDICT
           ELSE
               ADD 1 TO WS-REPORTS-BROKEN
               MOVE 8 TO WS-VERDICT-CODE
               PERFORM 3900-RAISE-JOB-CONDITION
           END-IF
           PERFORM 3800-WRITE-REPORT-SUMMARY.
       3000-CHECK-ONE-REPORT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3010-BUILD-COLUMN-TABLE - one column slot per column ID      *>
      *> this report's rules name; cross-foot terms are tied to       *>
      *> them, and a formula naming a column no rule reads is set     *>
      *> aside.                                                       *>
      *>----------------------------------------------------------*>
       3010-BUILD-COLUMN-TABLE.
           MOVE 0 TO WS-COL-COUNT
           MOVE 0 TO WS-KEY-COUNT
           MOVE "N" TO WS-KEY-FULL-FLAG
           PERFORM 3020-PLACE-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           PERFORM 3030-RESOLVE-ONE-CROSS-FOOT
               VARYING WS-XF-SUB FROM 1 BY 1
               UNTIL WS-XF-SUB > WS-XF-COUNT.

       3020-PLACE-ONE-RULE.
           IF WS-RU-REPORT(WS-RULE-SUB) = WS-THIS-REPORT
               MOVE WS-RU-COLUMN(WS-RULE-SUB) TO WS-WANTED-COLUMN
               PERFORM 3025-FIND-COLUMN
               IF WS-COL-SUB = 0
                   IF WS-COL-COUNT < WS-COL-MAX
                       ADD 1 TO WS-COL-COUNT
                       MOVE WS-COL-COUNT TO WS-COL-SUB
                       PERFORM 3028-CLEAR-ONE-COLUMN
                   ELSE
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " Column table full - "
                           WS-THIS-REPORT " column "
                           WS-WANTED-COLUMN " not checked."
                   END-IF
               END-IF
               MOVE WS-COL-SUB TO WS-RU-COL-SUB(WS-RULE-SUB)
               IF WS-COL-SUB > 0
                   AND (WS-RU-GRAND(WS-RULE-SUB)
                       OR WS-RU-COUNT(WS-RULE-SUB))
                   MOVE "Y" TO WS-CL-WANTS-GRAND(WS-COL-SUB)
               END-IF
           END-IF.

       3025-FIND-COLUMN.
           MOVE 0 TO WS-COL-SUB
           PERFORM 3026-MATCH-ONE-COLUMN
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-COL-COUNT
                   OR WS-COL-SUB > 0.

       3026-MATCH-ONE-COLUMN.
           IF WS-CL-ID(WS-CL-SUB) = WS-WANTED-COLUMN
               MOVE WS-CL-SUB TO WS-COL-SUB
           END-IF.

       3028-CLEAR-ONE-COLUMN.
           MOVE WS-WANTED-COLUMN TO WS-CL-ID(WS-COL-SUB)
           MOVE "N" TO WS-CL-WANTS-GRAND(WS-COL-SUB)
           MOVE 0 TO WS-CL-DETAIL-COUNT(WS-COL-SUB)
           MOVE 0 TO WS-CL-DETAIL-TOTAL(WS-COL-SUB)
           MOVE 0 TO WS-CL-GROUP-FOLDED(WS-COL-SUB)
           MOVE 0 TO WS-CL-PEND-COUNT(WS-COL-SUB)
           MOVE "N" TO WS-CL-SUB-SEEN(WS-COL-SUB)
           MOVE 0 TO WS-CL-SUB-FOLDED(WS-COL-SUB)
           MOVE 0 TO WS-CL-SUB-COUNT(WS-COL-SUB)
           MOVE 0 TO WS-CL-GRAND-COUNT(WS-COL-SUB)
           MOVE SPACE TO WS-CL-LINE-STATE(WS-COL-SUB)
           MOVE 0 TO WS-CL-LINE-VALUE(WS-COL-SUB).

       3030-RESOLVE-ONE-CROSS-FOOT.
           IF WS-XF-REPORT(WS-XF-SUB) = WS-THIS-REPORT
               MOVE "Y" TO WS-XF-USABLE(WS-XF-SUB)
               MOVE 0 TO WS-XF-TARGET-SUB(WS-XF-SUB)
               IF WS-XF-TARGET(WS-XF-SUB) NOT = "00"
                   MOVE WS-XF-TARGET(WS-XF-SUB) TO WS-WANTED-COLUMN
                   PERFORM 3025-FIND-COLUMN
                   MOVE WS-COL-SUB TO WS-XF-TARGET-SUB(WS-XF-SUB)
                   IF WS-COL-SUB = 0
                       PERFORM 3038-SET-ASIDE-CROSS-FOOT
                   END-IF
               END-IF
               PERFORM 3035-RESOLVE-ONE-TERM
                   VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-XF-TERM-COUNT(WS-XF-SUB)
           END-IF.

       3035-RESOLVE-ONE-TERM.
           MOVE WS-XF-COLUMN(WS-XF-SUB WS-TERM-SUB)
               TO WS-WANTED-COLUMN
           PERFORM 3025-FIND-COLUMN
           MOVE WS-COL-SUB TO WS-XF-COL-SUB(WS-XF-SUB WS-TERM-SUB)
           IF WS-COL-SUB = 0
               PERFORM 3038-SET-ASIDE-CROSS-FOOT
           END-IF.

       3038-SET-ASIDE-CROSS-FOOT.
           IF WS-XF-USABLE(WS-XF-SUB) = "Y"
               MOVE "N" TO WS-XF-USABLE(WS-XF-SUB)
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Cross-foot for " WS-THIS-REPORT " column "
                   WS-XF-TARGET(WS-XF-SUB) " names column "
                   WS-WANTED-COLUMN " that no rule reads - skipped."
               IF WS-VERDICT-CODE < 4
                   MOVE 4 TO WS-VERDICT-CODE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3100-CHECK-ONE-LINE - totals are taken off the line first,   *>
      *> so a total line that also looks like a detail line is        *>
      *> never added into its own column; then details; then the      *>
      *> line's cross-foots.                                          *>
      *>----------------------------------------------------------*>
       3100-CHECK-ONE-LINE.
           READ REPORT-IN
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   PERFORM 3110-CLASSIFY-ONE-LINE
           END-READ.

       3110-CLASSIFY-ONE-LINE.
           PERFORM 3120-TRACK-THE-PAGE
           PERFORM 3130-CLEAR-ONE-LINE-STATE
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           MOVE "N" TO WS-LINE-DETAIL-FLAG
           PERFORM 3200-TRY-ONE-TOTAL-RULE
               THRU 3200-TRY-ONE-TOTAL-RULE-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           PERFORM 3300-TRY-ONE-DETAIL-RULE
               THRU 3300-TRY-ONE-DETAIL-RULE-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-LINE-HAS-DETAIL
               ADD 1 TO WS-RPT-DETAILS
           END-IF
           PERFORM 3400-CROSS-FOOT-ONE-RULE
               THRU 3400-CROSS-FOOT-ONE-RULE-EXIT
               VARYING WS-XF-SUB FROM 1 BY 1
               UNTIL WS-XF-SUB > WS-XF-COUNT.

       3120-TRACK-THE-PAGE.
           ADD 1 TO WS-LINE-NUMBER
           ADD 1 TO WS-PAGE-LINE
           IF RI-LINE(62:6) = " PAGE "
               MOVE RI-LINE(68:4) TO WS-PAGE-TEXT
               INSPECT WS-PAGE-TEXT REPLACING LEADING SPACE BY ZERO
               IF WS-PAGE-TEXT IS NUMERIC
                   MOVE WS-PAGE-TEXT TO WS-PAGE-NUMBER
                   MOVE 1 TO WS-PAGE-LINE
                   SET WS-TITLED TO TRUE
               END-IF
           END-IF
           IF NOT WS-TITLED AND WS-PAGE-LINE > WS-PAGE-SIZE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE 1 TO WS-PAGE-LINE
           END-IF.

       3130-CLEAR-ONE-LINE-STATE.
           MOVE SPACE TO WS-CL-LINE-STATE(WS-COL-SUB)
           MOVE 0 TO WS-CL-LINE-VALUE(WS-COL-SUB).

      *>----------------------------------------------------------*>
      *> 3200-TRY-ONE-TOTAL-RULE - an S, G or N rule whose match      *>
      *> test passes and whose field holds an amount: grand and       *>
      *> count totals wait for the end of the report; a keyed         *>
      *> subtotal waits against its key; an unkeyed subtotal foots    *>
      *> the details since the last one now.                          *>
      *>----------------------------------------------------------*>
       3200-TRY-ONE-TOTAL-RULE.
           IF WS-RU-REPORT(WS-RULE-SUB) NOT = WS-THIS-REPORT
               OR WS-RU-DETAIL(WS-RULE-SUB)
               OR WS-RU-COL-SUB(WS-RULE-SUB) = 0
               GO TO 3200-TRY-ONE-TOTAL-RULE-EXIT
           END-IF
           MOVE WS-RU-COL-SUB(WS-RULE-SUB) TO WS-COL-SUB
           IF WS-CL-LINE-TOTAL(WS-COL-SUB)
               GO TO 3200-TRY-ONE-TOTAL-RULE-EXIT
           END-IF
           PERFORM 5000-TEST-LINE-MATCH
               THRU 5000-TEST-LINE-MATCH-EXIT
           IF WS-LINE-DIFFERS
               GO TO 3200-TRY-ONE-TOTAL-RULE-EXIT
           END-IF
           PERFORM 5050-PARSE-RULE-FIELD
           IF NOT WS-PARSE-OK
               GO TO 3200-TRY-ONE-TOTAL-RULE-EXIT
           END-IF
           SET WS-CL-LINE-TOTAL(WS-COL-SUB) TO TRUE
           MOVE WS-PARSE-VALUE TO WS-CL-LINE-VALUE(WS-COL-SUB)
           IF WS-RU-SUBTOTAL(WS-RULE-SUB)
               PERFORM 3230-HOLD-ONE-SUBTOTAL
               IF WS-RU-KEY-LEN(WS-RULE-SUB) > 0
                   PERFORM 3210-HOLD-KEYED-SUBTOTAL
               ELSE
                   PERFORM 3220-FOOT-THE-GROUP
               END-IF
           ELSE
               IF WS-CL-GRAND-COUNT(WS-COL-SUB) < 5
                   ADD 1 TO WS-CL-GRAND-COUNT(WS-COL-SUB)
                   MOVE WS-CL-GRAND-COUNT(WS-COL-SUB) TO WS-GR-SUB
                   MOVE WS-RU-CLASS(WS-RULE-SUB)
                       TO WS-CL-GR-CLASS(WS-COL-SUB WS-GR-SUB)
                   MOVE WS-PARSE-VALUE
                       TO WS-CL-GR-VALUE(WS-COL-SUB WS-GR-SUB)
                   MOVE WS-PAGE-NUMBER
                       TO WS-CL-GR-PAGE(WS-COL-SUB WS-GR-SUB)
                   MOVE WS-PAGE-LINE
                       TO WS-CL-GR-LINE(WS-COL-SUB WS-GR-SUB)
               END-IF
           END-IF.
       3200-TRY-ONE-TOTAL-RULE-EXIT.
           EXIT.

       3210-HOLD-KEYED-SUBTOTAL.
           MOVE SPACES TO WS-WANTED-KEY
           MOVE RI-LINE(WS-RU-KEY-START(WS-RULE-SUB):
               WS-RU-KEY-LEN(WS-RULE-SUB)) TO WS-WANTED-KEY
           PERFORM 3330-FIND-KEY
           IF WS-KY-SUB > 0
               ADD WS-PARSE-VALUE TO WS-KY-SUBTOTAL(WS-KY-SUB)
               MOVE "Y" TO WS-KY-SUB-SEEN(WS-KY-SUB)
               MOVE WS-PAGE-NUMBER TO WS-KY-PAGE(WS-KY-SUB)
               MOVE WS-PAGE-LINE TO WS-KY-LINE(WS-KY-SUB)
           END-IF.

       3220-FOOT-THE-GROUP.
           PERFORM 3310-FOLD-PENDING-DETAILS
           MOVE WS-PAGE-NUMBER TO WS-BK-PAGE
           MOVE WS-PAGE-LINE TO WS-BK-LINE
           MOVE WS-CL-ID(WS-COL-SUB) TO WS-BK-COLUMN
           MOVE SPACES TO WS-BK-KEY
           MOVE "SUBTOTAL" TO WS-BK-KIND
           MOVE WS-PARSE-VALUE TO WS-BK-PRINTED
           MOVE WS-CL-GROUP-FOLDED(WS-COL-SUB) TO WS-BK-READDED
           PERFORM 6100-COMPARE-AND-RECORD
           ADD WS-CL-GROUP-FOLDED(WS-COL-SUB)
               TO WS-CL-DETAIL-TOTAL(WS-COL-SUB)
           MOVE 0 TO WS-CL-GROUP-FOLDED(WS-COL-SUB).

       3230-HOLD-ONE-SUBTOTAL.
           MOVE "Y" TO WS-CL-SUB-SEEN(WS-COL-SUB)
           IF WS-CL-SUB-COUNT(WS-COL-SUB) NOT < WS-PEND-MAX
               PERFORM 3240-FOLD-SUBTOTALS
           END-IF
           ADD 1 TO WS-CL-SUB-COUNT(WS-COL-SUB)
           MOVE WS-PARSE-VALUE TO WS-CL-SUB-AMT(WS-COL-SUB
               WS-CL-SUB-COUNT(WS-COL-SUB)).

       3240-FOLD-SUBTOTALS.
           IF WS-CL-SUB-COUNT(WS-COL-SUB) > 0
               COMPUTE WS-SUM-RESULT = FUNCTION Sum-Amount-Table
                   (WS-CL-SUB-COUNT(WS-COL-SUB),
                    WS-CL-SUB-TABLE(WS-COL-SUB))
               ADD WS-SUM-RESULT TO WS-CL-SUB-FOLDED(WS-COL-SUB)
               MOVE 0 TO WS-CL-SUB-COUNT(WS-COL-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3300-TRY-ONE-DETAIL-RULE - a D rule whose match test         *>
      *> passes on a line where its column carried no total: the      *>
      *> amount joins the pending table and, when keyed, its key's    *>
      *> running sum.                                                 *>
      *>----------------------------------------------------------*>
       3300-TRY-ONE-DETAIL-RULE.
           IF WS-RU-REPORT(WS-RULE-SUB) NOT = WS-THIS-REPORT
               OR NOT WS-RU-DETAIL(WS-RULE-SUB)
               OR WS-RU-COL-SUB(WS-RULE-SUB) = 0
               GO TO 3300-TRY-ONE-DETAIL-RULE-EXIT
           END-IF
           MOVE WS-RU-COL-SUB(WS-RULE-SUB) TO WS-COL-SUB
           IF NOT WS-CL-LINE-NONE(WS-COL-SUB)
               GO TO 3300-TRY-ONE-DETAIL-RULE-EXIT
           END-IF
           PERFORM 5000-TEST-LINE-MATCH
               THRU 5000-TEST-LINE-MATCH-EXIT
           IF WS-LINE-DIFFERS
               GO TO 3300-TRY-ONE-DETAIL-RULE-EXIT
           END-IF
           PERFORM 5050-PARSE-RULE-FIELD
           IF NOT WS-PARSE-OK
               GO TO 3300-TRY-ONE-DETAIL-RULE-EXIT
           END-IF
           SET WS-CL-LINE-DETAIL(WS-COL-SUB) TO TRUE
           MOVE WS-PARSE-VALUE TO WS-CL-LINE-VALUE(WS-COL-SUB)
           SET WS-LINE-HAS-DETAIL TO TRUE
           ADD 1 TO WS-CL-DETAIL-COUNT(WS-COL-SUB)
           IF WS-CL-PEND-COUNT(WS-COL-SUB) NOT < WS-PEND-MAX
               PERFORM 3310-FOLD-PENDING-DETAILS
           END-IF
           ADD 1 TO WS-CL-PEND-COUNT(WS-COL-SUB)
           MOVE WS-PARSE-VALUE TO WS-CL-PEND-AMT(WS-COL-SUB
               WS-CL-PEND-COUNT(WS-COL-SUB))
           IF WS-RU-KEY-LEN(WS-RULE-SUB) > 0
               MOVE SPACES TO WS-WANTED-KEY
               MOVE RI-LINE(WS-RU-KEY-START(WS-RULE-SUB):
                   WS-RU-KEY-LEN(WS-RULE-SUB)) TO WS-WANTED-KEY
               PERFORM 3330-FIND-KEY
               IF WS-KY-SUB > 0
                   ADD WS-PARSE-VALUE TO WS-KY-DETAIL(WS-KY-SUB)
               END-IF
           END-IF.
       3300-TRY-ONE-DETAIL-RULE-EXIT.
           EXIT.

       3310-FOLD-PENDING-DETAILS.
           IF WS-CL-PEND-COUNT(WS-COL-SUB) > 0
               COMPUTE WS-SUM-RESULT = FUNCTION Sum-Amount-Table
                   (WS-CL-PEND-COUNT(WS-COL-SUB),
                    WS-CL-PEND-TABLE(WS-COL-SUB))
               ADD WS-SUM-RESULT TO WS-CL-GROUP-FOLDED(WS-COL-SUB)
               MOVE 0 TO WS-CL-PEND-COUNT(WS-COL-SUB)
           END-IF.

       3330-FIND-KEY.
           MOVE 0 TO WS-KY-SUB
           PERFORM 3335-MATCH-ONE-KEY
               VARYING WS-KY-SCAN FROM 1 BY 1
               UNTIL WS-KY-SCAN > WS-KEY-COUNT
                   OR WS-KY-SUB > 0
           IF WS-KY-SUB = 0
               IF WS-KEY-COUNT < WS-KEY-MAX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-KY-SUB
                   MOVE WS-COL-SUB TO WS-KY-COL-SUB(WS-KY-SUB)
                   MOVE WS-WANTED-KEY TO WS-KY-KEY(WS-KY-SUB)
                   MOVE 0 TO WS-KY-DETAIL(WS-KY-SUB)
                   MOVE 0 TO WS-KY-SUBTOTAL(WS-KY-SUB)
                   MOVE "N" TO WS-KY-SUB-SEEN(WS-KY-SUB)
                   MOVE 0 TO WS-KY-PAGE(WS-KY-SUB)
                   MOVE 0 TO WS-KY-LINE(WS-KY-SUB)
               ELSE
                   IF NOT WS-KEY-TABLE-FULL
                       SET WS-KEY-TABLE-FULL TO TRUE
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " Key table full - "
                           WS-THIS-REPORT " keyed subtotals past "
                           WS-KEY-MAX " keys not footed."
                       IF WS-VERDICT-CODE < 4
                           MOVE 4 TO WS-VERDICT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3335-MATCH-ONE-KEY.
           IF WS-KY-COL-SUB(WS-KY-SCAN) = WS-COL-SUB
               AND WS-KY-KEY(WS-KY-SCAN) = WS-WANTED-KEY
               MOVE WS-KY-SCAN TO WS-KY-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 3400-CROSS-FOOT-ONE-RULE - only where the target and every   *>
      *> term printed an amount on this line.                         *>
      *>----------------------------------------------------------*>
       3400-CROSS-FOOT-ONE-RULE.
           IF WS-XF-REPORT(WS-XF-SUB) NOT = WS-THIS-REPORT
               OR WS-XF-USABLE(WS-XF-SUB) NOT = "Y"
               GO TO 3400-CROSS-FOOT-ONE-RULE-EXIT
           END-IF
           MOVE 0 TO WS-BK-PRINTED
           MOVE WS-XF-TARGET-SUB(WS-XF-SUB) TO WS-COL-SUB
           IF WS-COL-SUB > 0
               IF WS-CL-LINE-NONE(WS-COL-SUB)
                   GO TO 3400-CROSS-FOOT-ONE-RULE-EXIT
               END-IF
               MOVE WS-CL-LINE-VALUE(WS-COL-SUB) TO WS-BK-PRINTED
           END-IF
           MOVE 0 TO WS-BK-READDED
           MOVE "N" TO WS-XF-MISSING-FLAG
           PERFORM 3410-TAKE-ONE-TERM
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-XF-TERM-COUNT(WS-XF-SUB)
                   OR WS-XF-TERM-MISSING
           IF WS-XF-TERM-MISSING
               GO TO 3400-CROSS-FOOT-ONE-RULE-EXIT
           END-IF
           MOVE WS-PAGE-NUMBER TO WS-BK-PAGE
           MOVE WS-PAGE-LINE TO WS-BK-LINE
           MOVE WS-XF-TARGET(WS-XF-SUB) TO WS-BK-COLUMN
           MOVE SPACES TO WS-BK-KEY
           MOVE "CROSS-FOOT" TO WS-BK-KIND
           PERFORM 6100-COMPARE-AND-RECORD.
       3400-CROSS-FOOT-ONE-RULE-EXIT.
           EXIT.

       3410-TAKE-ONE-TERM.
           MOVE WS-XF-COL-SUB(WS-XF-SUB WS-TERM-SUB) TO WS-COL-SUB
           IF WS-CL-LINE-NONE(WS-COL-SUB)
               SET WS-XF-TERM-MISSING TO TRUE
           ELSE
               IF WS-XF-SIGN(WS-XF-SUB WS-TERM-SUB) = "-"
                   SUBTRACT WS-CL-LINE-VALUE(WS-COL-SUB)
                       FROM WS-BK-READDED
               ELSE
                   ADD WS-CL-LINE-VALUE(WS-COL-SUB)
                       TO WS-BK-READDED
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3500-FOOT-AT-END-OF-REPORT - the rest of every column is     *>
      *> summed; grand and count totals are footed against all the    *>
      *> details and the subtotals, and each key's subtotal           *>
      *> against its details.  A column that printed details          *>
      *> under a grand or count rule but never printed the total      *>
      *> is itself a break.                                           *>
      *>----------------------------------------------------------*>
       3500-FOOT-AT-END-OF-REPORT.
           PERFORM 3510-FOOT-ONE-COLUMN
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           PERFORM 3550-FOOT-ONE-KEY
               VARYING WS-KY-SUB FROM 1 BY 1
               UNTIL WS-KY-SUB > WS-KEY-COUNT.

       3510-FOOT-ONE-COLUMN.
           PERFORM 3310-FOLD-PENDING-DETAILS
           ADD WS-CL-GROUP-FOLDED(WS-COL-SUB)
               TO WS-CL-DETAIL-TOTAL(WS-COL-SUB)
           MOVE 0 TO WS-CL-GROUP-FOLDED(WS-COL-SUB)
           PERFORM 3240-FOLD-SUBTOTALS
           MOVE WS-CL-ID(WS-COL-SUB) TO WS-BK-COLUMN
           MOVE SPACES TO WS-BK-KEY
           IF WS-CL-WANTS-GRAND(WS-COL-SUB) = "Y"
               AND WS-CL-GRAND-COUNT(WS-COL-SUB) = 0
               AND WS-CL-DETAIL-COUNT(WS-COL-SUB) > 0
               MOVE WS-PAGE-NUMBER TO WS-BK-PAGE
               MOVE WS-PAGE-LINE TO WS-BK-LINE
               MOVE "TOTAL MISSING" TO WS-BK-KIND
               MOVE 0 TO WS-BK-PRINTED
               MOVE WS-CL-DETAIL-TOTAL(WS-COL-SUB) TO WS-BK-READDED
               ADD 1 TO WS-RPT-CHECKS
               PERFORM 6000-WRITE-ONE-BREAK
           END-IF
           PERFORM 3520-FOOT-ONE-GRAND
               VARYING WS-GR-SUB FROM 1 BY 1
               UNTIL WS-GR-SUB > WS-CL-GRAND-COUNT(WS-COL-SUB).

       3520-FOOT-ONE-GRAND.
           MOVE WS-CL-GR-PAGE(WS-COL-SUB WS-GR-SUB) TO WS-BK-PAGE
           MOVE WS-CL-GR-LINE(WS-COL-SUB WS-GR-SUB) TO WS-BK-LINE
           MOVE WS-CL-GR-VALUE(WS-COL-SUB WS-GR-SUB) TO WS-BK-PRINTED
           IF WS-CL-GR-CLASS(WS-COL-SUB WS-GR-SUB) = "N"
               MOVE "COUNT TOTAL" TO WS-BK-KIND
               MOVE WS-CL-DETAIL-COUNT(WS-COL-SUB) TO WS-BK-READDED
               PERFORM 6100-COMPARE-AND-RECORD
           ELSE
               MOVE "GRAND TOTAL" TO WS-BK-KIND
               MOVE WS-CL-DETAIL-TOTAL(WS-COL-SUB) TO WS-BK-READDED
               PERFORM 6100-COMPARE-AND-RECORD
               IF WS-CL-SUB-SEEN(WS-COL-SUB) = "Y"
                   MOVE "SUBS TO GRAND" TO WS-BK-KIND
                   MOVE WS-CL-SUB-FOLDED(WS-COL-SUB)
                       TO WS-BK-READDED
                   PERFORM 6100-COMPARE-AND-RECORD
               END-IF
           END-IF.

       3550-FOOT-ONE-KEY.
           IF WS-KY-SUB-SEEN(WS-KY-SUB) = "Y"
               MOVE WS-KY-PAGE(WS-KY-SUB) TO WS-BK-PAGE
               MOVE WS-KY-LINE(WS-KY-SUB) TO WS-BK-LINE
               MOVE WS-KY-COL-SUB(WS-KY-SUB) TO WS-COL-SUB
               MOVE WS-CL-ID(WS-COL-SUB) TO WS-BK-COLUMN
               MOVE WS-KY-KEY(WS-KY-SUB) TO WS-BK-KEY
               MOVE "KEY SUBTOTAL" TO WS-BK-KIND
               MOVE WS-KY-SUBTOTAL(WS-KY-SUB) TO WS-BK-PRINTED
               MOVE WS-KY-DETAIL(WS-KY-SUB) TO WS-BK-READDED
               PERFORM 6100-COMPARE-AND-RECORD
           END-IF.

       3800-WRITE-REPORT-SUMMARY.
           MOVE WS-LINE-NUMBER TO WS-SL-LINES
           MOVE WS-RPT-DETAILS TO WS-SL-DETAILS
           MOVE WS-RPT-CHECKS TO WS-SL-CHECKS
           MOVE WS-RPT-BREAKS TO WS-SL-BREAKS
           MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE.

      *>----------------------------------------------------------*>
      *> 3900-RAISE-JOB-CONDITION - the report's job gets a fresh     *>
      *> JOBDONE.LOG row at 0008 unless today's last row for it is    *>
      *> already that bad; ClosePacket judges on the last row.        *>
      *>----------------------------------------------------------*>
       3900-RAISE-JOB-CONDITION.
           MOVE 0 TO WS-PRIOR-CODE
           MOVE "N" TO WS-PRIOR-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-DONE-LOG
           IF WS-DONE-OK
               PERFORM 3910-READ-ONE-DONE-ROW
                   UNTIL WS-AT-END
               CLOSE JOB-DONE-LOG
           END-IF
           IF WS-PRIOR-SEEN AND WS-PRIOR-CODE >= 8
               MOVE SPACES TO WS-SL-VERDICT
               STRING "BREAKS - JOB CONDITION ALREADY "
                   DELIMITED BY SIZE
                   WS-PRIOR-CODE DELIMITED BY SIZE
                   INTO WS-SL-VERDICT
           ELSE
               MOVE WS-THIS-REPORT TO JS-JOB-NAME
               MOVE 8 TO JS-CONDITION-CODE
               CALL "MarkJobCompleteCode" USING JS-JOB-NAME
                   JS-CONDITION-CODE
               MOVE "BREAKS - JOB CONDITION RAISED TO 0008"
                   TO WS-SL-VERDICT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " " WS-THIS-REPORT " does not foot - "
               WS-RPT-BREAKS " break(s); " WS-SL-VERDICT.

       3910-READ-ONE-DONE-ROW.
           READ JOB-DONE-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JD-JOB-NAME = WS-THIS-REPORT
                       AND JD-RUN-DATE = RC-RUN-DATE
                       IF JD-CONDITION-CODE IS NOT NUMERIC
                           MOVE 0 TO JD-CONDITION-CODE
                       END-IF
                       MOVE JD-CONDITION-CODE TO WS-PRIOR-CODE
                       SET WS-PRIOR-SEEN TO TRUE
                   END-IF
           END-READ.

       4000-WRITE-CLOSING-LINE.
           MOVE SPACES TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE
           MOVE WS-REPORTS-CHECKED TO WS-CG-CHECKED
           MOVE WS-REPORTS-BROKEN TO WS-CG-BROKEN
           MOVE WS-REPORTS-MISSING TO WS-CG-MISSING
           MOVE WS-TOTAL-BREAKS TO WS-CG-BREAKS
           MOVE WS-ROWS-REJECTED TO WS-CG-REJECTED
           MOVE WS-CLOSING-LINE TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE.

      *>----------------------------------------------------------*>
      *> 5000-TEST-LINE-MATCH - does the current line pass rule       *>
      *> WS-RULE-SUB's match test?  No test passes every line.        *>
      *>----------------------------------------------------------*>
       5000-TEST-LINE-MATCH.
           SET WS-LINE-MATCHES TO TRUE
           IF WS-RU-MATCH-LEN(WS-RULE-SUB) = 0
               GO TO 5000-TEST-LINE-MATCH-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-TEXT
           MOVE RI-LINE(WS-RU-MATCH-START(WS-RULE-SUB):
               WS-RU-MATCH-LEN(WS-RULE-SUB)) TO WS-PARSE-TEXT
           MOVE WS-RU-MATCH-LEN(WS-RULE-SUB) TO WS-PARSE-LEN
           EVALUATE WS-RU-MATCH-TEXT(WS-RULE-SUB)
               WHEN "*NUMBER"
                   PERFORM 5100-PARSE-AMOUNT
                       THRU 5100-PARSE-AMOUNT-EXIT
                   IF NOT WS-PARSE-OK
                       SET WS-LINE-DIFFERS TO TRUE
                   END-IF
               WHEN "*NONBLANK"
                   IF WS-PARSE-TEXT = SPACES
                       SET WS-LINE-DIFFERS TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-PARSE-TEXT(1:WS-PARSE-LEN) NOT =
                       WS-RU-MATCH-TEXT(WS-RULE-SUB)(1:WS-PARSE-LEN)
                       SET WS-LINE-DIFFERS TO TRUE
                   END-IF
           END-EVALUATE.
       5000-TEST-LINE-MATCH-EXIT.
           EXIT.

       5050-PARSE-RULE-FIELD.
           MOVE SPACES TO WS-PARSE-TEXT
           MOVE RI-LINE(WS-RU-START(WS-RULE-SUB):
               WS-RU-LEN(WS-RULE-SUB)) TO WS-PARSE-TEXT
           MOVE WS-RU-LEN(WS-RULE-SUB) TO WS-PARSE-LEN
           PERFORM 5100-PARSE-AMOUNT
               THRU 5100-PARSE-AMOUNT-EXIT.

      *>----------------------------------------------------------*>
      *> 5100-PARSE-AMOUNT - WS-PARSE-TEXT (WS-PARSE-LEN bytes) as    *>
      *> a signed count of its digits: blanks, commas, points and     *>
      *> plus signs are passed over, a minus sign anywhere makes it   *>
      *> negative, and a three-letter currency code may lead.  Any    *>
      *> other character, or no digit at all, is not an amount.       *>
      *>----------------------------------------------------------*>
       5100-PARSE-AMOUNT.
           MOVE "N" TO WS-PARSE-FLAG
           MOVE "N" TO WS-PARSE-BAD-FLAG
           MOVE "+" TO WS-PARSE-SIGN
           MOVE 0 TO WS-PARSE-VALUE
           MOVE 0 TO WS-PARSE-DIGITS
           PERFORM 5110-PASS-ONE-BLANK
               VARYING WS-PARSE-POS FROM 1 BY 1
               UNTIL WS-PARSE-POS > WS-PARSE-LEN
                   OR WS-PARSE-TEXT(WS-PARSE-POS:1) NOT = SPACE
           IF WS-PARSE-POS > WS-PARSE-LEN
               GO TO 5100-PARSE-AMOUNT-EXIT
           END-IF
           IF WS-PARSE-POS + 3 <= WS-PARSE-LEN
               MOVE 0 TO WS-PARSE-LETTERS
               PERFORM 5120-COUNT-ONE-LETTER
                   VARYING WS-LETTER-SUB FROM 0 BY 1
                   UNTIL WS-LETTER-SUB > 2
               IF WS-PARSE-LETTERS = 3
                   AND WS-PARSE-TEXT(WS-PARSE-POS + 3:1) = SPACE
                   ADD 4 TO WS-PARSE-POS
               END-IF
           END-IF
           PERFORM 5130-TAKE-ONE-CHARACTER
               VARYING WS-PARSE-POS FROM WS-PARSE-POS BY 1
               UNTIL WS-PARSE-POS > WS-PARSE-LEN
                   OR WS-PARSE-BAD
           IF WS-PARSE-BAD OR WS-PARSE-DIGITS = 0
               GO TO 5100-PARSE-AMOUNT-EXIT
           END-IF
           IF WS-PARSE-NEGATIVE
               COMPUTE WS-PARSE-VALUE = 0 - WS-PARSE-VALUE
           END-IF
           SET WS-PARSE-OK TO TRUE.
       5100-PARSE-AMOUNT-EXIT.
           EXIT.

       5110-PASS-ONE-BLANK.
           CONTINUE.

       5120-COUNT-ONE-LETTER.
           IF WS-PARSE-TEXT(WS-PARSE-POS + WS-LETTER-SUB:1) >= "A"
               AND WS-PARSE-TEXT(WS-PARSE-POS + WS-LETTER-SUB:1)
                   <= "Z"
               ADD 1 TO WS-PARSE-LETTERS
           END-IF.

       5130-TAKE-ONE-CHARACTER.
           EVALUATE WS-PARSE-TEXT(WS-PARSE-POS:1)
               WHEN "0" THRU "9"
                   IF WS-PARSE-DIGITS = 15
                       SET WS-PARSE-BAD TO TRUE
                   ELSE
                       MOVE WS-PARSE-TEXT(WS-PARSE-POS:1)
                           TO WS-PARSE-DIGIT
                       COMPUTE WS-PARSE-VALUE =
                           WS-PARSE-VALUE * 10 + WS-PARSE-DIGIT
                       ADD 1 TO WS-PARSE-DIGITS
                   END-IF
               WHEN SPACE
               WHEN ","
               WHEN "."
               WHEN "+"
                   CONTINUE
               WHEN "-"
                   SET WS-PARSE-NEGATIVE TO TRUE
               WHEN OTHER
                   SET WS-PARSE-BAD TO TRUE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 6000-WRITE-ONE-BREAK - one exception line from the WS-BK-    *>
      *> fields; the difference is printed less re-added.             *>
      *>----------------------------------------------------------*>
       6000-WRITE-ONE-BREAK.
           ADD 1 TO WS-RPT-BREAKS
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE SPACES TO WS-BREAK-LINE
           MOVE WS-THIS-REPORT TO WS-BL-REPORT
           MOVE WS-BK-PAGE TO WS-BL-PAGE
           MOVE WS-BK-LINE TO WS-BL-LINE
           MOVE WS-BK-COLUMN TO WS-BL-COLUMN
           MOVE WS-BK-KEY TO WS-BL-KEY
           MOVE WS-BK-KIND TO WS-BL-KIND
           MOVE WS-BK-PRINTED TO WS-BL-PRINTED
           MOVE WS-BK-READDED TO WS-BL-READDED
           COMPUTE WS-BL-DIFFERENCE = WS-BK-PRINTED - WS-BK-READDED
           MOVE WS-BREAK-LINE TO XR-REPORT-LINE
           PERFORM 6900-EMIT-EXCEPTION-LINE.

       6100-COMPARE-AND-RECORD.
           ADD 1 TO WS-RPT-CHECKS
           IF WS-BK-PRINTED NOT = WS-BK-READDED
               PERFORM 6000-WRITE-ONE-BREAK
           END-IF.

       6900-EMIT-EXCEPTION-LINE.
           DISPLAY XR-REPORT-LINE
           WRITE XR-REPORT-LINE.
