      *>--------------------------------------------------------------*>
      *> PROGRAM:    SpoolBrowse                                      *>
      *> PURPOSE:    Online browse of the retained SPOOL/SPLnnnnn.PRT *>
      *>             report copies, so looking at last month's        *>
      *>             register no longer means reprinting it or        *>
      *>             opening the file in an editor.  After sign-on    *>
      *>             the operator filters SPOOLQ.DAT by report name   *>
      *>             (any part of it), owner and submit date range,   *>
      *>             picks a spool number from the list, and pages    *>
      *>             through that report on the screen:               *>
      *>                                                              *>
      *>               N (or Enter)  next page                        *>
      *>               P             previous page                    *>
      *>               G nnn         jump to page nnn                 *>
      *>               S text        search forward for text (S on    *>
      *>                             its own finds the next hit)      *>
      *>               R             REPRINT this spool entry         *>
      *>               M queue       MOVE this entry to a print queue *>
      *>               X             back to the list                 *>
      *>                                                              *>
      *>             R and M hand the verb to SpoolAction under the   *>
      *>             signed-on operator, so its disposition rules,    *>
      *>             CheckOperatorAuth checks and SPOOLACT.LOG        *>
      *>             journal apply exactly as from the batch side;    *>
      *>             every hand-off is also stamped into the          *>
      *>             OPERSESS.LOG session journal.                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               SPOOLBRW_ACTION_CMD  command that runs         *>
      *>                                    SpoolAction (default      *>
      *>                                    spool-action)             *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpoolBrowse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-QUEUE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPQ-STATUS.
           SELECT RETAINED-REPORT ASSIGN TO WS-RETAINED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-QUEUE.
           COPY "spool-queue.cpy".

       FD  RETAINED-REPORT.
       01  RR-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "operator-signon-call.cpy".
       01 WS-SPQ-STATUS             PIC X(02) VALUE "00".
           88 WS-SPQ-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
           88 WS-RPT-OK                       VALUE "00".
       01 WS-SPQ-EOF                PIC X(01) VALUE "N".
           88 WS-SPQ-AT-END                   VALUE "Y".
       01 WS-RPT-EOF                PIC X(01) VALUE "N".
           88 WS-RPT-AT-END                   VALUE "Y".
       01 WS-SESSION-FLAG           PIC X(01) VALUE "N".
           88 WS-SESSION-DONE                 VALUE "Y".
       01 WS-BROWSE-FLAG            PIC X(01) VALUE "N".
           88 WS-BROWSE-DONE                  VALUE "Y".
       01 WS-COMMAND                PIC X(256) VALUE SPACES.
       01 WS-ACTION-COMMAND         PIC X(80) VALUE SPACES.
       01 WS-ACTION-RC              PIC S9(04) VALUE 0.
       01 WS-ACTION-RC-DISP         PIC -9(03).

      *> the filter, as keyed
       01 WS-FILTER-REPORT          PIC X(40) VALUE SPACES.
       01 WS-FILTER-REPORT-LEN      PIC 9(02) COMP VALUE 0.
       01 WS-FILTER-OWNER           PIC X(08) VALUE SPACES.
       01 WS-FILTER-FROM-TEXT       PIC X(08) VALUE SPACES.
       01 WS-FILTER-TO-TEXT         PIC X(08) VALUE SPACES.
       01 WS-FILTER-FROM-DATE       PIC 9(08) VALUE 0.
       01 WS-FILTER-TO-DATE         PIC 9(08) VALUE 99999999.
       01 WS-NAME-HITS              PIC 9(04) COMP VALUE 0.

      *> the rows the filter kept
       01 WS-MATCH-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-MATCH-MAX              PIC 9(03) COMP VALUE 200.
       01 WS-MATCH-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-MATCH-OVER             PIC 9(05) VALUE 0.
       01 WS-MATCH-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-MATCH-FOUND                  VALUE "Y".
       01 WS-MATCH-TABLE.
           05 WS-MT-ENTRY OCCURS 200 TIMES.
               10 WS-MT-NUMBER      PIC 9(05).
               10 WS-MT-STATE       PIC X(07).
               10 WS-MT-OWNER       PIC X(08).
               10 WS-MT-QUEUE       PIC X(12).
               10 WS-MT-DATE        PIC 9(08).
               10 WS-MT-REPORT      PIC X(40).
       01 WS-STATE-WORD             PIC X(07) VALUE SPACES.
       01 WS-LIST-LINE.
           05 WS-LL-NUMBER          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-STATE           PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-OWNER           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-QUEUE           PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-REPORT          PIC X(40).

      *> operator replies
       01 WS-LIST-REPLY             PIC X(10) VALUE SPACES.
       01 WS-BROWSE-REPLY           PIC X(60) VALUE SPACES.
       01 WS-BROWSE-VERB            PIC X(08) VALUE SPACES.
       01 WS-BROWSE-OPERAND         PIC X(40) VALUE SPACES.
       01 WS-REPLY-PTR              PIC 9(03) COMP VALUE 1.
       01 WS-TRIM-TEXT              PIC X(60) VALUE SPACES.
       01 WS-TRIM-LEN               PIC 9(02) COMP VALUE 0.
       01 WS-TRIM-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-QUEUE-OK-FLAG          PIC X(01) VALUE "Y".
           88 WS-QUEUE-NAME-OK                VALUE "Y".

      *> the report being browsed
       01 WS-RETAINED-NAME          PIC X(20) VALUE SPACES.
       01 WS-BROWSE-SUB             PIC 9(03) COMP VALUE 0.
       01 WS-BROWSE-NUMBER          PIC 9(05) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(07) VALUE 0.
       01 WS-LINE-NUMBER            PIC 9(07) VALUE 0.
       01 WS-PAGE-LINES             PIC 9(03) VALUE 20.
       01 WS-PAGE-COUNT             PIC 9(05) VALUE 0.
       01 WS-CURRENT-PAGE           PIC 9(05) VALUE 1.
       01 WS-WANTED-PAGE            PIC 9(05) VALUE 0.
       01 WS-FIRST-LINE             PIC 9(07) VALUE 0.
       01 WS-LAST-LINE              PIC 9(07) VALUE 0.
       01 WS-SEARCH-TEXT            PIC X(40) VALUE SPACES.
       01 WS-SEARCH-LEN             PIC 9(02) COMP VALUE 0.
       01 WS-SEARCH-FROM-LINE       PIC 9(07) VALUE 0.
       01 WS-SEARCH-HIT-LINE        PIC 9(07) VALUE 0.
       01 WS-SEARCH-HITS            PIC 9(04) COMP VALUE 0.
       01 WS-PAGE-HEADING.
           05 FILLER                PIC X(06) VALUE "SPOOL ".
           05 WS-PH-NUMBER          PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PH-REPORT          PIC X(40).
           05 FILLER                PIC X(06) VALUE " PAGE ".
           05 WS-PH-PAGE            PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE " OF ".
           05 WS-PH-PAGES           PIC ZZZZ9.
       01 WS-PAGE-LINE.
           05 WS-PL-LINE-NUMBER     PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0020-SIGN-THE-OPERATOR-ON
           IF OS-SIGNON-REFUSED
               STOP RUN
           END-IF
           ACCEPT WS-ACTION-COMMAND
               FROM ENVIRONMENT "SPOOLBRW_ACTION_CMD"
           IF WS-ACTION-COMMAND = SPACES
               MOVE "spool-action" TO WS-ACTION-COMMAND
           END-IF
           PERFORM 1000-TAKE-THE-FILTER
           PERFORM 2000-LIST-THE-MATCHES
           PERFORM 3000-ONE-LIST-COMMAND
               UNTIL WS-SESSION-DONE
           CALL "OperatorSignOff" USING OS-OPERATOR-ID
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
           MOVE "SPOOLBRW" TO RC-JOB-STEP-NAME.

      *>----------------------------------------------------------*>
      *> 0020-SIGN-THE-OPERATOR-ON - password sign-on before the     *>
      *> queue shows; a refusal ends the session.                    *>
      *>----------------------------------------------------------*>
       0020-SIGN-THE-OPERATOR-ON.
           MOVE RC-OPERATOR-ID TO OS-OPERATOR-ID
           DISPLAY "PASSWORD FOR " OS-OPERATOR-ID ": "
               WITH NO ADVANCING
           ACCEPT OS-PASSWORD
           CALL "OperatorSignOn" USING OS-OPERATOR-ID OS-PASSWORD
               OS-SIGNON-FLAG.

      *>----------------------------------------------------------*>
      *> 1000-TAKE-THE-FILTER - report name (any part), owner and    *>
      *> submit date range; a blank answer leaves that one open.     *>
      *>----------------------------------------------------------*>
       1000-TAKE-THE-FILTER.
           DISPLAY " "
           DISPLAY "REPORT NAME CONTAINS (BLANK = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-REPORT
           ACCEPT WS-FILTER-REPORT
           MOVE WS-FILTER-REPORT TO WS-TRIM-TEXT
           PERFORM 9000-MEASURE-TRIM-TEXT
           MOVE WS-TRIM-LEN TO WS-FILTER-REPORT-LEN
           DISPLAY "OWNER (BLANK = ANY): " WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-OWNER
           ACCEPT WS-FILTER-OWNER
           DISPLAY "SUBMITTED FROM YYYYMMDD (BLANK = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-FROM-TEXT
           ACCEPT WS-FILTER-FROM-TEXT
           MOVE 0 TO WS-FILTER-FROM-DATE
           IF WS-FILTER-FROM-TEXT IS NUMERIC
               MOVE WS-FILTER-FROM-TEXT TO WS-FILTER-FROM-DATE
           ELSE
               IF WS-FILTER-FROM-TEXT NOT = SPACES
                   DISPLAY "FROM DATE IGNORED - NOT YYYYMMDD"
               END-IF
           END-IF
           DISPLAY "SUBMITTED TO YYYYMMDD (BLANK = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-TO-TEXT
           ACCEPT WS-FILTER-TO-TEXT
           MOVE 99999999 TO WS-FILTER-TO-DATE
           IF WS-FILTER-TO-TEXT IS NUMERIC
               MOVE WS-FILTER-TO-TEXT TO WS-FILTER-TO-DATE
           ELSE
               IF WS-FILTER-TO-TEXT NOT = SPACES
                   DISPLAY "TO DATE IGNORED - NOT YYYYMMDD"
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-LIST-THE-MATCHES - reload the filtered rows from        *>
      *> SPOOLQ.DAT (so a hand-off's new disposition shows) and       *>
      *> list them.                                                   *>
      *>----------------------------------------------------------*>
       2000-LIST-THE-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-MATCH-OVER
           MOVE "N" TO WS-SPQ-EOF
           OPEN INPUT SPOOL-QUEUE
           IF WS-SPQ-OK
               PERFORM 2010-FILTER-ONE-QUEUE-ROW
                   UNTIL WS-SPQ-AT-END
               CLOSE SPOOL-QUEUE
           END-IF
           DISPLAY " "
           DISPLAY "SPOOL STATE   OWNER    QUEUE        SUBMITTED "
               "REPORT"
           PERFORM 2100-SHOW-ONE-MATCH
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
           IF WS-MATCH-COUNT = 0
               DISPLAY "NO SPOOL ENTRIES MATCH THE FILTER"
           END-IF
           IF WS-MATCH-OVER > 0
               DISPLAY WS-MATCH-OVER
                   " MORE MATCHING ENTRIES NOT SHOWN - NARROW THE "
                   "FILTER"
           END-IF.

       2010-FILTER-ONE-QUEUE-ROW.
           READ SPOOL-QUEUE
               AT END
                   SET WS-SPQ-AT-END TO TRUE
               NOT AT END
                   MOVE 1 TO WS-NAME-HITS
                   IF WS-FILTER-REPORT-LEN > 0
                       MOVE 0 TO WS-NAME-HITS
                       INSPECT SQ-REPORT-NAME TALLYING WS-NAME-HITS
                           FOR ALL WS-FILTER-REPORT
                               (1:WS-FILTER-REPORT-LEN)
                   END-IF
                   IF WS-NAME-HITS > 0
                       AND (WS-FILTER-OWNER = SPACES
                           OR SQ-OWNER = WS-FILTER-OWNER)
                       AND SQ-SUBMIT-DATE NOT < WS-FILTER-FROM-DATE
                       AND SQ-SUBMIT-DATE NOT > WS-FILTER-TO-DATE
                       PERFORM 2020-KEEP-THIS-ROW
                   END-IF
           END-READ.

       2020-KEEP-THIS-ROW.
           IF WS-MATCH-COUNT NOT < WS-MATCH-MAX
               ADD 1 TO WS-MATCH-OVER
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               PERFORM 2030-NAME-THE-STATE
               MOVE SQ-SPOOL-NUMBER TO WS-MT-NUMBER(WS-MATCH-COUNT)
               MOVE WS-STATE-WORD TO WS-MT-STATE(WS-MATCH-COUNT)
               MOVE SQ-OWNER TO WS-MT-OWNER(WS-MATCH-COUNT)
               MOVE SQ-QUEUE-NAME TO WS-MT-QUEUE(WS-MATCH-COUNT)
               MOVE SQ-SUBMIT-DATE TO WS-MT-DATE(WS-MATCH-COUNT)
               MOVE SQ-REPORT-NAME TO WS-MT-REPORT(WS-MATCH-COUNT)
           END-IF.

       2030-NAME-THE-STATE.
           EVALUATE TRUE
               WHEN SQ-QUEUED
                   MOVE "QUEUED" TO WS-STATE-WORD
               WHEN SQ-PRINTED
                   MOVE "PRINTED" TO WS-STATE-WORD
               WHEN SQ-HELD
                   MOVE "HELD" TO WS-STATE-WORD
               WHEN SQ-CANCELLED
                   MOVE "CANCEL" TO WS-STATE-WORD
               WHEN SQ-ORPHANED
                   MOVE "ORPHAN" TO WS-STATE-WORD
               WHEN OTHER
                   MOVE "?" TO WS-STATE-WORD
           END-EVALUATE.

       2100-SHOW-ONE-MATCH.
           MOVE WS-MT-NUMBER(WS-MATCH-SUB) TO WS-LL-NUMBER
           MOVE WS-MT-STATE(WS-MATCH-SUB) TO WS-LL-STATE
           MOVE WS-MT-OWNER(WS-MATCH-SUB) TO WS-LL-OWNER
           MOVE WS-MT-QUEUE(WS-MATCH-SUB) TO WS-LL-QUEUE
           MOVE WS-MT-DATE(WS-MATCH-SUB) TO WS-LL-DATE
           MOVE WS-MT-REPORT(WS-MATCH-SUB) TO WS-LL-REPORT
           DISPLAY WS-LIST-LINE.

      *>----------------------------------------------------------*>
      *> 3000-ONE-LIST-COMMAND - a spool number from the list to      *>
      *> browse, F to filter again, L to list again, X to finish.     *>
      *>----------------------------------------------------------*>
       3000-ONE-LIST-COMMAND.
           DISPLAY " "
           DISPLAY "SPOOL NUMBER TO BROWSE, F = NEW FILTER, "
               "L = LIST, X = EXIT: " WITH NO ADVANCING
           MOVE SPACES TO WS-LIST-REPLY
           ACCEPT WS-LIST-REPLY
           MOVE WS-LIST-REPLY TO WS-TRIM-TEXT
           PERFORM 9000-MEASURE-TRIM-TEXT
           EVALUATE TRUE
               WHEN WS-LIST-REPLY = "X" OR "x"
                   SET WS-SESSION-DONE TO TRUE
               WHEN WS-LIST-REPLY = "F" OR "f"
                   PERFORM 1000-TAKE-THE-FILTER
                   PERFORM 2000-LIST-THE-MATCHES
               WHEN WS-LIST-REPLY = "L" OR "l" OR SPACES
                   PERFORM 2000-LIST-THE-MATCHES
               WHEN WS-TRIM-LEN > 0 AND WS-TRIM-LEN < 6
                   AND WS-LIST-REPLY(1:WS-TRIM-LEN) IS NUMERIC
                   MOVE WS-LIST-REPLY(1:WS-TRIM-LEN)
                       TO WS-BROWSE-NUMBER
                   PERFORM 3100-FIND-THE-PICKED-ROW
                   IF WS-MATCH-FOUND
                       PERFORM 4000-BROWSE-ONE-REPORT
                           THRU 4000-BROWSE-ONE-REPORT-EXIT
                   ELSE
                       DISPLAY "SPOOL " WS-BROWSE-NUMBER
                           " IS NOT IN THE LIST"
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID REPLY."
           END-EVALUATE.

       3100-FIND-THE-PICKED-ROW.
           MOVE "N" TO WS-MATCH-FOUND-FLAG
           PERFORM 3110-MATCH-ONE-PICKED-ROW
               VARYING WS-BROWSE-SUB FROM 1 BY 1
               UNTIL WS-BROWSE-SUB > WS-MATCH-COUNT
                   OR WS-MATCH-FOUND.

       3110-MATCH-ONE-PICKED-ROW.
           IF WS-MT-NUMBER(WS-BROWSE-SUB) = WS-BROWSE-NUMBER
               SET WS-MATCH-FOUND TO TRUE
               SUBTRACT 1 FROM WS-BROWSE-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-BROWSE-ONE-REPORT - count the retained copy's lines,    *>
      *> show page one, and take paging, search and hand-off          *>
      *> commands until the operator goes back to the list.  A        *>
      *> missing retained copy is the ORPHAN case SpoolVerify marks.  *>
      *>----------------------------------------------------------*>
       4000-BROWSE-ONE-REPORT.
           MOVE SPACES TO WS-RETAINED-NAME
           STRING "SPOOL/SPL" DELIMITED BY SIZE
               WS-BROWSE-NUMBER DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WS-RETAINED-NAME
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT RETAINED-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "RETAINED COPY " WS-RETAINED-NAME
                   " IS GONE - STATUS " WS-RPT-STATUS
               GO TO 4000-BROWSE-ONE-REPORT-EXIT
           END-IF
           PERFORM 4010-COUNT-ONE-LINE
               UNTIL WS-RPT-AT-END
           CLOSE RETAINED-REPORT
           COMPUTE WS-PAGE-COUNT =
               (WS-LINE-COUNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           IF WS-PAGE-COUNT = 0
               MOVE 1 TO WS-PAGE-COUNT
           END-IF
           MOVE 1 TO WS-CURRENT-PAGE
           MOVE SPACES TO WS-SEARCH-TEXT
           MOVE 0 TO WS-SEARCH-LEN
           MOVE 0 TO WS-SEARCH-HIT-LINE
           MOVE "N" TO WS-BROWSE-FLAG
           PERFORM 4100-SHOW-THE-PAGE
           PERFORM 4200-ONE-BROWSE-COMMAND
               UNTIL WS-BROWSE-DONE.
       4000-BROWSE-ONE-REPORT-EXIT.
           EXIT.

       4010-COUNT-ONE-LINE.
           READ RETAINED-REPORT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
           END-READ.

      *>----------------------------------------------------------*>
      *> 4100-SHOW-THE-PAGE - a line-sequential copy has no way back, *>
      *> so every page is read forward from the top; the retained     *>
      *> copies are report-sized, not master-sized.                   *>
      *>----------------------------------------------------------*>
       4100-SHOW-THE-PAGE.
           COMPUTE WS-FIRST-LINE =
               (WS-CURRENT-PAGE - 1) * WS-PAGE-LINES + 1
           COMPUTE WS-LAST-LINE = WS-FIRST-LINE + WS-PAGE-LINES - 1
           MOVE WS-BROWSE-NUMBER TO WS-PH-NUMBER
           MOVE WS-MT-REPORT(WS-BROWSE-SUB) TO WS-PH-REPORT
           MOVE WS-CURRENT-PAGE TO WS-PH-PAGE
           MOVE WS-PAGE-COUNT TO WS-PH-PAGES
           DISPLAY " "
           DISPLAY WS-PAGE-HEADING
           MOVE 0 TO WS-LINE-NUMBER
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT RETAINED-REPORT
           IF WS-RPT-OK
               PERFORM 4110-SHOW-ONE-PAGE-LINE
                   UNTIL WS-RPT-AT-END
                       OR WS-LINE-NUMBER NOT < WS-LAST-LINE
               CLOSE RETAINED-REPORT
           END-IF.

       4110-SHOW-ONE-PAGE-LINE.
           READ RETAINED-REPORT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER NOT < WS-FIRST-LINE
                       MOVE WS-LINE-NUMBER TO WS-PL-LINE-NUMBER
                       MOVE RR-REPORT-LINE TO WS-PL-TEXT
                       DISPLAY WS-PAGE-LINE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 4200-ONE-BROWSE-COMMAND - the verb is the first word of the  *>
      *> reply; the rest is its operand (page, search text, queue).   *>
      *>----------------------------------------------------------*>
       4200-ONE-BROWSE-COMMAND.
           DISPLAY "N P G nnn S text R M queue X: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-BROWSE-REPLY
           ACCEPT WS-BROWSE-REPLY
           MOVE SPACES TO WS-BROWSE-VERB
           MOVE SPACES TO WS-BROWSE-OPERAND
           MOVE 1 TO WS-REPLY-PTR
           UNSTRING WS-BROWSE-REPLY DELIMITED BY ALL SPACE
               INTO WS-BROWSE-VERB
               WITH POINTER WS-REPLY-PTR
           END-UNSTRING
           IF WS-REPLY-PTR NOT > 60
               MOVE WS-BROWSE-REPLY(WS-REPLY-PTR:)
                   TO WS-BROWSE-OPERAND
           END-IF
           INSPECT WS-BROWSE-VERB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-BROWSE-VERB
               WHEN "N"
               WHEN SPACES
                   IF WS-CURRENT-PAGE < WS-PAGE-COUNT
                       ADD 1 TO WS-CURRENT-PAGE
                       PERFORM 4100-SHOW-THE-PAGE
                   ELSE
                       DISPLAY "LAST PAGE."
                   END-IF
               WHEN "P"
                   IF WS-CURRENT-PAGE > 1
                       SUBTRACT 1 FROM WS-CURRENT-PAGE
                       PERFORM 4100-SHOW-THE-PAGE
                   ELSE
                       DISPLAY "FIRST PAGE."
                   END-IF
               WHEN "G"
                   PERFORM 4300-JUMP-TO-PAGE
               WHEN "S"
                   PERFORM 4400-SEARCH-FORWARD
               WHEN "R"
                   MOVE "REPRINT" TO WS-BROWSE-VERB
                   PERFORM 5000-HAND-OFF-TO-SPOOLACTION
                       THRU 5000-HAND-OFF-TO-SPOOLACTION-EXIT
               WHEN "M"
                   MOVE "MOVE" TO WS-BROWSE-VERB
                   PERFORM 5000-HAND-OFF-TO-SPOOLACTION
                       THRU 5000-HAND-OFF-TO-SPOOLACTION-EXIT
               WHEN "X"
                   SET WS-BROWSE-DONE TO TRUE
                   PERFORM 2000-LIST-THE-MATCHES
               WHEN OTHER
                   DISPLAY "N NEXT, P PREVIOUS, G nnn GO TO PAGE, "
                       "S text SEARCH, R REPRINT, M queue MOVE, "
                       "X LIST"
           END-EVALUATE.

       4300-JUMP-TO-PAGE.
           MOVE WS-BROWSE-OPERAND TO WS-TRIM-TEXT
           PERFORM 9000-MEASURE-TRIM-TEXT
           MOVE 0 TO WS-WANTED-PAGE
           IF WS-TRIM-LEN > 0 AND WS-TRIM-LEN < 6
               AND WS-BROWSE-OPERAND(1:WS-TRIM-LEN) IS NUMERIC
               MOVE WS-BROWSE-OPERAND(1:WS-TRIM-LEN)
                   TO WS-WANTED-PAGE
           END-IF
           IF WS-WANTED-PAGE = 0 OR WS-WANTED-PAGE > WS-PAGE-COUNT
               DISPLAY "PAGE MUST BE 1 TO " WS-PAGE-COUNT
           ELSE
               MOVE WS-WANTED-PAGE TO WS-CURRENT-PAGE
               PERFORM 4100-SHOW-THE-PAGE
           END-IF.

      *>----------------------------------------------------------*>
      *> 4400-SEARCH-FORWARD - new text searches from the top of the  *>
      *> page on show; S on its own carries on past the last hit.     *>
      *> The hit's page is shown and the hit line is named.           *>
      *>----------------------------------------------------------*>
       4400-SEARCH-FORWARD.
           IF WS-BROWSE-OPERAND NOT = SPACES
               MOVE WS-BROWSE-OPERAND TO WS-SEARCH-TEXT
               MOVE WS-SEARCH-TEXT TO WS-TRIM-TEXT
               PERFORM 9000-MEASURE-TRIM-TEXT
               MOVE WS-TRIM-LEN TO WS-SEARCH-LEN
               COMPUTE WS-SEARCH-FROM-LINE =
                   (WS-CURRENT-PAGE - 1) * WS-PAGE-LINES
           ELSE
               MOVE WS-SEARCH-HIT-LINE TO WS-SEARCH-FROM-LINE
           END-IF
           IF WS-SEARCH-LEN = 0
               DISPLAY "NOTHING TO SEARCH FOR - S text"
           ELSE
               MOVE 0 TO WS-SEARCH-HIT-LINE
               MOVE 0 TO WS-LINE-NUMBER
               MOVE "N" TO WS-RPT-EOF
               OPEN INPUT RETAINED-REPORT
               IF WS-RPT-OK
                   PERFORM 4410-SEARCH-ONE-LINE
                       UNTIL WS-RPT-AT-END
                           OR WS-SEARCH-HIT-LINE > 0
                   CLOSE RETAINED-REPORT
               END-IF
               IF WS-SEARCH-HIT-LINE = 0
                   DISPLAY "NOT FOUND AFTER LINE "
                       WS-SEARCH-FROM-LINE ": "
                       WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   MOVE WS-SEARCH-FROM-LINE TO WS-SEARCH-HIT-LINE
               ELSE
                   COMPUTE WS-CURRENT-PAGE =
                       (WS-SEARCH-HIT-LINE - 1) / WS-PAGE-LINES + 1
                   PERFORM 4100-SHOW-THE-PAGE
                   DISPLAY "FOUND ON LINE " WS-SEARCH-HIT-LINE ": "
                       WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               END-IF
           END-IF.

       4410-SEARCH-ONE-LINE.
           READ RETAINED-REPORT
               AT END
                   SET WS-RPT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER > WS-SEARCH-FROM-LINE
                       MOVE 0 TO WS-SEARCH-HITS
                       INSPECT RR-REPORT-LINE TALLYING WS-SEARCH-HITS
                           FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                       IF WS-SEARCH-HITS > 0
                           MOVE WS-LINE-NUMBER TO WS-SEARCH-HIT-LINE
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 5000-HAND-OFF-TO-SPOOLACTION - REPRINT or MOVE run through   *>
      *> SpoolAction itself under the signed-on operator, so the     *>
      *> disposition rules, authority checks and SPOOLACT.LOG        *>
      *> journal are the batch side's own.  The queue name goes on   *>
      *> a command line, so only a plain name is passed.             *>
      *>----------------------------------------------------------*>
       5000-HAND-OFF-TO-SPOOLACTION.
           IF WS-BROWSE-VERB = "MOVE"
               IF WS-BROWSE-OPERAND = SPACES
                   DISPLAY "MOVE NEEDS A QUEUE NAME - M queue"
                   GO TO 5000-HAND-OFF-TO-SPOOLACTION-EXIT
               END-IF
               MOVE WS-BROWSE-OPERAND TO WS-TRIM-TEXT
               PERFORM 9000-MEASURE-TRIM-TEXT
               MOVE "Y" TO WS-QUEUE-OK-FLAG
               IF WS-TRIM-LEN > 12
                   MOVE "N" TO WS-QUEUE-OK-FLAG
               END-IF
               PERFORM 5010-CHECK-ONE-QUEUE-CHARACTER
                   VARYING WS-TRIM-SUB FROM 1 BY 1
                   UNTIL WS-TRIM-SUB > WS-TRIM-LEN
                       OR NOT WS-QUEUE-NAME-OK
               IF NOT WS-QUEUE-NAME-OK
                   DISPLAY "QUEUE NAME MUST BE UP TO 12 LETTERS, "
                       "DIGITS, - . OR _"
                   GO TO 5000-HAND-OFF-TO-SPOOLACTION-EXIT
               END-IF
           ELSE
               MOVE SPACES TO WS-BROWSE-OPERAND
           END-IF
           MOVE SPACES TO OS-ACTION-TEXT
           STRING "SPOOLBRW " DELIMITED BY SIZE
               WS-BROWSE-VERB DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BROWSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BROWSE-OPERAND DELIMITED BY SPACE
               INTO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT
           MOVE SPACES TO WS-COMMAND
           STRING "SPOOL_ACTION=" DELIMITED BY SIZE
               WS-BROWSE-VERB DELIMITED BY SPACE
               " SPOOL_NUMBER=" DELIMITED BY SIZE
               WS-BROWSE-NUMBER DELIMITED BY SIZE
               " SPOOL_TARGET_QUEUE=" DELIMITED BY SIZE
               WS-BROWSE-OPERAND DELIMITED BY SPACE
               " OPERATOR=" DELIMITED BY SIZE
               OS-OPERATOR-ID DELIMITED BY SPACE
               " RUNID=" DELIMITED BY SIZE
               RC-RUN-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ACTION-COMMAND DELIMITED BY "   "
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-ACTION-RC
           MOVE 0 TO RETURN-CODE
           MOVE WS-ACTION-RC TO WS-ACTION-RC-DISP
           DISPLAY "SPOOLACTION " WS-BROWSE-VERB " ENDED WITH CODE "
               WS-ACTION-RC-DISP.
       5000-HAND-OFF-TO-SPOOLACTION-EXIT.
           EXIT.

       5010-CHECK-ONE-QUEUE-CHARACTER.
           IF (WS-TRIM-TEXT(WS-TRIM-SUB:1) < "a"
                   OR WS-TRIM-TEXT(WS-TRIM-SUB:1) > "z")
               AND (WS-TRIM-TEXT(WS-TRIM-SUB:1) < "A"
                   OR WS-TRIM-TEXT(WS-TRIM-SUB:1) > "Z")
               AND (WS-TRIM-TEXT(WS-TRIM-SUB:1) < "0"
                   OR WS-TRIM-TEXT(WS-TRIM-SUB:1) > "9")
               AND WS-TRIM-TEXT(WS-TRIM-SUB:1) NOT = "-"
               AND WS-TRIM-TEXT(WS-TRIM-SUB:1) NOT = "."
               AND WS-TRIM-TEXT(WS-TRIM-SUB:1) NOT = "_"
               MOVE "N" TO WS-QUEUE-OK-FLAG
           END-IF.

      *>----------------------------------------------------------*>
      *> 9000-MEASURE-TRIM-TEXT - length of WS-TRIM-TEXT without its  *>
      *> trailing spaces.                                             *>
      *>----------------------------------------------------------*>
       9000-MEASURE-TRIM-TEXT.
           MOVE 60 TO WS-TRIM-LEN
           PERFORM 9010-DROP-ONE-TRAILING-SPACE
               UNTIL WS-TRIM-LEN = 0
                   OR WS-TRIM-TEXT(WS-TRIM-LEN:1) NOT = SPACE.

       9010-DROP-ONE-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-TRIM-LEN.
