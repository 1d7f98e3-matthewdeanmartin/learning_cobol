      *>             run log, and how many errors are logged against  *>
      *>             it today - refreshed on demand, so an incident   *>
      *>             no longer means three files open in an editor.   *>
      *>             Tonight's NightRun journal marks a chain held    *>
      *>             for its trigger file as WAITING FOR FILE rather  *>
      *>             than NOT RUN.                                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>               clearing the detail line wiped its VALUE       *>
      *>               every build, and the line-2 heading already    *>
      *>               carries the ERRS caption.                      *>
      *>   2026-10-15  Status column widened; a chain NightRun holds  *>
      *>               for its trigger file shows WAITING FOR FILE,   *>
      *>               read from tonight's NightRun journal.          *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchDashboard.
           SELECT ERROR-LOG ASSIGN TO "ERRORLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT NIGHT-JOURNAL ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG.
           COPY "error-log.cpy".

       FD  NIGHT-JOURNAL.
       01  NIGHT-JOURNAL-LINE.
           05 NJ-JOB-NAME          PIC X(08).
           05 FILLER               PIC X(01).
           05 NJ-START             PIC X(08).
           05 FILLER               PIC X(01).
           05 NJ-END               PIC X(08).
           05 FILLER               PIC X(01).
           05 NJ-OUTCOME           PIC X(20).
           05 FILLER               PIC X(33).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
       01 WS-SKED-STATUS            PIC X(02) VALUE "00".
           88 WS-RUNLOG-OK                    VALUE "00".
       01 WS-ERRLOG-STATUS          PIC X(02) VALUE "00".
           88 WS-ERRLOG-OK                    VALUE "00".
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE "00".
           88 WS-JOURNAL-OK                   VALUE "00".
       01 WS-JOURNAL-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-DONE-SWITCH            PIC X(01) VALUE "N".
       01 WS-JOB-COUNT              PIC 9(02) COMP VALUE 0.
       01 WS-JOB-MAX                PIC 9(02) COMP VALUE 15.
       01 WS-JOB-SUB                PIC 9(02) COMP VALUE 0.
       01 WS-PRED-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-PASS-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-JOB-STATE-TABLE.
           05 WS-JS-ENTRY OCCURS 15 TIMES.
               10 WS-JS-NAME        PIC X(08).
               10 WS-JS-PRED        PIC X(08).
               10 WS-JS-WAITING     PIC X(01).
                   88 WS-JS-WAITING-FOR-FILE  VALUE "Y".
               10 WS-JS-DONE-TODAY  PIC X(01).
               10 WS-JS-DONE-TIME   PIC 9(08).
               10 WS-JS-LAST-START  PIC 9(08).
       01 WS-ONE-DASH-LINE.
           05 WS-DL-NAME            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-DONE            PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-START           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BLANK SCREEN.
           05 LINE 01 COL 20 VALUE "BATCH STATUS DASHBOARD".
           05 LINE 02 COL 02 VALUE
           "JOB      STATUS           START    END      SECS   ERRS".
           05 LINE 04 COL 02 PIC X(78) FROM WS-DASH-LINE(1).
           05 LINE 05 COL 02 PIC X(78) FROM WS-DASH-LINE(2).
           05 LINE 06 COL 02 PIC X(78) FROM WS-DASH-LINE(3).
           PERFORM 2100-MERGE-DONE-LOG
           PERFORM 2200-MERGE-RUN-LOG
           PERFORM 2300-MERGE-ERROR-LOG
           PERFORM 2400-MERGE-NIGHT-JOURNAL
           PERFORM 2500-SPREAD-FILE-WAITS
           PERFORM 3000-BUILD-DASH-LINES
           MOVE SPACE TO SCR-ACTION
           DISPLAY DASHBOARD-SCREEN
                       ADD 1 TO WS-JOB-COUNT
                       MOVE JS-SCHED-JOB-NAME
                           TO WS-JS-NAME(WS-JOB-COUNT)
                       MOVE JS-SCHED-PREDECESSOR
                           TO WS-JS-PRED(WS-JOB-COUNT)
                       MOVE "N" TO WS-JS-WAITING(WS-JOB-COUNT)
                       MOVE "N" TO WS-JS-DONE-TODAY(WS-JOB-COUNT)
                       MOVE 0 TO WS-JS-DONE-TIME(WS-JOB-COUNT)
                       MOVE 0 TO WS-JS-LAST-START(WS-JOB-COUNT)
               ADD 1 TO WS-JS-ERRORS(WS-JOB-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-MERGE-NIGHT-JOURNAL - tonight's NightRun journal; a     *>
      *> job whose latest line there is WAITING FOR FILE or STILL     *>
      *> WAITING is being held for its trigger file.                  *>
      *>----------------------------------------------------------*>
       2400-MERGE-NIGHT-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "NIGHTRUN." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT NIGHT-JOURNAL
           IF WS-JOURNAL-OK
               PERFORM 2410-MERGE-ONE-JOURNAL-ROW
                   UNTIL WS-AT-END
               CLOSE NIGHT-JOURNAL
           END-IF.

       2410-MERGE-ONE-JOURNAL-ROW.
           READ NIGHT-JOURNAL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 2420-APPLY-ONE-JOURNAL-ROW
                       VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT
           END-READ.

       2420-APPLY-ONE-JOURNAL-ROW.
           IF WS-JS-NAME(WS-JOB-SUB) = NJ-JOB-NAME
               IF NJ-OUTCOME = "WAITING FOR FILE"
                   OR NJ-OUTCOME = "STILL WAITING"
                   MOVE "Y" TO WS-JS-WAITING(WS-JOB-SUB)
               ELSE
                   MOVE "N" TO WS-JS-WAITING(WS-JOB-SUB)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2500-SPREAD-FILE-WAITS - the rest of a held chain waits      *>
      *> with it: a job not yet done whose predecessor is waiting     *>
      *> for a file is shown waiting too.  One pass per job covers    *>
      *> the longest chain the schedule can hold.                     *>
      *>----------------------------------------------------------*>
       2500-SPREAD-FILE-WAITS.
           PERFORM 2510-SPREAD-ONE-PASS
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-JOB-COUNT.

       2510-SPREAD-ONE-PASS.
           PERFORM 2520-SPREAD-TO-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.

       2520-SPREAD-TO-ONE-JOB.
           IF WS-JS-PRED(WS-JOB-SUB) NOT = SPACES
               AND WS-JS-DONE-TODAY(WS-JOB-SUB) NOT = "Y"
               AND NOT WS-JS-WAITING-FOR-FILE(WS-JOB-SUB)
               PERFORM 2530-CHECK-ONE-PREDECESSOR
                   VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-JOB-COUNT
           END-IF.

       2530-CHECK-ONE-PREDECESSOR.
           IF WS-JS-NAME(WS-PRED-SUB) = WS-JS-PRED(WS-JOB-SUB)
               AND WS-JS-WAITING-FOR-FILE(WS-PRED-SUB)
               MOVE "Y" TO WS-JS-WAITING(WS-JOB-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-BUILD-DASH-LINES - format one display line per job and  *>
      *> blank the unused rows.                                       *>
       3020-BUILD-ONE-LINE.
           MOVE SPACES TO WS-ONE-DASH-LINE
           MOVE WS-JS-NAME(WS-JOB-SUB) TO WS-DL-NAME
           EVALUATE TRUE
               WHEN WS-JS-DONE-TODAY(WS-JOB-SUB) = "Y"
                   MOVE "DONE" TO WS-DL-DONE
               WHEN WS-JS-WAITING-FOR-FILE(WS-JOB-SUB)
                   MOVE "WAITING FOR FILE" TO WS-DL-DONE
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-DL-DONE
           END-EVALUATE
           MOVE WS-JS-LAST-START(WS-JOB-SUB) TO WS-DL-START
           MOVE WS-JS-LAST-END(WS-JOB-SUB) TO WS-DL-END
           MOVE WS-JS-DURATION(WS-JOB-SUB) TO WS-DL-SECS
