      *>--------------------------------------------------------------*>
      *> PROGRAM:    OperatorRecert                                   *>
      *> PURPOSE:    Quarterly operator authority recertification,    *>
      *>             so OPERAUTH.CTL stops only ever growing.  Runs   *>
      *>             in one of three modes:                           *>
      *>               LIST    - opens a recertification cycle (when  *>
      *>                         none is open) with its deadline in   *>
      *>                         OPERCERT.CTL, lists every operator's *>
      *>                         authority level, last sign-on and    *>
      *>                         last privileged action from          *>
      *>                         OPERSESS.LOG, flags DORMANT accounts *>
      *>                         (no sign-on in RECERT_DORMANT_DAYS)  *>
      *>                         and UNUSED levels (batch-update      *>
      *>                         level or above, no privileged action *>
      *>                         ever journaled), and writes one      *>
      *>                         sign-off sheet per manager per       *>
      *>                         OPERMGR.CTL to RECERT.<manager>.     *>
      *>               APPLY   - applies the returned decisions keyed *>
      *>                         to OPERCERT.DEC (keep, lower,        *>
      *>                         remove) to OPERAUTH.CTL, gated by    *>
      *>                         CheckOperatorAuth at the             *>
      *>                         destructive level, then runs the     *>
      *>                         deadline sweep below.                *>
      *>               SUSPEND - the deadline sweep alone, for the    *>
      *>                         nightly schedule: once the deadline  *>
      *>                         has passed, every active operator    *>
      *>                         not kept or lowered in the cycle is  *>
      *>                         suspended (active flag S) and the    *>
      *>                         cycle is closed.  It only ever takes *>
      *>                         authority away, so it needs none.    *>
      *>             Every applied decision and every suspension is   *>
      *>             journaled to OPERCERT.LOG and, as a privileged   *>
      *>             action of the running operator, to OPERSESS.LOG. *>
      *>             A decision is refused when the operator is not   *>
      *>             on OPERAUTH.CTL, the manager does not match      *>
      *>             OPERMGR.CTL, managers certify themselves, or a   *>
      *>             lower does not lower.  A flagged account, a      *>
      *>             refused decision or a suspension ends the step   *>
      *>             with condition code 4.                           *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               RECERT_MODE         LIST (default), APPLY or   *>
      *>                                   SUSPEND                    *>
      *>               RECERT_DEADLINE     yyyymmdd deadline for a    *>
      *>                                   new cycle (default: run    *>
      *>                                   date plus RECERT_DAYS      *>
      *>                                   business days)             *>
      *>               RECERT_DAYS         business days to return    *>
      *>                                   the sheets (default 10)    *>
      *>               RECERT_DORMANT_DAYS days without a sign-on     *>
      *>                                   that flag DORMANT          *>
      *>                                   (default 90)               *>
      *>                                                              *>
      *>             OPERMGR.CTL row: operator(8) manager(8),         *>
      *>             blank-separated; an operator without a row goes  *>
      *>             on the UNASSIGN sheet.                           *>
      *>             OPERCERT.CTL row: cycle start(8) deadline(8)     *>
      *>             status(1) O open / C closed, blank-separated.    *>
      *>             OPERCERT.DEC row: operator(8) decision(1)        *>
      *>             K/L/R new-level(1) manager(8), blank-separated;  *>
      *>             the file is renamed OPERCERT.<run date> once     *>
      *>             applied so it cannot be applied twice.           *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  The OPERAUTH.CTL rewrite now carries the       *>
      *>               operator's message-language column along with  *>
      *>               the rest of the row, so a recertification no   *>
      *>               longer drops it.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorRecert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERAUTH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPERATOR-REWRITE ASSIGN TO "OPERAUTH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT MANAGER-MAP ASSIGN TO "OPERMGR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGR-STATUS.
           SELECT SESSION-JOURNAL ASSIGN TO "OPERSESS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT CYCLE-CONTROL ASSIGN TO "OPERCERT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
           SELECT DECISION-FILE ASSIGN TO "OPERCERT.DEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT CERT-JOURNAL ASSIGN TO "OPERCERT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT RECERT-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SIGNOFF-SHEET ASSIGN TO WS-SHEET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-AUTHORITY-LEVEL   PIC 9(01).
           05 FILLER               PIC X(01).
           05 OM-ACTIVE-FLAG       PIC X(01).
               88 OM-ACTIVE                  VALUE "A".
           05 FILLER               PIC X(01).
           05 OM-PASSWORD-HASH     PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-LANGUAGE-CODE     PIC X(02).

       FD  OPERATOR-REWRITE.
       01  OPERATOR-REWRITE-RECORD PIC X(24).

       FD  MANAGER-MAP.
       01  MANAGER-MAP-RECORD.
           05 MM-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 MM-MANAGER-ID        PIC X(08).

       FD  SESSION-JOURNAL.
           COPY "operator-session.cpy".

       FD  CYCLE-CONTROL.
       01  CYCLE-CONTROL-RECORD.
           05 CY-CYCLE-START       PIC 9(08).
           05 FILLER               PIC X(01).
           05 CY-DEADLINE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 CY-STATUS-FLAG       PIC X(01).
               88 CY-OPEN                    VALUE "O".
               88 CY-CLOSED                  VALUE "C".

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DR-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 DR-DECISION          PIC X(01).
               88 DR-KEEP                    VALUE "K".
               88 DR-LOWER                   VALUE "L".
               88 DR-REMOVE                  VALUE "R".
           05 FILLER               PIC X(01).
           05 DR-NEW-LEVEL         PIC X(01).
           05 FILLER               PIC X(01).
           05 DR-MANAGER-ID        PIC X(08).

       FD  CERT-JOURNAL.
           COPY "operator-cert.cpy".

       FD  RECERT-REPORT.
       01  RR-REPORT-LINE           PIC X(100).

       FD  SIGNOFF-SHEET.
       01  SS-SHEET-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "operator-signon-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-OPR-STATUS             PIC X(02) VALUE "00".
           88 WS-OPR-OK                       VALUE "00".
       01 WS-NEW-STATUS             PIC X(02) VALUE "00".
       01 WS-MGR-STATUS             PIC X(02) VALUE "00".
           88 WS-MGR-OK                       VALUE "00".
       01 WS-SES-STATUS             PIC X(02) VALUE "00".
           88 WS-SES-OK                       VALUE "00".
       01 WS-CYC-STATUS             PIC X(02) VALUE "00".
           88 WS-CYC-OK                       VALUE "00".
       01 WS-DEC-STATUS             PIC X(02) VALUE "00".
           88 WS-DEC-OK                       VALUE "00".
       01 WS-CRT-STATUS             PIC X(02) VALUE "00".
           88 WS-CRT-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-SHT-STATUS             PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-SHEET-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-COMMAND                PIC X(60) VALUE SPACES.
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-RUN-MODE               PIC X(07) VALUE "LIST".
           88 WS-MODE-LIST                    VALUE "LIST".
           88 WS-MODE-APPLY                   VALUE "APPLY".
           88 WS-MODE-SUSPEND                 VALUE "SUSPEND".
       01 WS-DATE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-NUMBER-TEXT            PIC X(05) VALUE SPACES.
       01 WS-DEADLINE-OVERRIDE      PIC 9(08) VALUE 0.
       01 WS-RETURN-DAYS            PIC 9(03) VALUE 10.
       01 WS-DORMANT-DAYS           PIC 9(05) VALUE 90.
       01 WS-UNUSED-LEVEL           PIC 9(01) VALUE 5.
       01 WS-RUN-DAY-NUMBER         PIC 9(07) VALUE 0.
       01 WS-IDLE-DAYS              PIC 9(07) VALUE 0.
       01 WS-MASTER-CHANGED         PIC X(01) VALUE "N".
           88 WS-MASTER-WAS-CHANGED           VALUE "Y".
       01 WS-TABLE-FULL-FLAG        PIC X(01) VALUE "N".
           88 WS-TABLE-OVERFLOWED             VALUE "Y".

       01 WS-CYCLE-FLAG             PIC X(01) VALUE "N".
           88 WS-CYCLE-ON-FILE                VALUE "Y".
       01 WS-CYCLE-START            PIC 9(08) VALUE 0.
       01 WS-CYCLE-DEADLINE         PIC 9(08) VALUE 0.
       01 WS-CYCLE-STATUS           PIC X(01) VALUE SPACES.
           88 WS-CYCLE-OPEN                   VALUE "O".
           88 WS-CYCLE-CLOSED                 VALUE "C".

       01 WS-OPERATOR-COUNT         PIC 9(05) VALUE 0.
       01 WS-DORMANT-COUNT          PIC 9(05) VALUE 0.
       01 WS-UNUSED-COUNT           PIC 9(05) VALUE 0.
       01 WS-KEPT-COUNT             PIC 9(05) VALUE 0.
       01 WS-LOWERED-COUNT          PIC 9(05) VALUE 0.
       01 WS-REMOVED-COUNT          PIC 9(05) VALUE 0.
       01 WS-SUSPENDED-COUNT        PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT          PIC 9(05) VALUE 0.

       01 WS-OP-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-OP-MAX                 PIC 9(03) COMP VALUE 200.
       01 WS-OP-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-OP-HIT                 PIC 9(03) COMP VALUE 0.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ROW.
                   15 WS-OP-ID          PIC X(08).
                   15 FILLER            PIC X(01).
                   15 WS-OP-LEVEL       PIC 9(01).
                   15 FILLER            PIC X(01).
                   15 WS-OP-ACTIVE      PIC X(01).
                   15 FILLER            PIC X(01).
                   15 WS-OP-HASH        PIC X(08).
                   15 FILLER            PIC X(01).
                   15 WS-OP-LANGUAGE    PIC X(02).
               10 WS-OP-MANAGER         PIC X(08).
               10 WS-OP-LAST-SIGNON     PIC 9(08).
               10 WS-OP-LAST-ACTION     PIC 9(08).
               10 WS-OP-ACTION-TEXT     PIC X(40).
               10 WS-OP-FLAGS           PIC X(16).
               10 WS-OP-RECERT-FLAG     PIC X(01).
               10 WS-OP-REMOVED-FLAG    PIC X(01).

       01 WS-MG-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-MG-MAX                 PIC 9(03) COMP VALUE 100.
       01 WS-MG-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-MG-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-MG-FOUND                     VALUE "Y".
       01 WS-MG-TABLE.
           05 WS-MG-ID OCCURS 100 TIMES PIC X(08).
       01 WS-SHEET-MANAGER          PIC X(08) VALUE SPACES.
       01 WS-SHEET-LISTED           PIC 9(05) VALUE 0.

       01 WS-DECISION-OUTCOME       PIC X(30) VALUE SPACES.
       01 WS-OLD-LEVEL              PIC 9(01) VALUE 0.
       01 WS-NEW-LEVEL              PIC 9(01) VALUE 0.
       01 WS-JOURNAL-DECISION       PIC X(01) VALUE SPACES.
       01 WS-JOURNAL-MANAGER        PIC X(08) VALUE SPACES.

       01 WS-ACTION-TEXT.
           05 FILLER                PIC X(07) VALUE "RECERT ".
           05 WS-AT-DECISION        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AT-OPERATOR        PIC X(08).
           05 FILLER                PIC X(07) VALUE " LEVEL ".
           05 WS-AT-OLD-LEVEL       PIC 9(01).
           05 FILLER                PIC X(01) VALUE ">".
           05 WS-AT-NEW-LEVEL       PIC 9(01).

       01 WS-HEADING-1.
           05 FILLER                PIC X(37) VALUE
               "OPERATOR AUTHORITY RECERTIFICATION - ".
           05 WS-H1-MODE            PIC X(07).
           05 FILLER                PIC X(07) VALUE " CYCLE ".
           05 WS-H1-CYCLE           PIC 9(08).
           05 FILLER                PIC X(10) VALUE " DEADLINE ".
           05 WS-H1-DEADLINE        PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
       01 WS-LIST-HEADING.
           05 FILLER                PIC X(38) VALUE
               "OPERATOR LVL ACT MANAGER  LAST-SIGNON ".
           05 FILLER                PIC X(42) VALUE
               "LAST-ACTION FLAGS            ACTION DETAIL".
       01 WS-LIST-LINE.
           05 WS-LL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LL-LEVEL           PIC 9(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LL-ACTIVE          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LL-MANAGER         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-LAST-SIGNON     PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LL-LAST-ACTION     PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LL-FLAGS           PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-ACTION-TEXT     PIC X(30).
       01 WS-SHEET-HEADING-1.
           05 FILLER                PIC X(38) VALUE
               "AUTHORITY RECERTIFICATION SIGN-OFF - ".
           05 WS-S1-MANAGER         PIC X(08).
           05 FILLER                PIC X(07) VALUE " CYCLE ".
           05 WS-S1-CYCLE           PIC 9(08).
       01 WS-SHEET-HEADING-2.
           05 FILLER                PIC X(34) VALUE
               "RETURN THIS SHEET COMPLETED BY    ".
           05 WS-S2-DEADLINE        PIC 9(08).
           05 FILLER                PIC X(40) VALUE
               " - OPERATORS NOT KEPT OR LOWERED BY THEN".
           05 FILLER                PIC X(15) VALUE
               " ARE SUSPENDED.".
       01 WS-SHEET-HEADING-3        PIC X(100) VALUE
           "DECISION: K KEEP, L LOWER (GIVE THE NEW LEVEL), R REMOVE".
       01 WS-SHEET-COLUMNS.
           05 FILLER                PIC X(38) VALUE
               "OPERATOR LVL ACT MANAGER  LAST-SIGNON ".
           05 FILLER                PIC X(42) VALUE
               "LAST-ACTION FLAGS            DECISION".
       01 WS-SHEET-LINE.
           05 WS-SL-LIST            PIC X(67).
           05 FILLER                PIC X(16) VALUE
               "[ ]   LEVEL [ ]".
       01 WS-SHEET-SIGNATURE        PIC X(100) VALUE
           "SIGNED ____________________  DATE __________".
       01 WS-APPLY-HEADING.
           05 FILLER                PIC X(40) VALUE
               "OPERATOR DECISION MANAGER  OLD NEW ".
           05 FILLER                PIC X(40) VALUE
               "OUTCOME".
       01 WS-APPLY-LINE.
           05 WS-AL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-DECISION        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-MANAGER         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-OLD-LEVEL       PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-AL-NEW-LEVEL       PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-AL-OUTCOME         PIC X(30).
       01 WS-LIST-FOOTING.
           05 FILLER                PIC X(11) VALUE "OPERATORS: ".
           05 WS-LF-OPERATORS       PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  DORMANT: ".
           05 WS-LF-DORMANT         PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  UNUSED: ".
           05 WS-LF-UNUSED          PIC ZZZZ9.
       01 WS-APPLY-FOOTING.
           05 FILLER                PIC X(06) VALUE "KEPT: ".
           05 WS-AF-KEPT            PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  LOWERED: ".
           05 WS-AF-LOWERED         PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  REMOVED: ".
           05 WS-AF-REMOVED         PIC ZZZZ9.
           05 FILLER                PIC X(13) VALUE "  SUSPENDED: ".
           05 WS-AF-SUSPENDED       PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  REFUSED: ".
           05 WS-AF-REFUSED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0040-RUN-THE-MODE
                   THRU 0040-RUN-THE-MODE-EXIT
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields, the run mode and the cycle settings.                 *>
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
           MOVE "OPRCERT" TO RC-JOB-STEP-NAME
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RECERT_MODE"
           IF NOT WS-MODE-APPLY AND NOT WS-MODE-SUSPEND
               MOVE "LIST" TO WS-RUN-MODE
           END-IF
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "RECERT_DEADLINE"
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-DEADLINE-OVERRIDE
           END-IF
           ACCEPT WS-NUMBER-TEXT FROM ENVIRONMENT "RECERT_DAYS"
           IF WS-NUMBER-TEXT(1:3) IS NUMERIC
               MOVE WS-NUMBER-TEXT(1:3) TO WS-RETURN-DAYS
           END-IF
           MOVE SPACES TO WS-NUMBER-TEXT
           ACCEPT WS-NUMBER-TEXT
               FROM ENVIRONMENT "RECERT_DORMANT_DAYS"
           IF WS-NUMBER-TEXT(1:3) IS NUMERIC
               MOVE WS-NUMBER-TEXT(1:3) TO WS-DORMANT-DAYS
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
      *> 0030-MARK-JOB-COMPLETE - 0 when nothing needs a look, 4      *>
      *> when an account was flagged, a decision refused or an        *>
      *> operator suspended.                                          *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-DORMANT-COUNT > 0 OR WS-UNUSED-COUNT > 0
               OR WS-REFUSED-COUNT > 0 OR WS-SUSPENDED-COUNT > 0
               MOVE 4 TO WS-CONDITION
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0040-RUN-THE-MODE - APPLY changes other operators'           *>
      *> authority, so it needs the destructive level; a refused      *>
      *> operator gets nothing applied.  Every mode works from the    *>
      *> whole operator master in storage.                            *>
      *>----------------------------------------------------------*>
       0040-RUN-THE-MODE.
           IF WS-MODE-APPLY
               MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE 9 TO OA-REQUIRED-LEVEL
               CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
                   OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
               IF OA-REFUSED
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " Apply refused - operator " RC-OPERATOR-ID
                       " lacks authority."
                   MOVE 8 TO RETURN-CODE
                   GO TO 0040-RUN-THE-MODE-EXIT
               END-IF
           END-IF
           PERFORM 1000-LOAD-OPERATORS
           IF NOT WS-OPR-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No OPERAUTH.CTL - nothing to recertify."
               GO TO 0040-RUN-THE-MODE-EXIT
           END-IF
           IF WS-TABLE-OVERFLOWED AND NOT WS-MODE-LIST
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " OPERAUTH.CTL exceeds the operator table - "
                   "not rewritten."
               MOVE "OPRCERT" TO LE-PROGRAM-NAME
               MOVE "0040-RUN-THE-MODE" TO LE-PARAGRAPH-NAME
               MOVE "OPERAUTH.CTL TOO LARGE - RECERT NOT APPLIED"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
               PERFORM 0030-MARK-JOB-COMPLETE
               GO TO 0040-RUN-THE-MODE-EXIT
           END-IF
           PERFORM 1100-LOAD-MANAGERS
           PERFORM 1200-LOAD-SESSION-HISTORY
           PERFORM 1300-LOAD-THE-CYCLE
           IF WS-MODE-LIST
               PERFORM 2000-LIST-THE-OPERATORS
           ELSE
               PERFORM 1400-LOAD-RECERTIFICATIONS
               PERFORM 3000-OPEN-APPLY-REPORT
               IF WS-MODE-APPLY
                   PERFORM 3100-APPLY-THE-DECISIONS
               END-IF
               PERFORM 3500-SUSPEND-THE-OVERDUE
               IF WS-MASTER-WAS-CHANGED
                   PERFORM 3900-REWRITE-OPERATOR-MASTER
               END-IF
               PERFORM 3950-CLOSE-APPLY-REPORT
           END-IF
           PERFORM 4000-SHOW-CONTROL-TOTALS
           PERFORM 0030-MARK-JOB-COMPLETE.
       0040-RUN-THE-MODE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-OPERATORS - every OPERAUTH.CTL row, kept whole so  *>
      *> the rewrite carries the password hash through untouched.     *>
      *>----------------------------------------------------------*>
       1000-LOAD-OPERATORS.
           MOVE 0 TO WS-OP-COUNT
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-LOAD-ONE-OPERATOR
                   UNTIL WS-AT-END
               CLOSE OPERATOR-MASTER
           END-IF.

       1010-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF WS-OP-COUNT < WS-OP-MAX
                       ADD 1 TO WS-OP-COUNT
                       MOVE OPERATOR-MASTER-RECORD
                           TO WS-OP-ROW(WS-OP-COUNT)
                       MOVE "UNASSIGN" TO WS-OP-MANAGER(WS-OP-COUNT)
                       MOVE 0 TO WS-OP-LAST-SIGNON(WS-OP-COUNT)
                       MOVE 0 TO WS-OP-LAST-ACTION(WS-OP-COUNT)
                       MOVE SPACES TO WS-OP-ACTION-TEXT(WS-OP-COUNT)
                       MOVE SPACES TO WS-OP-FLAGS(WS-OP-COUNT)
                       MOVE "N" TO WS-OP-RECERT-FLAG(WS-OP-COUNT)
                       MOVE "N" TO WS-OP-REMOVED-FLAG(WS-OP-COUNT)
                   ELSE
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-MANAGERS - the OPERMGR.CTL manager of each         *>
      *> operator; no row leaves the operator UNASSIGN.               *>
      *>----------------------------------------------------------*>
       1100-LOAD-MANAGERS.
           OPEN INPUT MANAGER-MAP
           IF WS-MGR-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-LOAD-ONE-MANAGER
                   UNTIL WS-AT-END
               CLOSE MANAGER-MAP
           END-IF.

       1110-LOAD-ONE-MANAGER.
           READ MANAGER-MAP
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF MANAGER-MAP-RECORD(1:1) NOT = "*"
                       AND MM-MANAGER-ID NOT = SPACES
                       MOVE MM-OPERATOR-ID TO SE-OPERATOR-ID
                       PERFORM 8100-FIND-THE-OPERATOR
                       IF WS-OP-HIT > 0
                           MOVE MM-MANAGER-ID
                               TO WS-OP-MANAGER(WS-OP-HIT)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1200-LOAD-SESSION-HISTORY - the latest sign-on and latest    *>
      *> privileged action of each operator in OPERSESS.LOG.          *>
      *>----------------------------------------------------------*>
       1200-LOAD-SESSION-HISTORY.
           OPEN INPUT SESSION-JOURNAL
           IF WS-SES-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1210-READ-ONE-SESSION-EVENT
                   UNTIL WS-AT-END
               CLOSE SESSION-JOURNAL
           END-IF.

       1210-READ-ONE-SESSION-EVENT.
           READ SESSION-JOURNAL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SE-EVENT-DATE IS NUMERIC
                       AND (SE-SIGNON OR SE-ACTION)
                       PERFORM 8100-FIND-THE-OPERATOR
                       IF WS-OP-HIT > 0
                           PERFORM 1220-NOTE-ONE-EVENT
                       END-IF
                   END-IF
           END-READ.

       1220-NOTE-ONE-EVENT.
           IF SE-SIGNON
               IF SE-EVENT-DATE > WS-OP-LAST-SIGNON(WS-OP-HIT)
                   MOVE SE-EVENT-DATE TO WS-OP-LAST-SIGNON(WS-OP-HIT)
               END-IF
           ELSE
               IF SE-EVENT-DATE NOT < WS-OP-LAST-ACTION(WS-OP-HIT)
                   MOVE SE-EVENT-DATE TO WS-OP-LAST-ACTION(WS-OP-HIT)
                   MOVE SE-DETAIL-TEXT
                       TO WS-OP-ACTION-TEXT(WS-OP-HIT)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1300-LOAD-THE-CYCLE - the current OPERCERT.CTL cycle, if     *>
      *> one has ever been opened.                                    *>
      *>----------------------------------------------------------*>
       1300-LOAD-THE-CYCLE.
           MOVE "N" TO WS-CYCLE-FLAG
           MOVE 0 TO WS-CYCLE-START
           MOVE 0 TO WS-CYCLE-DEADLINE
           MOVE SPACES TO WS-CYCLE-STATUS
           OPEN INPUT CYCLE-CONTROL
           IF WS-CYC-OK
               READ CYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CY-CYCLE-START IS NUMERIC
                           AND CY-DEADLINE IS NUMERIC
                           SET WS-CYCLE-ON-FILE TO TRUE
                           MOVE CY-CYCLE-START TO WS-CYCLE-START
                           MOVE CY-DEADLINE TO WS-CYCLE-DEADLINE
                           MOVE CY-STATUS-FLAG TO WS-CYCLE-STATUS
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL
           END-IF.

      *>----------------------------------------------------------*>
      *> 1400-LOAD-RECERTIFICATIONS - an operator kept or lowered in  *>
      *> the current cycle is recertified for the deadline sweep.     *>
      *>----------------------------------------------------------*>
       1400-LOAD-RECERTIFICATIONS.
           IF WS-CYCLE-ON-FILE
               OPEN INPUT CERT-JOURNAL
               IF WS-CRT-OK
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 1410-READ-ONE-CERT-ROW
                       UNTIL WS-AT-END
                   CLOSE CERT-JOURNAL
               END-IF
           END-IF.

       1410-READ-ONE-CERT-ROW.
           READ CERT-JOURNAL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF OC-LOG-DATE IS NUMERIC
                       AND OC-LOG-DATE NOT < WS-CYCLE-START
                       AND (OC-KEPT OR OC-LOWERED)
                       MOVE OC-OPERATOR-ID TO SE-OPERATOR-ID
                       PERFORM 8100-FIND-THE-OPERATOR
                       IF WS-OP-HIT > 0
                           MOVE "Y" TO WS-OP-RECERT-FLAG(WS-OP-HIT)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-LIST-THE-OPERATORS - open a cycle when none is open,    *>
      *> flag and list every operator, then one sheet per manager.    *>
      *>----------------------------------------------------------*>
       2000-LIST-THE-OPERATORS.
           IF NOT WS-CYCLE-ON-FILE OR WS-CYCLE-CLOSED
               PERFORM 2010-OPEN-A-NEW-CYCLE
           END-IF
           MOVE RC-RUN-DATE TO DC-DATE
           CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
           MOVE DC-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           PERFORM 2100-FLAG-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           STRING "OPRCERT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT RECERT-REPORT
           PERFORM 2900-FILL-HEADING
           MOVE WS-HEADING-1 TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-LIST-HEADING TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           PERFORM 2200-LIST-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-OPERATOR-COUNT TO WS-LF-OPERATORS
           MOVE WS-DORMANT-COUNT TO WS-LF-DORMANT
           MOVE WS-UNUSED-COUNT TO WS-LF-UNUSED
           MOVE WS-LIST-FOOTING TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE RECERT-REPORT
           PERFORM 2300-WRITE-ONE-SHEET
               VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT.

       2010-OPEN-A-NEW-CYCLE.
           MOVE RC-RUN-DATE TO WS-CYCLE-START
           IF WS-DEADLINE-OVERRIDE > RC-RUN-DATE
               MOVE WS-DEADLINE-OVERRIDE TO WS-CYCLE-DEADLINE
           ELSE
               MOVE RC-RUN-DATE TO DC-DATE
               MOVE WS-RETURN-DAYS TO DC-DAYS-ADJUST
               CALL "AddBusinessDays" USING DC-DATE DC-DAYS-ADJUST
               MOVE DC-DATE TO WS-CYCLE-DEADLINE
           END-IF
           SET WS-CYCLE-OPEN TO TRUE
           SET WS-CYCLE-ON-FILE TO TRUE
           PERFORM 8300-WRITE-THE-CYCLE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Recertification cycle " WS-CYCLE-START
               " opened, deadline " WS-CYCLE-DEADLINE.

       2100-FLAG-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO WS-OP-FLAGS(WS-OP-SUB)
           IF WS-OP-ACTIVE(WS-OP-SUB) NOT = "A"
               MOVE "INACTIVE" TO WS-OP-FLAGS(WS-OP-SUB)
           ELSE
               IF WS-OP-LAST-SIGNON(WS-OP-SUB) = 0
                   MOVE WS-DORMANT-DAYS TO WS-IDLE-DAYS
                   ADD 1 TO WS-IDLE-DAYS
               ELSE
                   MOVE WS-OP-LAST-SIGNON(WS-OP-SUB) TO DC-DATE
                   CALL "DateToDayNumber" USING DC-DATE DC-DAY-NUMBER
                   COMPUTE WS-IDLE-DAYS =
                       WS-RUN-DAY-NUMBER - DC-DAY-NUMBER
               END-IF
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   MOVE "DORMANT" TO WS-OP-FLAGS(WS-OP-SUB)(1:8)
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
               IF WS-OP-LEVEL(WS-OP-SUB) IS NUMERIC
                   AND WS-OP-LEVEL(WS-OP-SUB) NOT < WS-UNUSED-LEVEL
                   AND WS-OP-LAST-ACTION(WS-OP-SUB) = 0
                   MOVE "UNUSED" TO WS-OP-FLAGS(WS-OP-SUB)(9:8)
                   ADD 1 TO WS-UNUSED-COUNT
               END-IF
           END-IF
           MOVE "N" TO WS-MG-FOUND-FLAG
           PERFORM 2110-MATCH-ONE-MANAGER
               VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT
                   OR WS-MG-FOUND
           IF NOT WS-MG-FOUND AND WS-MG-COUNT < WS-MG-MAX
               ADD 1 TO WS-MG-COUNT
               MOVE WS-OP-MANAGER(WS-OP-SUB) TO WS-MG-ID(WS-MG-COUNT)
           END-IF.

       2110-MATCH-ONE-MANAGER.
           IF WS-MG-ID(WS-MG-SUB) = WS-OP-MANAGER(WS-OP-SUB)
               SET WS-MG-FOUND TO TRUE
           END-IF.

       2200-LIST-ONE-OPERATOR.
           PERFORM 2210-FILL-LIST-LINE
           MOVE WS-LIST-LINE TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2210-FILL-LIST-LINE.
           MOVE SPACES TO WS-LIST-LINE
           MOVE WS-OP-ID(WS-OP-SUB) TO WS-LL-OPERATOR
           MOVE WS-OP-LEVEL(WS-OP-SUB) TO WS-LL-LEVEL
           MOVE WS-OP-ACTIVE(WS-OP-SUB) TO WS-LL-ACTIVE
           MOVE WS-OP-MANAGER(WS-OP-SUB) TO WS-LL-MANAGER
           IF WS-OP-LAST-SIGNON(WS-OP-SUB) = 0
               MOVE "NEVER" TO WS-LL-LAST-SIGNON
           ELSE
               MOVE WS-OP-LAST-SIGNON(WS-OP-SUB) TO WS-LL-LAST-SIGNON
           END-IF
           IF WS-OP-LAST-ACTION(WS-OP-SUB) = 0
               MOVE "NEVER" TO WS-LL-LAST-ACTION
           ELSE
               MOVE WS-OP-LAST-ACTION(WS-OP-SUB) TO WS-LL-LAST-ACTION
           END-IF
           MOVE WS-OP-FLAGS(WS-OP-SUB) TO WS-LL-FLAGS
           MOVE WS-OP-ACTION-TEXT(WS-OP-SUB) TO WS-LL-ACTION-TEXT.

      *>----------------------------------------------------------*>
      *> 2300-WRITE-ONE-SHEET - RECERT.<manager>: the manager's       *>
      *> operators with a decision box each and a signature line.     *>
      *>----------------------------------------------------------*>
       2300-WRITE-ONE-SHEET.
           MOVE WS-MG-ID(WS-MG-SUB) TO WS-SHEET-MANAGER
           MOVE SPACES TO WS-SHEET-FILE-NAME
           STRING "RECERT." DELIMITED BY SIZE
               WS-SHEET-MANAGER DELIMITED BY SPACE
               INTO WS-SHEET-FILE-NAME
           OPEN OUTPUT SIGNOFF-SHEET
           MOVE WS-SHEET-MANAGER TO WS-S1-MANAGER
           MOVE WS-CYCLE-START TO WS-S1-CYCLE
           MOVE WS-SHEET-HEADING-1 TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE WS-CYCLE-DEADLINE TO WS-S2-DEADLINE
           MOVE WS-SHEET-HEADING-2 TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE WS-SHEET-HEADING-3 TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE SPACES TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE WS-SHEET-COLUMNS TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE 0 TO WS-SHEET-LISTED
           PERFORM 2310-SHEET-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           MOVE SPACES TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           MOVE WS-SHEET-SIGNATURE TO SS-SHEET-LINE
           WRITE SS-SHEET-LINE
           CLOSE SIGNOFF-SHEET
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Sign-off sheet " WS-SHEET-FILE-NAME
               " operators " WS-SHEET-LISTED.

       2310-SHEET-ONE-OPERATOR.
           IF WS-OP-MANAGER(WS-OP-SUB) = WS-SHEET-MANAGER
               PERFORM 2210-FILL-LIST-LINE
               MOVE WS-LIST-LINE TO WS-SL-LIST
               MOVE WS-SHEET-LINE TO SS-SHEET-LINE
               WRITE SS-SHEET-LINE
               ADD 1 TO WS-SHEET-LISTED
           END-IF.

       2900-FILL-HEADING.
           MOVE WS-RUN-MODE TO WS-H1-MODE
           MOVE WS-CYCLE-START TO WS-H1-CYCLE
           MOVE WS-CYCLE-DEADLINE TO WS-H1-DEADLINE
           MOVE RC-RUN-ID TO WS-H1-RUN-ID.

       2910-EMIT-REPORT-LINE.
           DISPLAY RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       3000-OPEN-APPLY-REPORT.
           STRING "OPRCAPL." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT RECERT-REPORT
           PERFORM 2900-FILL-HEADING
           MOVE WS-HEADING-1 TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-APPLY-HEADING TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3100-APPLY-THE-DECISIONS - each OPERCERT.DEC row against     *>
      *> the operator table; the file is set aside once read.         *>
      *>----------------------------------------------------------*>
       3100-APPLY-THE-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF NOT WS-DEC-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No OPERCERT.DEC - no decisions to apply."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3110-READ-ONE-DECISION
                   UNTIL WS-AT-END
               CLOSE DECISION-FILE
               MOVE SPACES TO WS-COMMAND
               STRING "mv OPERCERT.DEC OPERCERT." DELIMITED BY SIZE
                   RC-RUN-DATE DELIMITED BY SIZE
                   INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           END-IF.

       3110-READ-ONE-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF DECISION-RECORD(1:1) NOT = "*"
                       AND DR-OPERATOR-ID NOT = SPACES
                       PERFORM 3200-APPLY-ONE-DECISION
                           THRU 3200-APPLY-ONE-DECISION-EXIT
                       MOVE WS-DECISION-OUTCOME TO WS-AL-OUTCOME
                       MOVE WS-APPLY-LINE TO RR-REPORT-LINE
                       PERFORM 2910-EMIT-REPORT-LINE
                   END-IF
           END-READ.

       3200-APPLY-ONE-DECISION.
           MOVE SPACES TO WS-APPLY-LINE
           MOVE DR-OPERATOR-ID TO WS-AL-OPERATOR
           MOVE DR-MANAGER-ID TO WS-AL-MANAGER
           EVALUATE TRUE
               WHEN DR-KEEP
                   MOVE "KEEP" TO WS-AL-DECISION
               WHEN DR-LOWER
                   MOVE "LOWER" TO WS-AL-DECISION
               WHEN DR-REMOVE
                   MOVE "REMOVE" TO WS-AL-DECISION
               WHEN OTHER
                   MOVE DR-DECISION TO WS-AL-DECISION
                   MOVE "REFUSED - UNKNOWN DECISION"
                       TO WS-DECISION-OUTCOME
                   PERFORM 3290-REFUSE-THE-DECISION
                   GO TO 3200-APPLY-ONE-DECISION-EXIT
           END-EVALUATE
           MOVE DR-OPERATOR-ID TO SE-OPERATOR-ID
           PERFORM 8100-FIND-THE-OPERATOR
           IF WS-OP-HIT = 0
               MOVE "REFUSED - NOT ON OPERAUTH.CTL"
                   TO WS-DECISION-OUTCOME
               PERFORM 3290-REFUSE-THE-DECISION
               GO TO 3200-APPLY-ONE-DECISION-EXIT
           END-IF
           MOVE WS-OP-LEVEL(WS-OP-HIT) TO WS-OLD-LEVEL
           MOVE WS-OLD-LEVEL TO WS-AL-OLD-LEVEL
           IF DR-MANAGER-ID = SPACES
               OR DR-MANAGER-ID = DR-OPERATOR-ID
               MOVE "REFUSED - NO OR SELF MANAGER"
                   TO WS-DECISION-OUTCOME
               PERFORM 3290-REFUSE-THE-DECISION
               GO TO 3200-APPLY-ONE-DECISION-EXIT
           END-IF
           IF WS-OP-MANAGER(WS-OP-HIT) NOT = "UNASSIGN"
               AND WS-OP-MANAGER(WS-OP-HIT) NOT = DR-MANAGER-ID
               MOVE "REFUSED - NOT THIS MANAGER"
                   TO WS-DECISION-OUTCOME
               PERFORM 3290-REFUSE-THE-DECISION
               GO TO 3200-APPLY-ONE-DECISION-EXIT
           END-IF
           MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL
           IF DR-LOWER
               IF DR-NEW-LEVEL IS NOT NUMERIC
                   MOVE "REFUSED - NO NEW LEVEL"
                       TO WS-DECISION-OUTCOME
                   PERFORM 3290-REFUSE-THE-DECISION
                   GO TO 3200-APPLY-ONE-DECISION-EXIT
               END-IF
               MOVE DR-NEW-LEVEL TO WS-NEW-LEVEL
               IF WS-NEW-LEVEL NOT < WS-OLD-LEVEL
                   MOVE "REFUSED - LEVEL NOT LOWERED"
                       TO WS-DECISION-OUTCOME
                   PERFORM 3290-REFUSE-THE-DECISION
                   GO TO 3200-APPLY-ONE-DECISION-EXIT
               END-IF
           END-IF
           MOVE WS-NEW-LEVEL TO WS-AL-NEW-LEVEL
           EVALUATE TRUE
               WHEN DR-KEEP
                   MOVE "Y" TO WS-OP-RECERT-FLAG(WS-OP-HIT)
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE "KEPT" TO WS-DECISION-OUTCOME
               WHEN DR-LOWER
                   MOVE WS-NEW-LEVEL TO WS-OP-LEVEL(WS-OP-HIT)
                   MOVE "Y" TO WS-OP-RECERT-FLAG(WS-OP-HIT)
                   SET WS-MASTER-WAS-CHANGED TO TRUE
                   ADD 1 TO WS-LOWERED-COUNT
                   MOVE "LOWERED" TO WS-DECISION-OUTCOME
               WHEN DR-REMOVE
                   MOVE "Y" TO WS-OP-REMOVED-FLAG(WS-OP-HIT)
                   SET WS-MASTER-WAS-CHANGED TO TRUE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE "REMOVED" TO WS-DECISION-OUTCOME
           END-EVALUATE
           MOVE DR-DECISION TO WS-JOURNAL-DECISION
           MOVE DR-MANAGER-ID TO WS-JOURNAL-MANAGER
           MOVE WS-AL-DECISION TO WS-AT-DECISION
           PERFORM 8200-JOURNAL-THE-CHANGE.
       3200-APPLY-ONE-DECISION-EXIT.
           EXIT.

       3290-REFUSE-THE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "OPRCERT" TO LE-PROGRAM-NAME
           MOVE "3200-APPLY-ONE-DEC" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "RECERT " DELIMITED BY SIZE
               DR-OPERATOR-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DECISION-OUTCOME DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3500-SUSPEND-THE-OVERDUE - once the open cycle's deadline    *>
      *> has passed, every active operator not kept or lowered in it  *>
      *> is suspended, and the cycle is closed.                       *>
      *>----------------------------------------------------------*>
       3500-SUSPEND-THE-OVERDUE.
           IF WS-CYCLE-ON-FILE AND WS-CYCLE-OPEN
               AND RC-RUN-DATE > WS-CYCLE-DEADLINE
               PERFORM 3510-SUSPEND-ONE-OPERATOR
                   VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               SET WS-CYCLE-CLOSED TO TRUE
               PERFORM 8300-WRITE-THE-CYCLE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Recertification cycle " WS-CYCLE-START
                   " closed, suspended " WS-SUSPENDED-COUNT
           END-IF.

       3510-SUSPEND-ONE-OPERATOR.
           IF WS-OP-ACTIVE(WS-OP-SUB) = "A"
               AND WS-OP-RECERT-FLAG(WS-OP-SUB) NOT = "Y"
               AND WS-OP-REMOVED-FLAG(WS-OP-SUB) NOT = "Y"
               MOVE "S" TO WS-OP-ACTIVE(WS-OP-SUB)
               SET WS-MASTER-WAS-CHANGED TO TRUE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE WS-OP-SUB TO WS-OP-HIT
               MOVE WS-OP-LEVEL(WS-OP-SUB) TO WS-OLD-LEVEL
               MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL
               MOVE "S" TO WS-JOURNAL-DECISION
               MOVE WS-OP-MANAGER(WS-OP-SUB) TO WS-JOURNAL-MANAGER
               MOVE "SUSPEND" TO WS-AT-DECISION
               PERFORM 8200-JOURNAL-THE-CHANGE
               MOVE SPACES TO WS-APPLY-LINE
               MOVE WS-OP-ID(WS-OP-SUB) TO WS-AL-OPERATOR
               MOVE "SUSPEND" TO WS-AL-DECISION
               MOVE WS-OP-MANAGER(WS-OP-SUB) TO WS-AL-MANAGER
               MOVE WS-OLD-LEVEL TO WS-AL-OLD-LEVEL
               MOVE WS-NEW-LEVEL TO WS-AL-NEW-LEVEL
               MOVE "SUSPENDED - NOT RECERTIFIED" TO WS-AL-OUTCOME
               MOVE WS-APPLY-LINE TO RR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3900-REWRITE-OPERATOR-MASTER - stream the table to           *>
      *> OPERAUTH.NEW, leaving out removed operators, and swap it in. *>
      *>----------------------------------------------------------*>
       3900-REWRITE-OPERATOR-MASTER.
           OPEN OUTPUT OPERATOR-REWRITE
           PERFORM 3910-WRITE-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           CLOSE OPERATOR-REWRITE
           MOVE "mv OPERAUTH.NEW OPERAUTH.CTL" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       3910-WRITE-ONE-OPERATOR.
           IF WS-OP-REMOVED-FLAG(WS-OP-SUB) NOT = "Y"
               MOVE WS-OP-ROW(WS-OP-SUB) TO OPERATOR-REWRITE-RECORD
               WRITE OPERATOR-REWRITE-RECORD
           END-IF.

       3950-CLOSE-APPLY-REPORT.
           MOVE SPACES TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-AF-KEPT
           MOVE WS-LOWERED-COUNT TO WS-AF-LOWERED
           MOVE WS-REMOVED-COUNT TO WS-AF-REMOVED
           MOVE WS-SUSPENDED-COUNT TO WS-AF-SUSPENDED
           MOVE WS-REFUSED-COUNT TO WS-AF-REFUSED
           MOVE WS-APPLY-FOOTING TO RR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE RECERT-REPORT.

       4000-SHOW-CONTROL-TOTALS.
           MOVE "OPRCERT" TO CW-JOB-STEP
           IF WS-MODE-LIST
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Operators: " WS-OPERATOR-COUNT
                   " Dormant: " WS-DORMANT-COUNT
                   " Unused: " WS-UNUSED-COUNT
               MOVE "OPERATORS" TO CW-TOTAL-NAME
               MOVE WS-OPERATOR-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "DORMANT" TO CW-TOTAL-NAME
               MOVE WS-DORMANT-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "UNUSED" TO CW-TOTAL-NAME
               MOVE WS-UNUSED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Kept: " WS-KEPT-COUNT
                   " Lowered: " WS-LOWERED-COUNT
                   " Removed: " WS-REMOVED-COUNT
                   " Suspended: " WS-SUSPENDED-COUNT
                   " Refused: " WS-REFUSED-COUNT
               MOVE "KEPT" TO CW-TOTAL-NAME
               MOVE WS-KEPT-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "LOWERED" TO CW-TOTAL-NAME
               MOVE WS-LOWERED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "REMOVED" TO CW-TOTAL-NAME
               MOVE WS-REMOVED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "SUSPENDED" TO CW-TOTAL-NAME
               MOVE WS-SUSPENDED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
               MOVE "REFUSED" TO CW-TOTAL-NAME
               MOVE WS-REFUSED-COUNT TO CW-TOTAL-VALUE
               CALL "WriteControlTotal" USING CW-JOB-STEP
                   CW-TOTAL-NAME CW-TOTAL-VALUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 8100-FIND-THE-OPERATOR - the table row for SE-OPERATOR-ID    *>
      *> into WS-OP-HIT, 0 when there is none.                        *>
      *>----------------------------------------------------------*>
       8100-FIND-THE-OPERATOR.
           MOVE 0 TO WS-OP-HIT
           PERFORM 8110-MATCH-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
                   OR WS-OP-HIT > 0.

       8110-MATCH-ONE-OPERATOR.
           IF WS-OP-ID(WS-OP-SUB) = SE-OPERATOR-ID
               AND WS-OP-REMOVED-FLAG(WS-OP-SUB) NOT = "Y"
               MOVE WS-OP-SUB TO WS-OP-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 8200-JOURNAL-THE-CHANGE - one OPERCERT.LOG row for the       *>
      *> operator at WS-OP-HIT, and the same change as a privileged   *>
      *> action of the running operator in OPERSESS.LOG.              *>
      *>----------------------------------------------------------*>
       8200-JOURNAL-THE-CHANGE.
           OPEN EXTEND CERT-JOURNAL
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT CERT-JOURNAL
               CLOSE CERT-JOURNAL
               OPEN EXTEND CERT-JOURNAL
           END-IF
           MOVE SPACES TO OPERATOR-CERT-RECORD
           ACCEPT OC-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT OC-LOG-TIME FROM TIME
           MOVE WS-OP-ID(WS-OP-HIT) TO OC-OPERATOR-ID
           MOVE WS-JOURNAL-DECISION TO OC-DECISION
           MOVE WS-OLD-LEVEL TO OC-OLD-LEVEL
           MOVE WS-NEW-LEVEL TO OC-NEW-LEVEL
           MOVE WS-JOURNAL-MANAGER TO OC-MANAGER-ID
           MOVE RC-OPERATOR-ID TO OC-APPLIED-BY
           MOVE WS-CYCLE-START TO OC-CYCLE-START
           WRITE OPERATOR-CERT-RECORD
           CLOSE CERT-JOURNAL
           MOVE WS-OP-ID(WS-OP-HIT) TO WS-AT-OPERATOR
           MOVE WS-OLD-LEVEL TO WS-AT-OLD-LEVEL
           MOVE WS-NEW-LEVEL TO WS-AT-NEW-LEVEL
           MOVE RC-OPERATOR-ID TO OS-OPERATOR-ID
           MOVE WS-ACTION-TEXT TO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT.

       8300-WRITE-THE-CYCLE.
           OPEN OUTPUT CYCLE-CONTROL
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-CYCLE-START TO CY-CYCLE-START
           MOVE WS-CYCLE-DEADLINE TO CY-DEADLINE
           MOVE WS-CYCLE-STATUS TO CY-STATUS-FLAG
           WRITE CYCLE-CONTROL-RECORD
           CLOSE CYCLE-CONTROL.
