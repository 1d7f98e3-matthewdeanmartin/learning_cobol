      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReorgModel                                       *>
      *> PURPOSE:    Reorganization what-if model.  Loads the active  *>
      *>             and on-leave roster with each person's PERSMGR   *>
      *>             manager and COMPMAST salary (in base) into       *>
      *>             memory, applies the proposed changes on          *>
      *>             REORGCHG.DAT to that copy in file order - never  *>
      *>             to the masters - and prints a before/after       *>
      *>             comparison on REORGMDL.yyyymmdd: the change      *>
      *>             log, headcount per department against the        *>
      *>             DEPTBUDG.CTL authorized figures, salary cost by  *>
      *>             cost center (through GetCostAllocation, so a     *>
      *>             COSTALOC allocation in force still splits the    *>
      *>             person's pay), span of control per manager, and  *>
      *>             the orphans and reporting loops before and       *>
      *>             after, with those the change creates marked NEW. *>
      *>                                                              *>
      *>             In CONVERT mode an approved model is turned into *>
      *>             effective-dated PERSTRAN.DAT rows for TransApply *>
      *>             - a T per person whose department changes and an *>
      *>             M per reporting-line change.  Converting is a    *>
      *>             batch update (operator level 5) and is refused   *>
      *>             when any change was rejected or the model        *>
      *>             creates an orphan or a loop.                     *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               REORG_MODE      MODEL (default) or CONVERT     *>
      *>               REORG_EFFECTIVE yyyymmdd effective date of the *>
      *>                               change (default: the run date) *>
      *>                                                              *>
      *>             REORGCHG.DAT row: type(1) blank, then by type -  *>
      *>               P  person(5) blank dept(4)  department move    *>
      *>               M  person(5) manager(5)     the PERSMGR shape; *>
      *>                  manager 00000 makes the person a tree top   *>
      *>               D  from(4) blank to(4)      the DEPTCHG shape; *>
      *>                  everyone in from moves to to                *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorgModel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-CHANGES ASSIGN TO "REORGCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-MANAGER ASSIGN TO "PERSMGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEPT-BUDGET ASSIGN TO "DEPTBUDG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
           SELECT PERSON-TRANS ASSIGN TO WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT MODEL-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORG-CHANGES.
       01  REORG-CHANGE-RECORD.
           05 RX-CHANGE-TYPE        PIC X(01).
               88 RX-PERSON-MOVE              VALUE "P".
               88 RX-MANAGER-MOVE             VALUE "M".
               88 RX-DEPT-MERGE               VALUE "D".
           05 FILLER                PIC X(01).
           05 RX-CHANGE-BODY        PIC X(11).
           05 RX-PERSON-BODY REDEFINES RX-CHANGE-BODY.
               10 RX-P-PERSON-ID    PIC 9(05).
               10 FILLER            PIC X(01).
               10 RX-P-NEW-DEPT     PIC X(04).
               10 FILLER            PIC X(01).
           05 RX-MANAGER-BODY REDEFINES RX-CHANGE-BODY.
               10 RX-M-PERSON-ID    PIC 9(05).
               10 RX-M-MANAGER-ID   PIC 9(05).
               10 FILLER            PIC X(01).
           05 RX-MERGE-BODY REDEFINES RX-CHANGE-BODY.
               10 RX-D-FROM-CODE    PIC X(04).
               10 FILLER            PIC X(01).
               10 RX-D-TO-CODE      PIC X(04).
               10 FILLER            PIC X(02).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  DEPT-BUDGET.
       01  DEPT-BUDGET-RECORD.
           05 BG-DEPT-CODE         PIC X(04).
           05 FILLER               PIC X(01).
           05 BG-AUTHORIZED        PIC 9(05).

       FD  PERSON-TRANS.
           COPY "person-trans.cpy".

       FD  MODEL-REPORT.
       01  RM-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "convert-currency-call.cpy".
           COPY "xrate.cpy".
           COPY "dept.cpy".
           COPY "cost-alloc.cpy".
       01 WS-RX-STATUS              PIC X(02) VALUE "00".
           88 WS-RX-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-BG-STATUS              PIC X(02) VALUE "00".
           88 WS-BG-OK                        VALUE "00".
       01 WS-PT-STATUS              PIC X(02) VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-MANAGER-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-MANAGER-FILE-OPEN            VALUE "Y".
       01 WS-COMP-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-COMP-FILE-OPEN               VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-TRANS-FILE-NAME        PIC X(16) VALUE "PERSTRAN.DAT".
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-MODE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-MODE-FLAG              PIC X(01) VALUE "M".
           88 WS-MODEL-ONLY                   VALUE "M".
           88 WS-CONVERT-MODE                 VALUE "C".
       01 WS-EFFECTIVE-TEXT         PIC X(08) VALUE SPACES.
       01 WS-EFFECTIVE-DATE         PIC 9(08) VALUE 0.

       01 WS-CHANGE-COUNT           PIC 9(05) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(05) VALUE 0.
       01 WS-MOVED-COUNT            PIC 9(05) VALUE 0.
       01 WS-DEPT-MOVES             PIC 9(05) VALUE 0.
       01 WS-MANAGER-MOVES          PIC 9(05) VALUE 0.
       01 WS-NEW-ORPHAN-COUNT       PIC 9(05) VALUE 0.
       01 WS-NEW-LOOP-COUNT         PIC 9(05) VALUE 0.
       01 WS-NEW-EXCEPTION-COUNT    PIC 9(05) VALUE 0.
       01 WS-CONVERTED-COUNT        PIC 9(05) VALUE 0.
       01 WS-NO-COMP-COUNT          PIC 9(05) VALUE 0.
       01 WS-REJECT-REASON          PIC X(30) VALUE SPACES.

       01 WS-PERSON-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-PERSON-MAX             PIC 9(04) COMP VALUE 1000.
       01 WS-PERSON-SUB             PIC 9(04) COMP VALUE 0.
       01 WS-SCAN-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-FIND-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-WALK-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-WALK-STEPS             PIC 9(04) COMP VALUE 0.
       01 WS-FIND-ID                PIC 9(05) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-RT-ENTRY OCCURS 1000 TIMES.
               10 WS-RT-ID          PIC 9(05).
               10 WS-RT-NAME        PIC X(20).
               10 WS-RT-OLD-DEPT    PIC X(04).
               10 WS-RT-NEW-DEPT    PIC X(04).
               10 WS-RT-OLD-MGR     PIC 9(05).
               10 WS-RT-NEW-MGR     PIC 9(05).
               10 WS-RT-OLD-MGR-SUB PIC 9(04) COMP.
               10 WS-RT-NEW-MGR-SUB PIC 9(04) COMP.
               10 WS-RT-SALARY      PIC 9(13).
               10 WS-RT-OLD-FLAG    PIC X(01).
                   88 WS-RT-OLD-CLEAN         VALUE " ".
                   88 WS-RT-OLD-ORPHAN        VALUE "O".
                   88 WS-RT-OLD-LOOP          VALUE "L".
               10 WS-RT-NEW-FLAG    PIC X(01).
                   88 WS-RT-NEW-CLEAN         VALUE " ".
                   88 WS-RT-NEW-ORPHAN        VALUE "O".
                   88 WS-RT-NEW-LOOP          VALUE "L".
               10 WS-RT-OLD-REPORTS PIC 9(04) COMP.
               10 WS-RT-NEW-REPORTS PIC 9(04) COMP.

       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-HIT               PIC 9(03) COMP VALUE 0.
       01 WS-FIND-DEPT              PIC X(04) VALUE SPACES.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES.
               10 WS-DT-CODE        PIC X(04).
               10 WS-DT-BUDGET-FLAG PIC X(01).
                   88 WS-DT-BUDGETED          VALUE "Y".
               10 WS-DT-AUTHORIZED  PIC 9(05).
               10 WS-DT-BEFORE      PIC 9(05).
               10 WS-DT-AFTER       PIC 9(05).

       01 WS-CENTER-COUNT           PIC 9(03) COMP VALUE 0.
       01 WS-CENTER-MAX             PIC 9(03) COMP VALUE 200.
       01 WS-CENTER-SUB             PIC 9(03) COMP VALUE 0.
       01 WS-CENTER-HIT             PIC 9(03) COMP VALUE 0.
       01 WS-FIND-CENTER            PIC X(06) VALUE SPACES.
       01 WS-CENTER-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
               10 WS-CC-CODE        PIC X(06).
               10 WS-CC-BEFORE      PIC S9(13).
               10 WS-CC-AFTER       PIC S9(13).
       01 WS-ALLOC-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-COST-SIDE              PIC X(01) VALUE "B".
           88 WS-COSTING-BEFORE               VALUE "B".
           88 WS-COSTING-AFTER                VALUE "A".
       01 WS-BEFORE-COST-TOTAL      PIC S9(13) VALUE 0.
       01 WS-AFTER-COST-TOTAL       PIC S9(13) VALUE 0.
       01 WS-MONEY-WORK             PIC S9(11)V9(02) VALUE 0.
       01 WS-COUNT-CHANGE           PIC S9(05) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                PIC X(36) VALUE
               "REORGANIZATION MODEL - EFFECTIVE ".
           05 WS-H1-EFFECTIVE       PIC 9(08).
           05 FILLER                PIC X(06) VALUE " MODE ".
           05 WS-H1-MODE            PIC X(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-SECTION-LINE           PIC X(60) VALUE SPACES.

       01 WS-CHANGE-HEADING.
           05 FILLER                PIC X(37) VALUE
               "  SEQ CHANGE ROW      RESULT   DETAIL".
       01 WS-CHANGE-LINE.
           05 WS-CL-SEQ             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-ROW             PIC X(13).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-CL-RESULT          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-TEXT            PIC X(40).

       01 WS-HEADCOUNT-HEADING.
           05 FILLER                PIC X(40) VALUE
               "DEPT  AUTHORIZED BEFORE   AFTER  CHANGE ".
           05 FILLER                PIC X(07) VALUE
               " STATUS".
       01 WS-HEADCOUNT-LINE.
           05 WS-HL-DEPT            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-HL-AUTHORIZED      PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-HL-BEFORE          PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-HL-AFTER           PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-HL-CHANGE          PIC -ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-HL-STATUS          PIC X(12).
       01 WS-AUTHORIZED-EDIT        PIC ZZZZZZZZZ9.

       01 WS-COST-HEADING.
           05 FILLER                PIC X(40) VALUE
               "COST CTR            BEFORE              ".
           05 FILLER                PIC X(24) VALUE
               "AFTER             CHANGE".
       01 WS-COST-LINE.
           05 WS-KL-CENTER          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-KL-BEFORE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-KL-AFTER           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-KL-CHANGE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SPAN-HEADING.
           05 FILLER                PIC X(40) VALUE
               "MANAGER NAME                 BEFORE   AF".
           05 FILLER                PIC X(11) VALUE
               "TER  CHANGE".
       01 WS-SPAN-LINE.
           05 WS-SL-MANAGER         PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-SL-NAME            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-BEFORE          PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-SL-AFTER           PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-CHANGE          PIC -ZZZZ9.

       01 WS-EXCEPTION-HEADING.
           05 FILLER                PIC X(40) VALUE
               "PERSON  NAME                MGR BEFORE  ".
           05 FILLER                PIC X(29) VALUE
               "MGR AFTER  BEFORE  AFTER  NEW".
       01 WS-EXCEPTION-LINE.
           05 WS-XL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-XL-NAME            PIC X(20).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-XL-OLD-MGR         PIC ZZZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-XL-NEW-MGR         PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-XL-BEFORE          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-XL-AFTER           PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-NEW-MARK        PIC X(03).

       01 WS-FOOTING-1.
           05 FILLER                PIC X(09) VALUE "CHANGES: ".
           05 WS-F1-CHANGES         PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  APPLIED: ".
           05 WS-F1-APPLIED         PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  REJECTED: ".
           05 WS-F1-REJECTED        PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE
               "  DEPT MOVES: ".
           05 WS-F1-DEPT-MOVES      PIC ZZZZ9.
           05 FILLER                PIC X(19) VALUE
               "  MANAGER MOVES: ".
           05 WS-F1-MANAGER-MOVES   PIC ZZZZ9.
       01 WS-FOOTING-2.
           05 FILLER                PIC X(14) VALUE "NEW ORPHANS: ".
           05 WS-F2-NEW-ORPHANS     PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE
               "  NEW LOOPS: ".
           05 WS-F2-NEW-LOOPS       PIC ZZZZ9.
           05 FILLER                PIC X(18) VALUE
               "  NO COMP ROW: ".
           05 WS-F2-NO-COMP         PIC ZZZZ9.
       01 WS-CONVERT-LINE.
           05 FILLER                PIC X(09) VALUE "CONVERT: ".
           05 WS-CV-TEXT            PIC X(50).
           05 WS-CV-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 0040-CHECK-CONVERT-AUTHORITY
               IF WS-CONDITION < 8
                   PERFORM 1000-LOAD-THE-ROSTER
                       THRU 1000-LOAD-THE-ROSTER-EXIT
               END-IF
               IF WS-CONDITION < 8
                   PERFORM 2000-APPLY-THE-CHANGES
                   PERFORM 3000-MEASURE-BEFORE-AND-AFTER
                   PERFORM 4000-PRINT-THE-MODEL
                   IF WS-CONVERT-MODE
                       PERFORM 5000-CONVERT-THE-MODEL
                           THRU 5000-CONVERT-THE-MODEL-EXIT
                   END-IF
                   PERFORM 4900-CLOSE-THE-REPORT
                   PERFORM 6000-SHOW-CONTROL-TOTALS
               END-IF
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step, the mode and the effective date.   *>
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
           MOVE "REORGMDL" TO RC-JOB-STEP-NAME
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "REORG_MODE"
           IF WS-MODE-TEXT = "CONVERT"
               SET WS-CONVERT-MODE TO TRUE
           ELSE
               MOVE "MODEL" TO WS-MODE-TEXT
           END-IF
           MOVE RC-RUN-DATE TO WS-EFFECTIVE-DATE
           ACCEPT WS-EFFECTIVE-TEXT FROM ENVIRONMENT "REORG_EFFECTIVE"
           IF WS-EFFECTIVE-TEXT IS NUMERIC
               AND WS-EFFECTIVE-TEXT NOT = "00000000"
               MOVE WS-EFFECTIVE-TEXT TO WS-EFFECTIVE-DATE
           END-IF
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - REORGMDL converts to "
                   "the .TST file-set ***"
               MOVE "PERSTRAN.TST" TO WS-TRANS-FILE-NAME
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
      *> 0030-MARK-JOB-COMPLETE - 0 clean, 4 when a change was        *>
      *> rejected or the model creates an orphan or loop, 8 when the  *>
      *> roster could not be read or a conversion was refused.        *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-CONDITION = 0
               IF WS-REJECTED-COUNT > 0
                   OR WS-NEW-EXCEPTION-COUNT > 0
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
      *> 0040-CHECK-CONVERT-AUTHORITY - writing PERSTRAN.DAT is a     *>
      *> batch update; the operator must hold that level on           *>
      *> OPERAUTH.CTL before a conversion run does anything.  A       *>
      *> model-only run writes nothing and needs no authority.        *>
      *>----------------------------------------------------------*>
       0040-CHECK-CONVERT-AUTHORITY.
           IF WS-CONVERT-MODE
               MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE 5 TO OA-REQUIRED-LEVEL
               CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
                   OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
               IF OA-REFUSED
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Conversion refused - operator "
                       RC-OPERATOR-ID " lacks authority."
                   MOVE 8 TO WS-CONDITION
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-THE-ROSTER - every active or on-leave master       *>
      *> record with its PERSMGR manager and COMPMAST salary in       *>
      *> base, before and after starting out the same, plus the       *>
      *> DEPTBUDG.CTL authorized figures.  Without PERSMAST there     *>
      *> is nothing to model; PERSMGR and COMPMAST are optional.      *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-ROSTER.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "REORGMDL" TO LE-PROGRAM-NAME
               MOVE "1000-LOAD-ROSTER" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
               GO TO 1000-LOAD-THE-ROSTER-EXIT
           END-IF
           OPEN INPUT PERSON-MANAGER
           IF WS-MG-OK
               SET WS-MANAGER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-CM-OK
               SET WS-COMP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " COMPMAST not available - status " WS-CM-STATUS
                   " - no salary cost"
           END-IF
           CALL "GetBaseCurrency" USING XRateBaseCurrency
           PERFORM 1400-LOAD-THE-BUDGET
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 1010-LOAD-ONE-PERSON
               UNTIL WS-AT-END
           CLOSE PERSON-MASTER
           IF WS-MANAGER-FILE-OPEN
               CLOSE PERSON-MANAGER
           END-IF
           IF WS-COMP-FILE-OPEN
               CLOSE COMP-MASTER
           END-IF.
       1000-LOAD-THE-ROSTER-EXIT.
           EXIT.

       1010-LOAD-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF (PM-ACTIVE OR PM-ON-LEAVE)
                       AND WS-PERSON-COUNT < WS-PERSON-MAX
                       PERFORM 1100-ADD-ONE-PERSON
                   END-IF
           END-READ.

       1100-ADD-ONE-PERSON.
           ADD 1 TO WS-PERSON-COUNT
           MOVE PM-PERSON-ID TO WS-RT-ID(WS-PERSON-COUNT)
           MOVE PM-HUMAN-NAME TO WS-RT-NAME(WS-PERSON-COUNT)
           MOVE PM-DEPARTMENT-CODE TO WS-RT-OLD-DEPT(WS-PERSON-COUNT)
           MOVE PM-DEPARTMENT-CODE TO WS-RT-NEW-DEPT(WS-PERSON-COUNT)
           MOVE 0 TO WS-RT-OLD-MGR(WS-PERSON-COUNT)
           MOVE 0 TO WS-RT-SALARY(WS-PERSON-COUNT)
           MOVE SPACE TO WS-RT-OLD-FLAG(WS-PERSON-COUNT)
           MOVE SPACE TO WS-RT-NEW-FLAG(WS-PERSON-COUNT)
           IF WS-MANAGER-FILE-OPEN
               MOVE PM-PERSON-ID TO MG-PERSON-ID
               READ PERSON-MANAGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MG-MANAGER-ID
                           TO WS-RT-OLD-MGR(WS-PERSON-COUNT)
               END-READ
           END-IF
           MOVE WS-RT-OLD-MGR(WS-PERSON-COUNT)
               TO WS-RT-NEW-MGR(WS-PERSON-COUNT)
           IF WS-COMP-FILE-OPEN
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-COMP-COUNT
                   NOT INVALID KEY
                       PERFORM 1200-CONVERT-TO-BASE
                       MOVE CX-BASE-AMOUNT
                           TO WS-RT-SALARY(WS-PERSON-COUNT)
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-CONVERT-TO-BASE - the person's annual salary into base  *>
      *> at the effective date's rate.  No rate stops the step: a     *>
      *> cost comparison at a guessed rate is worse than none.        *>
      *>----------------------------------------------------------*>
       1200-CONVERT-TO-BASE.
           MOVE CM-ANNUAL-SALARY TO CX-LOCAL-AMOUNT
           MOVE CM-CURRENCY-CODE TO CX-CURRENCY-CODE
           MOVE WS-EFFECTIVE-DATE TO CX-AS-OF-DATE
           SET CX-ROUND-HALF-UP TO TRUE
           CALL "ConvertCurrency" USING CX-CURRENCY-CODE
               CX-AS-OF-DATE CX-LOCAL-AMOUNT CX-ROUNDING-MODE
               CX-BASE-AMOUNT CX-BASE-CURRENCY CX-RATE-USED
               CX-RATE-FLAG
           IF NOT CX-RATE-FOUND
               PERFORM 1290-STOP-FOR-MISSING-RATE
           END-IF.

       1290-STOP-FOR-MISSING-RATE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No exchange rate for " CX-CURRENCY-CODE
               " on " CX-AS-OF-DATE " (person " PM-PERSON-ID
               ") - model stopped"
           MOVE "REORGMDL" TO LE-PROGRAM-NAME
           MOVE "1200-CONVERT-TO-BASE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "No exchange rate for " DELIMITED BY SIZE
               CX-CURRENCY-CODE DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CX-AS-OF-DATE DELIMITED BY SIZE
               " - model stopped" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           CLOSE PERSON-MASTER
           CLOSE COMP-MASTER
           IF WS-MANAGER-FILE-OPEN
               CLOSE PERSON-MANAGER
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE 8 TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           PERFORM 0019-END-JOB-TIMER
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 1400-LOAD-THE-BUDGET - each DEPTBUDG.CTL row starts a        *>
      *> department bucket carrying its authorized figure; with no    *>
      *> file every department reports as having no budget.           *>
      *>----------------------------------------------------------*>
       1400-LOAD-THE-BUDGET.
           OPEN INPUT DEPT-BUDGET
           IF WS-BG-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1410-LOAD-ONE-BUDGET-ROW
                   UNTIL WS-AT-END
               CLOSE DEPT-BUDGET
           END-IF.

       1410-LOAD-ONE-BUDGET-ROW.
           READ DEPT-BUDGET
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF BG-AUTHORIZED IS NUMERIC
                       MOVE BG-DEPT-CODE TO WS-FIND-DEPT
                       PERFORM 1900-FIND-OR-ADD-DEPT
                       IF WS-DEPT-HIT > 0
                           MOVE "Y" TO WS-DT-BUDGET-FLAG(WS-DEPT-HIT)
                           MOVE BG-AUTHORIZED
                               TO WS-DT-AUTHORIZED(WS-DEPT-HIT)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1900-FIND-OR-ADD-DEPT - WS-DEPT-HIT for WS-FIND-DEPT,        *>
      *> starting a new bucket when it is not there yet; zero when    *>
      *> the table is full.                                           *>
      *>----------------------------------------------------------*>
       1900-FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-HIT
           PERFORM 1910-MATCH-ONE-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT > 0
           IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-FIND-DEPT TO WS-DT-CODE(WS-DEPT-HIT)
               MOVE "N" TO WS-DT-BUDGET-FLAG(WS-DEPT-HIT)
               MOVE 0 TO WS-DT-AUTHORIZED(WS-DEPT-HIT)
               MOVE 0 TO WS-DT-BEFORE(WS-DEPT-HIT)
               MOVE 0 TO WS-DT-AFTER(WS-DEPT-HIT)
           END-IF.

       1910-MATCH-ONE-DEPT.
           IF WS-DT-CODE(WS-DEPT-SUB) = WS-FIND-DEPT
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1920-FIND-PERSON - WS-FIND-SUB for roster ID WS-FIND-ID,     *>
      *> zero when the person is not on the loaded roster.            *>
      *>----------------------------------------------------------*>
       1920-FIND-PERSON.
           MOVE 0 TO WS-FIND-SUB
           PERFORM 1930-MATCH-ONE-PERSON
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PERSON-COUNT
                   OR WS-FIND-SUB > 0.

       1930-MATCH-ONE-PERSON.
           IF WS-RT-ID(WS-SCAN-SUB) = WS-FIND-ID
               MOVE WS-SCAN-SUB TO WS-FIND-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 1940-FIND-OR-ADD-CENTER - WS-CENTER-HIT for WS-FIND-CENTER,  *>
      *> starting a new bucket when it is not there yet; zero when    *>
      *> the table is full.                                           *>
      *>----------------------------------------------------------*>
       1940-FIND-OR-ADD-CENTER.
           MOVE 0 TO WS-CENTER-HIT
           PERFORM 1950-MATCH-ONE-CENTER
               VARYING WS-CENTER-SUB FROM 1 BY 1
               UNTIL WS-CENTER-SUB > WS-CENTER-COUNT
                   OR WS-CENTER-HIT > 0
           IF WS-CENTER-HIT = 0 AND WS-CENTER-COUNT < WS-CENTER-MAX
               ADD 1 TO WS-CENTER-COUNT
               MOVE WS-CENTER-COUNT TO WS-CENTER-HIT
               MOVE WS-FIND-CENTER TO WS-CC-CODE(WS-CENTER-HIT)
               MOVE 0 TO WS-CC-BEFORE(WS-CENTER-HIT)
               MOVE 0 TO WS-CC-AFTER(WS-CENTER-HIT)
           END-IF.

       1950-MATCH-ONE-CENTER.
           IF WS-CC-CODE(WS-CENTER-SUB) = WS-FIND-CENTER
               MOVE WS-CENTER-SUB TO WS-CENTER-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-APPLY-THE-CHANGES - each REORGCHG.DAT row in turn       *>
      *> against the after side of the in-memory roster, logged to    *>
      *> the report as applied or rejected.  The report opens here    *>
      *> so the change log comes first.                               *>
      *>----------------------------------------------------------*>
       2000-APPLY-THE-CHANGES.
           STRING "REORGMDL." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT MODEL-REPORT
           MOVE WS-EFFECTIVE-DATE TO WS-H1-EFFECTIVE
           MOVE WS-MODE-TEXT TO WS-H1-MODE
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE "PROPOSED CHANGES" TO WS-SECTION-LINE
           PERFORM 4920-EMIT-SECTION-HEADING
           MOVE WS-CHANGE-HEADING TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           OPEN INPUT REORG-CHANGES
           IF NOT WS-RX-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " REORGCHG.DAT not available - status "
                   WS-RX-STATUS " - nothing to model"
               MOVE "NO REORGCHG.DAT - THE MODEL IS TODAY'S ROSTER"
                   TO RM-REPORT-LINE
               PERFORM 4910-EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-READ-ONE-CHANGE
                   UNTIL WS-AT-END
               CLOSE REORG-CHANGES
           END-IF.

       2010-READ-ONE-CHANGE.
           READ REORG-CHANGES
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO WS-CHANGE-LINE
                   MOVE WS-CHANGE-COUNT TO WS-CL-SEQ
                   MOVE REORG-CHANGE-RECORD TO WS-CL-ROW
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN RX-PERSON-MOVE
                           PERFORM 2100-APPLY-PERSON-MOVE
                               THRU 2100-APPLY-PERSON-MOVE-EXIT
                       WHEN RX-MANAGER-MOVE
                           PERFORM 2200-APPLY-MANAGER-MOVE
                               THRU 2200-APPLY-MANAGER-MOVE-EXIT
                       WHEN RX-DEPT-MERGE
                           PERFORM 2300-APPLY-DEPT-MERGE
                               THRU 2300-APPLY-DEPT-MERGE-EXIT
                       WHEN OTHER
                           MOVE "UNKNOWN CHANGE TYPE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "APPLIED" TO WS-CL-RESULT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJECTED" TO WS-CL-RESULT
                       MOVE WS-REJECT-REASON TO WS-CL-TEXT
                   END-IF
                   MOVE WS-CHANGE-LINE TO RM-REPORT-LINE
                   PERFORM 4910-EMIT-REPORT-LINE
           END-READ.

      *>----------------------------------------------------------*>
      *> 2100-APPLY-PERSON-MOVE - one person to an active             *>
      *> department.                                                  *>
      *>----------------------------------------------------------*>
       2100-APPLY-PERSON-MOVE.
           IF RX-P-PERSON-ID IS NOT NUMERIC
               MOVE "PERSON ID NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2100-APPLY-PERSON-MOVE-EXIT
           END-IF
           MOVE RX-P-PERSON-ID TO WS-FIND-ID
           PERFORM 1920-FIND-PERSON
           IF WS-FIND-SUB = 0
               MOVE "PERSON NOT ON THE ROSTER" TO WS-REJECT-REASON
               GO TO 2100-APPLY-PERSON-MOVE-EXIT
           END-IF
           MOVE RX-P-NEW-DEPT TO DeptCode
           CALL "ValidateDeptCode" USING DeptCode DeptFoundFlag
           IF NOT DeptWasFound
               MOVE "DEPARTMENT NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2100-APPLY-PERSON-MOVE-EXIT
           END-IF
           MOVE RX-P-NEW-DEPT TO WS-RT-NEW-DEPT(WS-FIND-SUB)
           MOVE SPACES TO WS-CL-TEXT
           STRING WS-RT-NAME(WS-FIND-SUB) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RX-P-NEW-DEPT DELIMITED BY SIZE
               INTO WS-CL-TEXT.
       2100-APPLY-PERSON-MOVE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2200-APPLY-MANAGER-MOVE - a new reporting line.  A manager   *>
      *> who is not on the roster, or a line that closes a loop, is   *>
      *> still modeled; section 5 shows what it would do.             *>
      *>----------------------------------------------------------*>
       2200-APPLY-MANAGER-MOVE.
           IF RX-M-PERSON-ID IS NOT NUMERIC
               OR RX-M-MANAGER-ID IS NOT NUMERIC
               MOVE "PERSON/MANAGER ID NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2200-APPLY-MANAGER-MOVE-EXIT
           END-IF
           MOVE RX-M-PERSON-ID TO WS-FIND-ID
           PERFORM 1920-FIND-PERSON
           IF WS-FIND-SUB = 0
               MOVE "PERSON NOT ON THE ROSTER" TO WS-REJECT-REASON
               GO TO 2200-APPLY-MANAGER-MOVE-EXIT
           END-IF
           MOVE RX-M-MANAGER-ID TO WS-RT-NEW-MGR(WS-FIND-SUB)
           MOVE SPACES TO WS-CL-TEXT
           IF RX-M-MANAGER-ID = 0
               STRING WS-RT-NAME(WS-FIND-SUB) DELIMITED BY SIZE
                   " TO NO MANAGER" DELIMITED BY SIZE
                   INTO WS-CL-TEXT
           ELSE
               STRING WS-RT-NAME(WS-FIND-SUB) DELIMITED BY SIZE
                   " TO MANAGER " DELIMITED BY SIZE
                   RX-M-MANAGER-ID DELIMITED BY SIZE
                   INTO WS-CL-TEXT
           END-IF.
       2200-APPLY-MANAGER-MOVE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2300-APPLY-DEPT-MERGE - everyone modeled in the from         *>
      *> department (including earlier moves into it) moves to the    *>
      *> to department, which must be active.                         *>
      *>----------------------------------------------------------*>
       2300-APPLY-DEPT-MERGE.
           IF RX-D-FROM-CODE = SPACES
               MOVE "FROM DEPARTMENT BLANK" TO WS-REJECT-REASON
               GO TO 2300-APPLY-DEPT-MERGE-EXIT
           END-IF
           IF RX-D-FROM-CODE = RX-D-TO-CODE
               MOVE "FROM AND TO ARE THE SAME" TO WS-REJECT-REASON
               GO TO 2300-APPLY-DEPT-MERGE-EXIT
           END-IF
           MOVE RX-D-TO-CODE TO DeptCode
           CALL "ValidateDeptCode" USING DeptCode DeptFoundFlag
           IF NOT DeptWasFound
               MOVE "DEPARTMENT NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 2300-APPLY-DEPT-MERGE-EXIT
           END-IF
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM 2310-MERGE-ONE-PERSON
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           MOVE SPACES TO WS-CL-TEXT
           STRING RX-D-FROM-CODE DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               RX-D-TO-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-MOVED-COUNT DELIMITED BY SIZE
               " PEOPLE" DELIMITED BY SIZE
               INTO WS-CL-TEXT.
       2300-APPLY-DEPT-MERGE-EXIT.
           EXIT.

       2310-MERGE-ONE-PERSON.
           IF WS-RT-NEW-DEPT(WS-PERSON-SUB) = RX-D-FROM-CODE
               MOVE RX-D-TO-CODE TO WS-RT-NEW-DEPT(WS-PERSON-SUB)
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-MEASURE-BEFORE-AND-AFTER - headcount and salary cost    *>
      *> per person on each side, manager subscripts for both trees,  *>
      *> then direct-report counts, orphans and loops.                *>
      *>----------------------------------------------------------*>
       3000-MEASURE-BEFORE-AND-AFTER.
           PERFORM 3100-MEASURE-ONE-PERSON
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           PERFORM 3300-COUNT-ONE-PERSONS-REPORTS
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           PERFORM 3400-FLAG-ONE-PERSON
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT.

       3100-MEASURE-ONE-PERSON.
           IF WS-RT-OLD-DEPT(WS-PERSON-SUB)
                   NOT = WS-RT-NEW-DEPT(WS-PERSON-SUB)
               ADD 1 TO WS-DEPT-MOVES
           END-IF
           IF WS-RT-OLD-MGR(WS-PERSON-SUB)
                   NOT = WS-RT-NEW-MGR(WS-PERSON-SUB)
               ADD 1 TO WS-MANAGER-MOVES
           END-IF
           MOVE WS-RT-OLD-DEPT(WS-PERSON-SUB) TO WS-FIND-DEPT
           PERFORM 1900-FIND-OR-ADD-DEPT
           IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DT-BEFORE(WS-DEPT-HIT)
           END-IF
           MOVE WS-RT-NEW-DEPT(WS-PERSON-SUB) TO WS-FIND-DEPT
           PERFORM 1900-FIND-OR-ADD-DEPT
           IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DT-AFTER(WS-DEPT-HIT)
           END-IF
           IF WS-RT-SALARY(WS-PERSON-SUB) > 0
               SET WS-COSTING-BEFORE TO TRUE
               MOVE WS-RT-OLD-DEPT(WS-PERSON-SUB) TO AllocHomeDept
               PERFORM 3200-COST-ONE-SIDE
               SET WS-COSTING-AFTER TO TRUE
               MOVE WS-RT-NEW-DEPT(WS-PERSON-SUB) TO AllocHomeDept
               PERFORM 3200-COST-ONE-SIDE
           END-IF
           MOVE WS-RT-OLD-MGR(WS-PERSON-SUB) TO WS-FIND-ID
           PERFORM 1920-FIND-PERSON
           MOVE WS-FIND-SUB TO WS-RT-OLD-MGR-SUB(WS-PERSON-SUB)
           MOVE WS-RT-NEW-MGR(WS-PERSON-SUB) TO WS-FIND-ID
           PERFORM 1920-FIND-PERSON
           MOVE WS-FIND-SUB TO WS-RT-NEW-MGR-SUB(WS-PERSON-SUB).

      *>----------------------------------------------------------*>
      *> 3200-COST-ONE-SIDE - the person's salary split the way       *>
      *> GetCostAllocation would split it with AllocHomeDept as       *>
      *> their department, added to that side of each cost center.    *>
      *>----------------------------------------------------------*>
       3200-COST-ONE-SIDE.
           MOVE WS-RT-ID(WS-PERSON-SUB) TO AllocPersonId
           MOVE WS-EFFECTIVE-DATE TO AllocAsOfDate
           MOVE WS-RT-SALARY(WS-PERSON-SUB) TO AllocAmount
           CALL "GetCostAllocation" USING AllocPersonId
               AllocAsOfDate AllocHomeDept AllocAmount AllocResult
           PERFORM 3210-ADD-ONE-SHARE
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > AllocCount.

       3210-ADD-ONE-SHARE.
           MOVE AllocCostCenter(WS-ALLOC-SUB) TO WS-FIND-CENTER
           PERFORM 1940-FIND-OR-ADD-CENTER
           IF WS-CENTER-HIT > 0
               IF WS-COSTING-BEFORE
                   ADD AllocShare(WS-ALLOC-SUB)
                       TO WS-CC-BEFORE(WS-CENTER-HIT)
                   ADD AllocShare(WS-ALLOC-SUB)
                       TO WS-BEFORE-COST-TOTAL
               ELSE
                   ADD AllocShare(WS-ALLOC-SUB)
                       TO WS-CC-AFTER(WS-CENTER-HIT)
                   ADD AllocShare(WS-ALLOC-SUB)
                       TO WS-AFTER-COST-TOTAL
               END-IF
           END-IF.

       3300-COUNT-ONE-PERSONS-REPORTS.
           MOVE 0 TO WS-RT-OLD-REPORTS(WS-PERSON-SUB)
           MOVE 0 TO WS-RT-NEW-REPORTS(WS-PERSON-SUB)
           PERFORM 3310-COUNT-ONE-REPORT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PERSON-COUNT.

       3310-COUNT-ONE-REPORT.
           IF WS-RT-OLD-MGR-SUB(WS-SCAN-SUB) = WS-PERSON-SUB
               ADD 1 TO WS-RT-OLD-REPORTS(WS-PERSON-SUB)
           END-IF
           IF WS-RT-NEW-MGR-SUB(WS-SCAN-SUB) = WS-PERSON-SUB
               ADD 1 TO WS-RT-NEW-REPORTS(WS-PERSON-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3400-FLAG-ONE-PERSON - on each side a nonzero manager who    *>
      *> is not on the roster makes an orphan, and a manager chain    *>
      *> that comes back to the person makes a loop.  A chain can     *>
      *> be no longer than the roster, so that bounds the walk.       *>
      *> Exceptions on the after side only are the change's own.      *>
      *>----------------------------------------------------------*>
       3400-FLAG-ONE-PERSON.
           IF WS-RT-OLD-MGR(WS-PERSON-SUB) NOT = 0
               IF WS-RT-OLD-MGR-SUB(WS-PERSON-SUB) = 0
                   MOVE "O" TO WS-RT-OLD-FLAG(WS-PERSON-SUB)
               ELSE
                   MOVE WS-RT-OLD-MGR-SUB(WS-PERSON-SUB)
                       TO WS-WALK-SUB
                   MOVE 0 TO WS-WALK-STEPS
                   PERFORM 3410-WALK-OLD-CHAIN
                       UNTIL WS-WALK-SUB = 0
                           OR WS-WALK-SUB = WS-PERSON-SUB
                           OR WS-WALK-STEPS > WS-PERSON-COUNT
                   IF WS-WALK-SUB = WS-PERSON-SUB
                       MOVE "L" TO WS-RT-OLD-FLAG(WS-PERSON-SUB)
                   END-IF
               END-IF
           END-IF
           IF WS-RT-NEW-MGR(WS-PERSON-SUB) NOT = 0
               IF WS-RT-NEW-MGR-SUB(WS-PERSON-SUB) = 0
                   MOVE "O" TO WS-RT-NEW-FLAG(WS-PERSON-SUB)
               ELSE
                   MOVE WS-RT-NEW-MGR-SUB(WS-PERSON-SUB)
                       TO WS-WALK-SUB
                   MOVE 0 TO WS-WALK-STEPS
                   PERFORM 3420-WALK-NEW-CHAIN
                       UNTIL WS-WALK-SUB = 0
                           OR WS-WALK-SUB = WS-PERSON-SUB
                           OR WS-WALK-STEPS > WS-PERSON-COUNT
                   IF WS-WALK-SUB = WS-PERSON-SUB
                       MOVE "L" TO WS-RT-NEW-FLAG(WS-PERSON-SUB)
                   END-IF
               END-IF
           END-IF
           IF WS-RT-NEW-ORPHAN(WS-PERSON-SUB)
               AND NOT WS-RT-OLD-ORPHAN(WS-PERSON-SUB)
               ADD 1 TO WS-NEW-ORPHAN-COUNT
           END-IF
           IF WS-RT-NEW-LOOP(WS-PERSON-SUB)
               AND NOT WS-RT-OLD-LOOP(WS-PERSON-SUB)
               ADD 1 TO WS-NEW-LOOP-COUNT
           END-IF
           COMPUTE WS-NEW-EXCEPTION-COUNT =
               WS-NEW-ORPHAN-COUNT + WS-NEW-LOOP-COUNT.

       3410-WALK-OLD-CHAIN.
           ADD 1 TO WS-WALK-STEPS
           MOVE WS-RT-OLD-MGR-SUB(WS-WALK-SUB) TO WS-WALK-SUB.

       3420-WALK-NEW-CHAIN.
           ADD 1 TO WS-WALK-STEPS
           MOVE WS-RT-NEW-MGR-SUB(WS-WALK-SUB) TO WS-WALK-SUB.

      *>----------------------------------------------------------*>
      *> 4000-PRINT-THE-MODEL - the four before/after sections and    *>
      *> the footings, after the change log already printed.          *>
      *>----------------------------------------------------------*>
       4000-PRINT-THE-MODEL.
           MOVE "HEADCOUNT AGAINST DEPTBUDG.CTL AUTHORIZED"
               TO WS-SECTION-LINE
           PERFORM 4920-EMIT-SECTION-HEADING
           MOVE WS-HEADCOUNT-HEADING TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4100-PRINT-ONE-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO WS-SECTION-LINE
           STRING "SALARY COST BY COST CENTER (" DELIMITED BY SIZE
               XRateBaseCurrency DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SECTION-LINE
           PERFORM 4920-EMIT-SECTION-HEADING
           MOVE WS-COST-HEADING TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4200-PRINT-ONE-CENTER
               VARYING WS-CENTER-SUB FROM 1 BY 1
               UNTIL WS-CENTER-SUB > WS-CENTER-COUNT
           MOVE SPACES TO WS-COST-LINE
           MOVE "TOTAL" TO WS-KL-CENTER
           COMPUTE WS-MONEY-WORK = WS-BEFORE-COST-TOTAL / 100
           MOVE WS-MONEY-WORK TO WS-KL-BEFORE
           COMPUTE WS-MONEY-WORK = WS-AFTER-COST-TOTAL / 100
           MOVE WS-MONEY-WORK TO WS-KL-AFTER
           COMPUTE WS-MONEY-WORK =
               (WS-AFTER-COST-TOTAL - WS-BEFORE-COST-TOTAL) / 100
           MOVE WS-MONEY-WORK TO WS-KL-CHANGE
           MOVE WS-COST-LINE TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE "SPAN OF CONTROL - DIRECT REPORTS PER MANAGER"
               TO WS-SECTION-LINE
           PERFORM 4920-EMIT-SECTION-HEADING
           MOVE WS-SPAN-HEADING TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4300-PRINT-ONE-SPAN
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           MOVE "ORPHANS AND REPORTING LOOPS" TO WS-SECTION-LINE
           PERFORM 4920-EMIT-SECTION-HEADING
           MOVE WS-EXCEPTION-HEADING TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           PERFORM 4400-PRINT-ONE-EXCEPTION
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           MOVE SPACES TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-F1-CHANGES
           MOVE WS-APPLIED-COUNT TO WS-F1-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-F1-REJECTED
           MOVE WS-DEPT-MOVES TO WS-F1-DEPT-MOVES
           MOVE WS-MANAGER-MOVES TO WS-F1-MANAGER-MOVES
           MOVE WS-FOOTING-1 TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-NEW-ORPHAN-COUNT TO WS-F2-NEW-ORPHANS
           MOVE WS-NEW-LOOP-COUNT TO WS-F2-NEW-LOOPS
           MOVE WS-NO-COMP-COUNT TO WS-F2-NO-COMP
           MOVE WS-FOOTING-2 TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 4100-PRINT-ONE-DEPT - the after figure is the one judged     *>
      *> against the authorized headcount.                            *>
      *>----------------------------------------------------------*>
       4100-PRINT-ONE-DEPT.
           MOVE SPACES TO WS-HEADCOUNT-LINE
           MOVE WS-DT-CODE(WS-DEPT-SUB) TO WS-HL-DEPT
           MOVE WS-DT-BEFORE(WS-DEPT-SUB) TO WS-HL-BEFORE
           MOVE WS-DT-AFTER(WS-DEPT-SUB) TO WS-HL-AFTER
           COMPUTE WS-COUNT-CHANGE =
               WS-DT-AFTER(WS-DEPT-SUB) - WS-DT-BEFORE(WS-DEPT-SUB)
           MOVE WS-COUNT-CHANGE TO WS-HL-CHANGE
           IF WS-DT-BUDGETED(WS-DEPT-SUB)
               MOVE WS-DT-AUTHORIZED(WS-DEPT-SUB)
                   TO WS-AUTHORIZED-EDIT
               MOVE WS-AUTHORIZED-EDIT TO WS-HL-AUTHORIZED
               EVALUATE TRUE
                   WHEN WS-DT-AFTER(WS-DEPT-SUB)
                           > WS-DT-AUTHORIZED(WS-DEPT-SUB)
                       MOVE "OVER" TO WS-HL-STATUS
                   WHEN WS-DT-AFTER(WS-DEPT-SUB)
                           < WS-DT-AUTHORIZED(WS-DEPT-SUB)
                       MOVE "UNDER" TO WS-HL-STATUS
                   WHEN OTHER
                       MOVE "AT BUDGET" TO WS-HL-STATUS
               END-EVALUATE
           ELSE
               MOVE "      NONE" TO WS-HL-AUTHORIZED
               IF WS-DT-AFTER(WS-DEPT-SUB) > 0
                   MOVE "NO BUDGET" TO WS-HL-STATUS
               END-IF
           END-IF
           MOVE WS-HEADCOUNT-LINE TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

       4200-PRINT-ONE-CENTER.
           MOVE SPACES TO WS-COST-LINE
           IF WS-CC-CODE(WS-CENTER-SUB) = SPACES
               MOVE "(NONE)" TO WS-KL-CENTER
           ELSE
               MOVE WS-CC-CODE(WS-CENTER-SUB) TO WS-KL-CENTER
           END-IF
           COMPUTE WS-MONEY-WORK = WS-CC-BEFORE(WS-CENTER-SUB) / 100
           MOVE WS-MONEY-WORK TO WS-KL-BEFORE
           COMPUTE WS-MONEY-WORK = WS-CC-AFTER(WS-CENTER-SUB) / 100
           MOVE WS-MONEY-WORK TO WS-KL-AFTER
           COMPUTE WS-MONEY-WORK =
               (WS-CC-AFTER(WS-CENTER-SUB)
                   - WS-CC-BEFORE(WS-CENTER-SUB)) / 100
           MOVE WS-MONEY-WORK TO WS-KL-CHANGE
           MOVE WS-COST-LINE TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

       4300-PRINT-ONE-SPAN.
           IF WS-RT-OLD-REPORTS(WS-PERSON-SUB) > 0
               OR WS-RT-NEW-REPORTS(WS-PERSON-SUB) > 0
               MOVE SPACES TO WS-SPAN-LINE
               MOVE WS-RT-ID(WS-PERSON-SUB) TO WS-SL-MANAGER
               MOVE WS-RT-NAME(WS-PERSON-SUB) TO WS-SL-NAME
               MOVE WS-RT-OLD-REPORTS(WS-PERSON-SUB) TO WS-SL-BEFORE
               MOVE WS-RT-NEW-REPORTS(WS-PERSON-SUB) TO WS-SL-AFTER
               COMPUTE WS-COUNT-CHANGE =
                   WS-RT-NEW-REPORTS(WS-PERSON-SUB)
                   - WS-RT-OLD-REPORTS(WS-PERSON-SUB)
               MOVE WS-COUNT-CHANGE TO WS-SL-CHANGE
               MOVE WS-SPAN-LINE TO RM-REPORT-LINE
               PERFORM 4910-EMIT-REPORT-LINE
           END-IF.

       4400-PRINT-ONE-EXCEPTION.
           IF NOT WS-RT-OLD-CLEAN(WS-PERSON-SUB)
               OR NOT WS-RT-NEW-CLEAN(WS-PERSON-SUB)
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE WS-RT-ID(WS-PERSON-SUB) TO WS-XL-PERSON-ID
               MOVE WS-RT-NAME(WS-PERSON-SUB) TO WS-XL-NAME
               MOVE WS-RT-OLD-MGR(WS-PERSON-SUB) TO WS-XL-OLD-MGR
               MOVE WS-RT-NEW-MGR(WS-PERSON-SUB) TO WS-XL-NEW-MGR
               EVALUATE TRUE
                   WHEN WS-RT-OLD-ORPHAN(WS-PERSON-SUB)
                       MOVE "ORPHAN" TO WS-XL-BEFORE
                   WHEN WS-RT-OLD-LOOP(WS-PERSON-SUB)
                       MOVE "LOOP" TO WS-XL-BEFORE
                   WHEN OTHER
                       MOVE "-" TO WS-XL-BEFORE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-RT-NEW-ORPHAN(WS-PERSON-SUB)
                       MOVE "ORPHAN" TO WS-XL-AFTER
                   WHEN WS-RT-NEW-LOOP(WS-PERSON-SUB)
                       MOVE "LOOP" TO WS-XL-AFTER
                   WHEN OTHER
                       MOVE "-" TO WS-XL-AFTER
               END-EVALUATE
               IF NOT WS-RT-NEW-CLEAN(WS-PERSON-SUB)
                   AND WS-RT-NEW-FLAG(WS-PERSON-SUB)
                       NOT = WS-RT-OLD-FLAG(WS-PERSON-SUB)
                   MOVE "NEW" TO WS-XL-NEW-MARK
               END-IF
               MOVE WS-EXCEPTION-LINE TO RM-REPORT-LINE
               PERFORM 4910-EMIT-REPORT-LINE
           END-IF.

       4900-CLOSE-THE-REPORT.
           CLOSE MODEL-REPORT.

       4910-EMIT-REPORT-LINE.
           DISPLAY RM-REPORT-LINE
           WRITE RM-REPORT-LINE.

       4920-EMIT-SECTION-HEADING.
           MOVE SPACES TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE
           MOVE WS-SECTION-LINE TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 5000-CONVERT-THE-MODEL - an approved model becomes           *>
      *> PERSTRAN.DAT rows dated the effective date: a T for each     *>
      *> person whose department changes and an M for each new        *>
      *> reporting line, appended for TransApply.  A model with a     *>
      *> rejected change or a new orphan or loop is not approved as   *>
      *> it stands and is refused.                                    *>
      *>----------------------------------------------------------*>
       5000-CONVERT-THE-MODEL.
           MOVE SPACES TO WS-CONVERT-LINE
           IF WS-REJECTED-COUNT > 0 OR WS-NEW-EXCEPTION-COUNT > 0
               MOVE "REFUSED - REJECTED CHANGES OR NEW ORPHANS/LOOPS"
                   TO WS-CV-TEXT
               MOVE WS-CONVERT-LINE TO RM-REPORT-LINE
               PERFORM 4910-EMIT-REPORT-LINE
               MOVE "REORGMDL" TO LE-PROGRAM-NAME
               MOVE "5000-CONVERT-MODEL" TO LE-PARAGRAPH-NAME
               MOVE "Conversion refused - rejects or new orphans/loops"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
               GO TO 5000-CONVERT-THE-MODEL-EXIT
           END-IF
           OPEN EXTEND PERSON-TRANS
           IF WS-PT-STATUS = "35"
               OPEN OUTPUT PERSON-TRANS
               CLOSE PERSON-TRANS
               OPEN EXTEND PERSON-TRANS
           END-IF
           PERFORM 5100-CONVERT-ONE-PERSON
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           CLOSE PERSON-TRANS
           MOVE "PERSTRAN ROWS WRITTEN:" TO WS-CV-TEXT
           MOVE WS-CONVERTED-COUNT TO WS-CV-COUNT
           MOVE WS-CONVERT-LINE TO RM-REPORT-LINE
           PERFORM 4910-EMIT-REPORT-LINE.
       5000-CONVERT-THE-MODEL-EXIT.
           EXIT.

       5100-CONVERT-ONE-PERSON.
           IF WS-RT-OLD-DEPT(WS-PERSON-SUB)
                   NOT = WS-RT-NEW-DEPT(WS-PERSON-SUB)
               MOVE SPACES TO PERSON-TRANS-RECORD
               MOVE WS-RT-ID(WS-PERSON-SUB) TO PT-PERSON-ID
               SET PT-ACTION-TRANSFER TO TRUE
               MOVE WS-RT-NEW-DEPT(WS-PERSON-SUB) TO PT-NEW-DEPT
               MOVE WS-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE
               MOVE 0 TO PT-RETURN-DATE
               MOVE 0 TO PT-NEW-MANAGER
               WRITE PERSON-TRANS-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF
           IF WS-RT-OLD-MGR(WS-PERSON-SUB)
                   NOT = WS-RT-NEW-MGR(WS-PERSON-SUB)
               MOVE SPACES TO PERSON-TRANS-RECORD
               MOVE WS-RT-ID(WS-PERSON-SUB) TO PT-PERSON-ID
               SET PT-ACTION-MANAGER TO TRUE
               MOVE WS-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE
               MOVE 0 TO PT-RETURN-DATE
               MOVE WS-RT-NEW-MGR(WS-PERSON-SUB) TO PT-NEW-MANAGER
               WRITE PERSON-TRANS-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.

       6000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Changes: " WS-CHANGE-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " New exceptions: " WS-NEW-EXCEPTION-COUNT
               " Converted: " WS-CONVERTED-COUNT
           MOVE "REORGMDL" TO CW-JOB-STEP
           MOVE "CHANGES" TO CW-TOTAL-NAME
           MOVE WS-CHANGE-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "NEWEXCEPT" TO CW-TOTAL-NAME
           MOVE WS-NEW-EXCEPTION-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CONVERTED" TO CW-TOTAL-NAME
           MOVE WS-CONVERTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
