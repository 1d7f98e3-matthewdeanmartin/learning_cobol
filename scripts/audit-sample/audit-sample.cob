      *>--------------------------------------------------------------*>
      *> PROGRAM:    AuditSample                                      *>
      *> PURPOSE:    Random audit sample for internal audit's         *>
      *>             quarterly vouching of pay and personnel files,   *>
      *>             drawn reproducibly from a chosen population      *>
      *>             instead of picked by hand:                       *>
      *>               ACTIVE   every active person                   *>
      *>               DEPT     the active people of one department   *>
      *>               COMPCHG  everyone with a COMPHIST.LOG change   *>
      *>                        effective inside a date range         *>
      *>               LEDGER   the PAYHIST.DAT ledger rows of one    *>
      *>                        posted pay period                     *>
      *>             The people come from the PERSSNAP snapshot of    *>
      *>             the as-of date when it is on hand and balances,  *>
      *>             otherwise from PERSMAST and COMPMAST as they     *>
      *>             stand; under SHOP_TEST_MODE from the .TST        *>
      *>             masters.  Change rows journaled after the as-of  *>
      *>             date and pay periods posted after it are left    *>
      *>             out, so a draw can be re-performed later from    *>
      *>             the printed seed and as-of date.                 *>
      *>                                                              *>
      *>             The draw uses the Park-Miller generator (seed    *>
      *>             times 16807 modulo 2147483647) and selection     *>
      *>             sampling in person-ID order: each member is      *>
      *>             taken with probability (still to take) / (still  *>
      *>             to see), which yields exactly the sample size.   *>
      *>             Stratified by department or grade, the sample is *>
      *>             shared out in proportion to each stratum's size  *>
      *>             (largest remainders take the odd places) and     *>
      *>             each stratum is drawn the same way.  People      *>
      *>             drawn in the SAMPHIST.DAT history within the     *>
      *>             exclusion window before the as-of date are left  *>
      *>             out of the population, and each person drawn is  *>
      *>             stamped into that history - once per draw, so a  *>
      *>             re-performance adds nothing, and a rerun after a *>
      *>             stamp that failed part way stamps only the rest. *>
      *>                                                              *>
      *>             Report AUDSAMP.<as-of date> prints the seed, the *>
      *>             population count and the number of possible      *>
      *>             samples (CALL "Combinations"), then the sample   *>
      *>             list.  The step ends 8, not marked complete, on  *>
      *>             unusable controls, a population source that      *>
      *>             cannot be opened or a history stamp that fails,  *>
      *>             and 4 when the sample came out short, a table    *>
      *>             overflowed or source rows named nobody on file.  *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               AUDSAMP_POP       ACTIVE, DEPT, COMPCHG or     *>
      *>                                 LEDGER (default ACTIVE)      *>
      *>               AUDSAMP_SEED      seed, up to 10 digits        *>
      *>                                 (default from the run time)  *>
      *>               AUDSAMP_SIZE      sample size (default 25)     *>
      *>               AUDSAMP_STRATA    D by department, G by grade  *>
      *>                                 (default none)               *>
      *>               AUDSAMP_DEPT      department for DEPT          *>
      *>               AUDSAMP_FROM      change range for COMPCHG,    *>
      *>               AUDSAMP_TO        yyyymmdd (default the 92     *>
      *>                                 days ending on the as-of     *>
      *>                                 date)                        *>
      *>               AUDSAMP_PERIOD    pay period end for LEDGER    *>
      *>                                 (default the latest period   *>
      *>                                 posted by the as-of date)    *>
      *>               AUDSAMP_ASOF      as-of date, yyyymmdd, to     *>
      *>                                 re-perform an earlier draw   *>
      *>                                 (default the run date)       *>
      *>               AUDSAMP_EXCLUDE   days before the as-of date   *>
      *>                                 whose sampled people are     *>
      *>                                 left out (default 92, 0 for  *>
      *>                                 none)                        *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditSample.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO WS-PERS-FILE-NAME
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT COMP-MASTER ASSIGN TO WS-COMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT COMP-HISTORY ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT PAY-PERIOD-LOG ASSIGN TO "PAYPOST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PAY-LEDGER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT SAMPLE-HISTORY ASSIGN TO WS-SAMPHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  COMP-HISTORY.
           COPY "comp-history.cpy".

       FD  PAY-PERIOD-LOG.
           COPY "pay-period-log.cpy".

       FD  PAY-LEDGER.
           COPY "pay-ledger.cpy".

       FD  SAMPLE-HISTORY.
           COPY "sample-history.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-CH-STATUS              PIC X(02) VALUE "00".
           88 WS-CH-OK                        VALUE "00".
       01 WS-PD-STATUS              PIC X(02) VALUE "00".
           88 WS-PD-OK                        VALUE "00".
       01 WS-LG-STATUS              PIC X(02) VALUE "00".
           88 WS-LG-OK                        VALUE "00".
       01 WS-SH-STATUS              PIC X(02) VALUE "00".
           88 WS-SH-OK                        VALUE "00".
       01 WS-PERS-FILE-NAME         PIC X(16) VALUE "PERSMAST".
       01 WS-COMP-FILE-NAME         PIC X(16) VALUE "COMPMAST".
       01 WS-HIST-FILE-NAME         PIC X(16) VALUE "COMPHIST.LOG".
       01 WS-SAMPHIST-FILE-NAME     PIC X(16) VALUE "SAMPHIST.DAT".
       01 WS-REPORT-FILE-NAME       PIC X(80) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-CONDITION              PIC 9(04) VALUE 0.

      *> the controls as given, and as taken.
       01 WS-POP-TEXT               PIC X(07) VALUE SPACES.
           88 WS-POP-ACTIVE                   VALUE "ACTIVE".
           88 WS-POP-DEPT                     VALUE "DEPT".
           88 WS-POP-COMPCHG                  VALUE "COMPCHG".
           88 WS-POP-LEDGER                   VALUE "LEDGER".
       01 WS-POP-DEPT-CODE          PIC X(04) VALUE SPACES.
       01 WS-POP-DETAIL             PIC X(17) VALUE SPACES.
       01 WS-FROM-TEXT              PIC X(08) VALUE SPACES.
       01 WS-TO-TEXT                PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE              PIC 9(08) VALUE 0.
       01 WS-TO-DATE                PIC 9(08) VALUE 0.
       01 WS-PERIOD-TEXT            PIC X(08) VALUE SPACES.
       01 WS-PERIOD-END             PIC 9(08) VALUE 0.
       01 WS-ASOF-TEXT              PIC X(08) VALUE SPACES.
       01 WS-ASOF-DATE              PIC 9(08) VALUE 0.
       01 WS-SEED-TEXT              PIC X(10) VALUE SPACES.
       01 WS-SEED                   PIC 9(10) VALUE 0.
       01 WS-SIZE-TEXT              PIC X(10) VALUE SPACES.
       01 WS-SAMPLE-SIZE            PIC 9(04) VALUE 25.
       01 WS-STRATA-FLAG            PIC X(01) VALUE SPACES.
           88 WS-STRATA-NONE                  VALUE SPACES "N".
           88 WS-STRATA-DEPT                  VALUE "D".
           88 WS-STRATA-GRADE                 VALUE "G".
       01 WS-EXCLUDE-TEXT           PIC X(10) VALUE SPACES.
       01 WS-EXCLUDE-DAYS           PIC 9(04) VALUE 92.
       01 WS-WINDOW-START           PIC 9(08) VALUE 0.
       01 WS-CONTROLS-FLAG          PIC X(01) VALUE "Y".
           88 WS-CONTROLS-OK                  VALUE "Y".
       01 WS-REFUSE-TEXT            PIC X(60) VALUE SPACES.
       01 WS-POP-READ-FLAG          PIC X(01) VALUE "Y".
           88 WS-POP-READ-OK                  VALUE "Y".

      *> a variable-length number from an environment variable:
      *> digits, then nothing but spaces.
       01 WS-NUM-TEXT               PIC X(10) VALUE SPACES.
       01 WS-NUM-VALUE              PIC 9(10) VALUE 0.
       01 WS-NUM-DIGIT              PIC 9(01) VALUE 0.
       01 WS-NUM-POS                PIC 9(02) COMP VALUE 0.
       01 WS-NUM-LENGTH             PIC 9(02) COMP VALUE 0.
       01 WS-NUM-FLAG               PIC X(01) VALUE "N".
           88 WS-NUM-OK                       VALUE "Y".
       01 WS-NUM-ENDED-FLAG         PIC X(01) VALUE "N".
           88 WS-NUM-ENDED                    VALUE "Y".
       01 WS-NUM-BAD-FLAG           PIC X(01) VALUE "N".
           88 WS-NUM-BAD                      VALUE "Y".

      *> Park-Miller minimal standard generator.
       01 WS-RNG-SEED               PIC 9(10) VALUE 1.
       01 WS-RNG-MULTIPLIER         PIC 9(05) VALUE 16807.
       01 WS-RNG-MODULUS            PIC 9(10) VALUE 2147483647.
       01 WS-RNG-WORK               PIC 9(18) VALUE 0.
       01 WS-RNG-QUOTIENT           PIC 9(18) VALUE 0.
       01 WS-RNG-DRAWS              PIC 9(07) VALUE 0.
       01 WS-PICK-LEFT              PIC 9(18) VALUE 0.
       01 WS-PICK-RIGHT             PIC 9(18) VALUE 0.

      *> the people on file, in person-ID order, each marked with
      *> whether it is in the population, left out as recently
      *> sampled, or drawn.
       01 WS-SOURCE-FLAG            PIC X(01) VALUE "M".
           88 WS-FROM-SNAPSHOT                VALUE "S".
           88 WS-FROM-MASTERS                 VALUE "M".
       01 WS-ROSTER-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-ROSTER-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-ROSTER-SUB             PIC 9(04) COMP VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-RS-ENTRY OCCURS 2000 TIMES.
               10 WS-RS-PERSON      PIC 9(05).
               10 WS-RS-NAME        PIC X(20).
               10 WS-RS-DEPT        PIC X(04).
               10 WS-RS-GRADE       PIC X(02).
               10 WS-RS-HIRE-DATE   PIC 9(08).
               10 WS-RS-ACTIVE      PIC X(01).
               10 WS-RS-POP-FLAG    PIC X(01).
                   88 WS-RS-IN-POP            VALUE "Y".
               10 WS-RS-EXCL-FLAG   PIC X(01).
                   88 WS-RS-EXCLUDED          VALUE "Y".
               10 WS-RS-PICK-FLAG   PIC X(01).
                   88 WS-RS-PICKED            VALUE "Y".
               10 WS-RS-STAMP-FLAG  PIC X(01).
                   88 WS-RS-STAMPED           VALUE "Y".
               10 WS-RS-STRAT-DEPT  PIC X(04).
               10 WS-RS-STRAT-GRADE PIC X(02).
               10 WS-RS-STRATUM     PIC 9(03) COMP.
               10 WS-RS-ROWS        PIC 9(03).
               10 WS-RS-DETAIL-DATE PIC 9(08).
               10 WS-RS-AMOUNT      PIC 9(11).
       01 WS-FIND-PERSON            PIC 9(05) VALUE 0.
       01 WS-FOUND-SUB              PIC 9(04) COMP VALUE 0.
       01 WS-LOW-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-HIGH-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-MID-SUB                PIC 9(04) COMP VALUE 0.

      *> strata - one ALL stratum when the draw is not stratified.
       01 WS-STRATUM-COUNT          PIC 9(03) COMP VALUE 0.
       01 WS-STRATUM-MAX            PIC 9(03) COMP VALUE 200.
       01 WS-STRATUM-SUB            PIC 9(03) COMP VALUE 0.
       01 WS-BEST-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-STRATUM-TABLE.
           05 WS-ST-ENTRY OCCURS 200 TIMES.
               10 WS-ST-CODE        PIC X(04).
               10 WS-ST-POP         PIC 9(05).
               10 WS-ST-ALLOC       PIC 9(04).
               10 WS-ST-REMAINDER   PIC 9(09).
               10 WS-ST-EXTRA-FLAG  PIC X(01).
                   88 WS-ST-HAS-EXTRA         VALUE "Y".
               10 WS-ST-SEEN        PIC 9(05).
               10 WS-ST-PICKED      PIC 9(04).
       01 WS-STRATUM-KEY            PIC X(04) VALUE SPACES.
       01 WS-ALLOC-WORK             PIC 9(09) VALUE 0.
       01 WS-ALLOC-TOTAL            PIC 9(05) VALUE 0.
       01 WS-ALLOC-LEFT             PIC 9(05) VALUE 0.

      *> counts.
       01 WS-SOURCE-ROWS            PIC 9(07) VALUE 0.
       01 WS-UNMATCHED-COUNT        PIC 9(05) VALUE 0.
       01 WS-BEFORE-EXCL            PIC 9(05) VALUE 0.
       01 WS-EXCLUDED-COUNT         PIC 9(05) VALUE 0.
       01 WS-POPULATION             PIC 9(05) VALUE 0.
       01 WS-DRAW-SIZE              PIC 9(05) VALUE 0.
       01 WS-DRAWN-COUNT            PIC 9(05) VALUE 0.
       01 WS-STAMPED-COUNT          PIC 9(05) VALUE 0.
       01 WS-UNSTAMPED-COUNT        PIC 9(05) VALUE 0.
       01 WS-STAMP-FAILED-FLAG      PIC X(01) VALUE "N".
           88 WS-STAMP-FAILED                 VALUE "Y".
       01 WS-LEFT-OUT-COUNT         PIC 9(05) VALUE 0.
       01 WS-OVERFLOW-FLAG          PIC X(01) VALUE "N".
           88 WS-TABLE-OVERFLOWED             VALUE "Y".
       01 WS-STAMPED-FLAG           PIC X(01) VALUE "N".
           88 WS-ALREADY-STAMPED              VALUE "Y".
       01 WS-SHORT-FLAG             PIC X(01) VALUE "N".
           88 WS-SAMPLE-SHORT                 VALUE "Y".

      *> the number of possible samples, through the factorial
      *> program's Combinations entry.
       01 WS-CB-N                   PIC 9(05) VALUE 0.
       01 WS-CB-R                   PIC 9(05) VALUE 0.
       01 WS-CB-RESULT              PIC 9(18) VALUE 0.
       01 WS-CB-STATUS              PIC X(01) VALUE SPACES.
           88 WS-CB-OK                        VALUE "O".
       01 WS-CB-TEXT                PIC X(120) VALUE SPACES.

      *> report lines.
       01 WS-COLUMN-HEADING         PIC X(80) VALUE
           " SEQ PERSON NAME                 DEPT GR  STRATUM  DETAIL".
       01 WS-DETAIL-TEXT            PIC X(60) VALUE SPACES.
       01 WS-AMOUNT-WORK            PIC 9(09)V9(02) VALUE 0.
       01 WS-AMOUNT-EDIT            PIC Z(08)9.99.
       01 WS-COUNT-EDIT             PIC ZZZZ9.
       01 WS-COUNT-EDIT-2           PIC ZZZZ9.
       01 WS-SAMPLE-LINE.
           05 WS-SL-SEQ             PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-PERSON          PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SL-GRADE           PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-STRATUM         PIC X(04).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-SL-DETAIL          PIC X(60).
       01 WS-STRATUM-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TL-CODE            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TL-POP             PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TL-SAMPLE          PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TL-POSSIBLE        PIC X(110).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(12) VALUE "POPULATION: ".
           05 WS-FL-POPULATION      PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  EXCLUDED: ".
           05 WS-FL-EXCLUDED        PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  SAMPLED: ".
           05 WS-FL-SAMPLED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0100-CHECK-THE-CONTROLS
                   THRU 0100-CHECK-THE-CONTROLS-EXIT
               IF WS-CONTROLS-OK
                   PERFORM 1000-LOAD-THE-ROSTER
                   IF WS-POP-READ-OK
                       PERFORM 1100-BUILD-THE-POPULATION
                   END-IF
                   IF WS-POP-READ-OK
                       PERFORM 1200-READ-SAMPLE-HISTORY
                       PERFORM 1300-FORM-THE-STRATA
                       PERFORM 1400-SHARE-OUT-THE-SAMPLE
                       PERFORM 1500-DRAW-THE-SAMPLE
                       PERFORM 2000-PRINT-THE-SAMPLE
                       PERFORM 3000-STAMP-SAMPLE-HISTORY
                       PERFORM 4000-SHOW-CONTROL-TOTALS
                       IF NOT WS-STAMP-FAILED
                           IF WS-SAMPLE-SHORT OR WS-TABLE-OVERFLOWED
                               OR WS-UNMATCHED-COUNT > 0
                               MOVE 4 TO WS-CONDITION
                           END-IF
                           PERFORM 0030-MARK-JOB-COMPLETE
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-CONDITION TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and pick up the sampling controls.                    *>
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
           MOVE "AUDSAMPL" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - masters resolve to "
                   "the .TST file-set ***"
               MOVE "PERSMAST.TST" TO WS-PERS-FILE-NAME
               MOVE "COMPMAST.TST" TO WS-COMP-FILE-NAME
               MOVE "COMPHIST.TST" TO WS-HIST-FILE-NAME
               MOVE "SAMPHIST.TST" TO WS-SAMPHIST-FILE-NAME
           END-IF
           ACCEPT WS-POP-TEXT FROM ENVIRONMENT "AUDSAMP_POP"
           ACCEPT WS-SEED-TEXT FROM ENVIRONMENT "AUDSAMP_SEED"
           ACCEPT WS-SIZE-TEXT FROM ENVIRONMENT "AUDSAMP_SIZE"
           ACCEPT WS-STRATA-FLAG FROM ENVIRONMENT "AUDSAMP_STRATA"
           ACCEPT WS-POP-DEPT-CODE FROM ENVIRONMENT "AUDSAMP_DEPT"
           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "AUDSAMP_FROM"
           ACCEPT WS-TO-TEXT FROM ENVIRONMENT "AUDSAMP_TO"
           ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT "AUDSAMP_PERIOD"
           ACCEPT WS-ASOF-TEXT FROM ENVIRONMENT "AUDSAMP_ASOF"
           ACCEPT WS-EXCLUDE-TEXT FROM ENVIRONMENT "AUDSAMP_EXCLUDE".

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
      *> 0030-MARK-JOB-COMPLETE - 0, or 4 when the sample came out    *>
      *> short, a table overflowed or source rows went unmatched.     *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE.

      *>----------------------------------------------------------*>
      *> 0100-CHECK-THE-CONTROLS - the as-of date, population, seed,  *>
      *> size, stratification and exclusion window.  A control that   *>
      *> cannot be taken as given stops the step with 8 rather than   *>
      *> drawing a sample nobody asked for.                           *>
      *>----------------------------------------------------------*>
       0100-CHECK-THE-CONTROLS.
           MOVE RC-RUN-DATE TO WS-ASOF-DATE
           IF WS-ASOF-TEXT NOT = SPACES
               IF WS-ASOF-TEXT IS NUMERIC
                   MOVE WS-ASOF-TEXT TO DC-DATE
                   CALL "ValidateDate" USING DC-DATE
                       DC-DATE-VALID-FLAG
               ELSE
                   SET DC-DATE-INVALID TO TRUE
               END-IF
               IF DC-DATE-VALID AND DC-DATE NOT > RC-RUN-DATE
                   MOVE DC-DATE TO WS-ASOF-DATE
               ELSE
                   MOVE "AUDSAMP_ASOF is not a past yyyymmdd date"
                       TO WS-REFUSE-TEXT
                   PERFORM 0190-REFUSE-THE-CONTROLS
                   GO TO 0100-CHECK-THE-CONTROLS-EXIT
               END-IF
           END-IF
           IF WS-POP-TEXT = SPACES
               MOVE "ACTIVE" TO WS-POP-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-POP-ACTIVE
                   MOVE SPACES TO WS-POP-DETAIL
               WHEN WS-POP-DEPT
                   IF WS-POP-DEPT-CODE = SPACES
                       MOVE "AUDSAMP_POP=DEPT needs AUDSAMP_DEPT"
                           TO WS-REFUSE-TEXT
                       PERFORM 0190-REFUSE-THE-CONTROLS
                       GO TO 0100-CHECK-THE-CONTROLS-EXIT
                   END-IF
                   MOVE WS-POP-DEPT-CODE TO WS-POP-DETAIL
               WHEN WS-POP-COMPCHG
                   PERFORM 0110-SET-THE-CHANGE-RANGE
               WHEN WS-POP-LEDGER
                   PERFORM 0120-SET-THE-PAY-PERIOD
               WHEN OTHER
                   MOVE "AUDSAMP_POP is not ACTIVE/DEPT/COMPCHG/LEDGER"
                       TO WS-REFUSE-TEXT
                   PERFORM 0190-REFUSE-THE-CONTROLS
           END-EVALUATE
           IF NOT WS-CONTROLS-OK
               GO TO 0100-CHECK-THE-CONTROLS-EXIT
           END-IF
           PERFORM 0130-SET-THE-SEED
           IF NOT WS-CONTROLS-OK
               GO TO 0100-CHECK-THE-CONTROLS-EXIT
           END-IF
           IF WS-SIZE-TEXT NOT = SPACES
               MOVE WS-SIZE-TEXT TO WS-NUM-TEXT
               PERFORM 9000-PARSE-NUMBER
               IF WS-NUM-OK AND WS-NUM-VALUE > 0
                   AND WS-NUM-VALUE < 10000
                   MOVE WS-NUM-VALUE TO WS-SAMPLE-SIZE
               ELSE
                   MOVE "AUDSAMP_SIZE is not a number from 1 to 9999"
                       TO WS-REFUSE-TEXT
                   PERFORM 0190-REFUSE-THE-CONTROLS
                   GO TO 0100-CHECK-THE-CONTROLS-EXIT
               END-IF
           END-IF
           IF NOT WS-STRATA-NONE AND NOT WS-STRATA-DEPT
               AND NOT WS-STRATA-GRADE
               MOVE "AUDSAMP_STRATA is not D (department) or G (grade)"
                   TO WS-REFUSE-TEXT
               PERFORM 0190-REFUSE-THE-CONTROLS
               GO TO 0100-CHECK-THE-CONTROLS-EXIT
           END-IF
           IF WS-STRATA-NONE
               MOVE "N" TO WS-STRATA-FLAG
           END-IF
           IF WS-EXCLUDE-TEXT NOT = SPACES
               MOVE WS-EXCLUDE-TEXT TO WS-NUM-TEXT
               PERFORM 9000-PARSE-NUMBER
               IF WS-NUM-OK AND WS-NUM-VALUE < 10000
                   MOVE WS-NUM-VALUE TO WS-EXCLUDE-DAYS
               ELSE
                   MOVE "AUDSAMP_EXCLUDE is not a number of days"
                       TO WS-REFUSE-TEXT
                   PERFORM 0190-REFUSE-THE-CONTROLS
                   GO TO 0100-CHECK-THE-CONTROLS-EXIT
               END-IF
           END-IF
           MOVE WS-ASOF-DATE TO WS-WINDOW-START
           IF WS-EXCLUDE-DAYS > 0
               MOVE WS-ASOF-DATE TO DC-DATE
               COMPUTE DC-DAYS-ADJUST = 0 - WS-EXCLUDE-DAYS
               CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
               MOVE DC-DATE TO WS-WINDOW-START
           END-IF.
       0100-CHECK-THE-CONTROLS-EXIT.
           EXIT.

      *> COMPCHG: a valid from/to range, by default the 92 days
      *> ending on the as-of date.
       0110-SET-THE-CHANGE-RANGE.
           MOVE WS-ASOF-DATE TO WS-TO-DATE
           MOVE WS-ASOF-DATE TO DC-DATE
           MOVE -91 TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-FROM-DATE
           IF WS-FROM-TEXT NOT = SPACES
               MOVE 0 TO WS-FROM-DATE
               IF WS-FROM-TEXT IS NUMERIC
                   MOVE WS-FROM-TEXT TO DC-DATE
                   CALL "ValidateDate" USING DC-DATE
                       DC-DATE-VALID-FLAG
                   IF DC-DATE-VALID
                       MOVE DC-DATE TO WS-FROM-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-TO-TEXT NOT = SPACES
               MOVE 0 TO WS-TO-DATE
               IF WS-TO-TEXT IS NUMERIC
                   MOVE WS-TO-TEXT TO DC-DATE
                   CALL "ValidateDate" USING DC-DATE
                       DC-DATE-VALID-FLAG
                   IF DC-DATE-VALID
                       MOVE DC-DATE TO WS-TO-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
               OR WS-FROM-DATE > WS-TO-DATE
               MOVE "AUDSAMP_FROM/AUDSAMP_TO is not a yyyymmdd range"
                   TO WS-REFUSE-TEXT
               PERFORM 0190-REFUSE-THE-CONTROLS
           ELSE
               MOVE SPACES TO WS-POP-DETAIL
               STRING WS-FROM-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-POP-DETAIL
           END-IF.

      *> LEDGER: the period end given, or the latest one PAYPOST.LOG
      *> shows posted on or before the as-of date.
       0120-SET-THE-PAY-PERIOD.
           MOVE 0 TO WS-PERIOD-END
           IF WS-PERIOD-TEXT NOT = SPACES
               IF WS-PERIOD-TEXT IS NUMERIC
                   MOVE WS-PERIOD-TEXT TO WS-PERIOD-END
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT PAY-PERIOD-LOG
               IF WS-PD-OK
                   PERFORM 0121-TEST-ONE-POSTED-PERIOD
                       UNTIL WS-AT-END
                   CLOSE PAY-PERIOD-LOG
               END-IF
           END-IF
           IF WS-PERIOD-END = 0
               MOVE "No posted pay period for AUDSAMP_POP=LEDGER"
                   TO WS-REFUSE-TEXT
               PERFORM 0190-REFUSE-THE-CONTROLS
           ELSE
               MOVE WS-PERIOD-END TO WS-POP-DETAIL
           END-IF.

       0121-TEST-ONE-POSTED-PERIOD.
           READ PAY-PERIOD-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PD-PERIOD-END IS NUMERIC
                       AND PD-POST-DATE IS NUMERIC
                       AND PD-POST-DATE NOT > WS-ASOF-DATE
                       AND PD-PERIOD-END > WS-PERIOD-END
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                   END-IF
           END-READ.

      *> the seed given, or one taken from the run time and printed
      *> so the draw can still be re-performed.
       0130-SET-THE-SEED.
           IF WS-SEED-TEXT = SPACES
               COMPUTE WS-SEED = RC-RUN-TIME + 1
           ELSE
               MOVE WS-SEED-TEXT TO WS-NUM-TEXT
               PERFORM 9000-PARSE-NUMBER
               IF WS-NUM-OK
                   MOVE WS-NUM-VALUE TO WS-SEED
               ELSE
                   MOVE "AUDSAMP_SEED is not a number"
                       TO WS-REFUSE-TEXT
                   PERFORM 0190-REFUSE-THE-CONTROLS
               END-IF
           END-IF
           DIVIDE WS-SEED BY WS-RNG-MODULUS GIVING WS-RNG-QUOTIENT
               REMAINDER WS-RNG-SEED
           IF WS-RNG-SEED = 0
               MOVE 1 TO WS-RNG-SEED
           END-IF.

       0190-REFUSE-THE-CONTROLS.
           MOVE "N" TO WS-CONTROLS-FLAG
           MOVE 8 TO WS-CONDITION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No sample drawn - " WS-REFUSE-TEXT
           MOVE "AUDSAMPL" TO LE-PROGRAM-NAME
           MOVE "0100-CHECK-CONTROLS" TO LE-PARAGRAPH-NAME
           MOVE WS-REFUSE-TEXT TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-THE-ROSTER - everyone on file in person-ID order,  *>
      *> with department, grade and hire date: from the snapshot of   *>
      *> the as-of date when usable, otherwise PERSMAST swept with    *>
      *> COMPMAST read alongside for the grade.                       *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-ROSTER.
           IF NOT RC-TEST-MODE
               MOVE WS-ASOF-DATE TO SN-RUN-DATE
               CALL "OpenPersonSnapshot" USING SN-RUN-DATE
                   SN-USABLE-FLAG SN-REASON-TEXT
               IF SN-USABLE
                   SET WS-FROM-SNAPSHOT TO TRUE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 1020-LOAD-ONE-SNAPSHOT
                       UNTIL WS-AT-END
                   CALL "ClosePersonSnapshot"
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME " PERSSNAP not usable - "
                       SN-REASON-TEXT " - reading the masters"
               END-IF
           END-IF
           IF WS-FROM-MASTERS
               OPEN INPUT COMP-MASTER
               OPEN INPUT PERSON-MASTER
               IF WS-PM-OK
                   MOVE "N" TO WS-EOF-FLAG
                   MOVE 0 TO PM-PERSON-ID
                   START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                       INVALID KEY
                           SET WS-AT-END TO TRUE
                   END-START
                   PERFORM 1010-LOAD-ONE-PERSON
                       UNTIL WS-AT-END
                   CLOSE PERSON-MASTER
               ELSE
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "Unable to open " DELIMITED BY SIZE
                       WS-PERS-FILE-NAME DELIMITED BY SPACE
                       " - status " DELIMITED BY SIZE
                       WS-PM-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   MOVE "1000-LOAD-THE-ROSTER" TO LE-PARAGRAPH-NAME
                   PERFORM 1090-REFUSE-THE-SOURCE
               END-IF
               IF WS-CM-OK
                   CLOSE COMP-MASTER
               END-IF
           END-IF.

       1010-LOAD-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE SPACES TO CM-GRADE
                   IF WS-CM-OK
                       MOVE PM-PERSON-ID TO CM-PERSON-ID
                       READ COMP-MASTER
                           INVALID KEY
                               MOVE SPACES TO CM-GRADE
                       END-READ
                   END-IF
                   MOVE PM-PERSON-ID TO PN-PERSON-ID
                   MOVE PM-HUMAN-NAME TO PN-HUMAN-NAME
                   MOVE PM-DEPARTMENT-CODE TO PN-DEPARTMENT-CODE
                   MOVE PM-HIRE-DATE TO PN-HIRE-DATE
                   MOVE PM-ACTIVE-FLAG TO PN-ACTIVE-FLAG
                   MOVE CM-GRADE TO PN-GRADE
                   PERFORM 1030-KEEP-ONE-PERSON
           END-READ.

      *> a person with no compensation row has no grade.
       1020-LOAD-ONE-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-AT-END TO TRUE
           ELSE
               IF NOT PN-HAS-COMP
                   MOVE SPACES TO PN-GRADE
               END-IF
               PERFORM 1030-KEEP-ONE-PERSON
           END-IF.

       1030-KEEP-ONE-PERSON.
           IF WS-ROSTER-COUNT < WS-ROSTER-MAX
               ADD 1 TO WS-ROSTER-COUNT
               MOVE WS-ROSTER-COUNT TO WS-ROSTER-SUB
               MOVE PN-PERSON-ID TO WS-RS-PERSON(WS-ROSTER-SUB)
               MOVE PN-HUMAN-NAME TO WS-RS-NAME(WS-ROSTER-SUB)
               MOVE PN-DEPARTMENT-CODE TO WS-RS-DEPT(WS-ROSTER-SUB)
               MOVE PN-GRADE TO WS-RS-GRADE(WS-ROSTER-SUB)
               MOVE PN-HIRE-DATE TO WS-RS-HIRE-DATE(WS-ROSTER-SUB)
               MOVE PN-ACTIVE-FLAG TO WS-RS-ACTIVE(WS-ROSTER-SUB)
               MOVE "N" TO WS-RS-POP-FLAG(WS-ROSTER-SUB)
               MOVE "N" TO WS-RS-EXCL-FLAG(WS-ROSTER-SUB)
               MOVE "N" TO WS-RS-PICK-FLAG(WS-ROSTER-SUB)
               MOVE PN-DEPARTMENT-CODE
                   TO WS-RS-STRAT-DEPT(WS-ROSTER-SUB)
               MOVE PN-GRADE TO WS-RS-STRAT-GRADE(WS-ROSTER-SUB)
               MOVE 0 TO WS-RS-STRATUM(WS-ROSTER-SUB)
               MOVE 0 TO WS-RS-ROWS(WS-ROSTER-SUB)
               MOVE 0 TO WS-RS-DETAIL-DATE(WS-ROSTER-SUB)
               MOVE 0 TO WS-RS-AMOUNT(WS-ROSTER-SUB)
               MOVE "N" TO WS-RS-STAMP-FLAG(WS-ROSTER-SUB)
           ELSE
               IF NOT WS-TABLE-OVERFLOWED
                   SET WS-TABLE-OVERFLOWED TO TRUE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " More than 2000 people on file - the rest "
                       "cannot be sampled"
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1090-REFUSE-THE-SOURCE - the population cannot be read, so   *>
      *> no sample is drawn, printed or stamped: an empty draw would  *>
      *> pass for a short one.  The step ends 8, not marked complete. *>
      *>----------------------------------------------------------*>
       1090-REFUSE-THE-SOURCE.
           MOVE "N" TO WS-POP-READ-FLAG
           MOVE 8 TO WS-CONDITION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " No sample drawn - " WS-REFUSE-TEXT
           MOVE "AUDSAMPL" TO LE-PROGRAM-NAME
           MOVE WS-REFUSE-TEXT TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 1100-BUILD-THE-POPULATION - mark the roster rows the chosen  *>
      *> population covers.  Change and ledger rows carry their own   *>
      *> grade or department for stratifying; a row naming nobody on  *>
      *> file is counted as unmatched.                                *>
      *>----------------------------------------------------------*>
       1100-BUILD-THE-POPULATION.
           EVALUATE TRUE
               WHEN WS-POP-ACTIVE
               WHEN WS-POP-DEPT
                   PERFORM 1110-TAKE-ONE-ACTIVE-PERSON
                       VARYING WS-ROSTER-SUB FROM 1 BY 1
                       UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               WHEN WS-POP-COMPCHG
                   MOVE "N" TO WS-EOF-FLAG
                   OPEN INPUT COMP-HISTORY
                   IF WS-CH-OK
                       PERFORM 1120-TAKE-ONE-CHANGE-ROW
                           UNTIL WS-AT-END
                       CLOSE COMP-HISTORY
                   ELSE
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "Unable to open " DELIMITED BY SIZE
                           WS-HIST-FILE-NAME DELIMITED BY SPACE
                           " - status " DELIMITED BY SIZE
                           WS-CH-STATUS DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       MOVE "1100-BUILD-THE-POPULATION"
                           TO LE-PARAGRAPH-NAME
                       PERFORM 1090-REFUSE-THE-SOURCE
                   END-IF
               WHEN WS-POP-LEDGER
                   MOVE "N" TO WS-EOF-FLAG
                   OPEN INPUT PAY-LEDGER
                   IF WS-LG-OK
                       PERFORM 1130-TAKE-ONE-LEDGER-ROW
                           UNTIL WS-AT-END
                       CLOSE PAY-LEDGER
                   ELSE
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "Unable to open PAYHIST.DAT - status "
                               DELIMITED BY SIZE
                           WS-LG-STATUS DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       MOVE "1100-BUILD-THE-POPULATION"
                           TO LE-PARAGRAPH-NAME
                       PERFORM 1090-REFUSE-THE-SOURCE
                   END-IF
           END-EVALUATE
           PERFORM 1140-COUNT-ONE-MEMBER
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.

       1110-TAKE-ONE-ACTIVE-PERSON.
           IF WS-RS-ACTIVE(WS-ROSTER-SUB) = "A"
               IF WS-POP-ACTIVE
                   OR WS-RS-DEPT(WS-ROSTER-SUB) = WS-POP-DEPT-CODE
                   MOVE "Y" TO WS-RS-POP-FLAG(WS-ROSTER-SUB)
                   MOVE 1 TO WS-RS-ROWS(WS-ROSTER-SUB)
                   MOVE WS-RS-HIRE-DATE(WS-ROSTER-SUB)
                       TO WS-RS-DETAIL-DATE(WS-ROSTER-SUB)
               END-IF
           END-IF.

      *> a change effective in the range and journaled by the as-of
      *> date; the latest such change supplies the grade and salary.
       1120-TAKE-ONE-CHANGE-ROW.
           READ COMP-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CH-PERSON-ID IS NUMERIC
                       AND CH-EFFECTIVE-DATE IS NUMERIC
                       AND CH-EFFECTIVE-DATE NOT < WS-FROM-DATE
                       AND CH-EFFECTIVE-DATE NOT > WS-TO-DATE
                       IF CH-CHANGE-TIMESTAMP(1:8) IS NUMERIC
                           AND CH-CHANGE-TIMESTAMP(1:8) > WS-ASOF-DATE
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-SOURCE-ROWS
                           MOVE CH-PERSON-ID TO WS-FIND-PERSON
                           PERFORM 1900-FIND-ROSTER-ROW
                           IF WS-FOUND-SUB = 0
                               ADD 1 TO WS-UNMATCHED-COUNT
                           ELSE
                               PERFORM 1125-NOTE-ONE-CHANGE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1125-NOTE-ONE-CHANGE.
           MOVE "Y" TO WS-RS-POP-FLAG(WS-FOUND-SUB)
           ADD 1 TO WS-RS-ROWS(WS-FOUND-SUB)
           IF CH-EFFECTIVE-DATE NOT < WS-RS-DETAIL-DATE(WS-FOUND-SUB)
               MOVE CH-EFFECTIVE-DATE
                   TO WS-RS-DETAIL-DATE(WS-FOUND-SUB)
               MOVE CH-NEW-SALARY TO WS-RS-AMOUNT(WS-FOUND-SUB)
               MOVE CH-NEW-GRADE TO WS-RS-STRAT-GRADE(WS-FOUND-SUB)
           END-IF.

      *> the period's ledger rows; the department is the one the
      *> person was paid in.
       1130-TAKE-ONE-LEDGER-ROW.
           READ PAY-LEDGER
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF LG-PERIOD-PAY
                       AND LG-PERIOD-END = WS-PERIOD-END
                       ADD 1 TO WS-SOURCE-ROWS
                       MOVE LG-PERSON-ID TO WS-FIND-PERSON
                       PERFORM 1900-FIND-ROSTER-ROW
                       IF WS-FOUND-SUB = 0
                           ADD 1 TO WS-UNMATCHED-COUNT
                       ELSE
                           MOVE "Y" TO WS-RS-POP-FLAG(WS-FOUND-SUB)
                           ADD 1 TO WS-RS-ROWS(WS-FOUND-SUB)
                           MOVE LG-PAY-DATE
                               TO WS-RS-DETAIL-DATE(WS-FOUND-SUB)
                           ADD LG-NET-AMOUNT
                               TO WS-RS-AMOUNT(WS-FOUND-SUB)
                           MOVE LG-DEPARTMENT-CODE
                               TO WS-RS-STRAT-DEPT(WS-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

       1140-COUNT-ONE-MEMBER.
           IF WS-RS-IN-POP(WS-ROSTER-SUB)
               ADD 1 TO WS-BEFORE-EXCL
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-READ-SAMPLE-HISTORY - people drawn inside the           *>
      *> exclusion window before the as-of date are left out; a row  *>
      *> for this very draw means it has been stamped already.        *>
      *>----------------------------------------------------------*>
       1200-READ-SAMPLE-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SAMPLE-HISTORY
           IF WS-SH-OK
               PERFORM 1210-TEST-ONE-HISTORY-ROW
                   UNTIL WS-AT-END
               CLOSE SAMPLE-HISTORY
           END-IF
           COMPUTE WS-POPULATION = WS-BEFORE-EXCL - WS-EXCLUDED-COUNT.

       1210-TEST-ONE-HISTORY-ROW.
           READ SAMPLE-HISTORY
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SH-SAMPLE-DATE IS NUMERIC
                       AND SH-PERSON-ID IS NUMERIC
                       IF SH-SAMPLE-DATE = WS-ASOF-DATE
                           AND SH-POPULATION = WS-POP-TEXT
                           AND SH-POP-DETAIL = WS-POP-DETAIL
                           AND SH-SEED = WS-SEED
                           AND SH-SAMPLE-SIZE = WS-SAMPLE-SIZE
                           AND SH-STRATA = WS-STRATA-FLAG
                           SET WS-ALREADY-STAMPED TO TRUE
                           MOVE SH-PERSON-ID TO WS-FIND-PERSON
                           PERFORM 1900-FIND-ROSTER-ROW
                           IF WS-FOUND-SUB > 0
                               MOVE "Y"
                                   TO WS-RS-STAMP-FLAG(WS-FOUND-SUB)
                           END-IF
                       END-IF
                       IF WS-EXCLUDE-DAYS > 0
                           AND SH-SAMPLE-DATE NOT < WS-WINDOW-START
                           AND SH-SAMPLE-DATE < WS-ASOF-DATE
                           MOVE SH-PERSON-ID TO WS-FIND-PERSON
                           PERFORM 1900-FIND-ROSTER-ROW
                           IF WS-FOUND-SUB > 0
                               PERFORM 1220-EXCLUDE-ONE-PERSON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1220-EXCLUDE-ONE-PERSON.
           IF WS-RS-IN-POP(WS-FOUND-SUB)
               AND NOT WS-RS-EXCLUDED(WS-FOUND-SUB)
               MOVE "Y" TO WS-RS-EXCL-FLAG(WS-FOUND-SUB)
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1300-FORM-THE-STRATA - each eligible member into its         *>
      *> stratum, in order of first appearance; a member with no     *>
      *> department or grade falls in NONE.                           *>
      *>----------------------------------------------------------*>
       1300-FORM-THE-STRATA.
           PERFORM 1310-PLACE-ONE-MEMBER
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.

       1310-PLACE-ONE-MEMBER.
           IF WS-RS-IN-POP(WS-ROSTER-SUB)
               AND NOT WS-RS-EXCLUDED(WS-ROSTER-SUB)
               EVALUATE TRUE
                   WHEN WS-STRATA-DEPT
                       MOVE WS-RS-STRAT-DEPT(WS-ROSTER-SUB)
                           TO WS-STRATUM-KEY
                   WHEN WS-STRATA-GRADE
                       MOVE WS-RS-STRAT-GRADE(WS-ROSTER-SUB)
                           TO WS-STRATUM-KEY
                   WHEN OTHER
                       MOVE "ALL" TO WS-STRATUM-KEY
               END-EVALUATE
               IF WS-STRATUM-KEY = SPACES
                   MOVE "NONE" TO WS-STRATUM-KEY
               END-IF
               MOVE 0 TO WS-BEST-SUB
               PERFORM 1320-MATCH-ONE-STRATUM
                   VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > WS-STRATUM-COUNT
                       OR WS-BEST-SUB > 0
               IF WS-BEST-SUB = 0
                   IF WS-STRATUM-COUNT < WS-STRATUM-MAX
                       ADD 1 TO WS-STRATUM-COUNT
                       MOVE WS-STRATUM-COUNT TO WS-BEST-SUB
                       MOVE WS-STRATUM-KEY TO WS-ST-CODE(WS-BEST-SUB)
                       MOVE 0 TO WS-ST-POP(WS-BEST-SUB)
                       MOVE 0 TO WS-ST-ALLOC(WS-BEST-SUB)
                       MOVE 0 TO WS-ST-REMAINDER(WS-BEST-SUB)
                       MOVE "N" TO WS-ST-EXTRA-FLAG(WS-BEST-SUB)
                       MOVE 0 TO WS-ST-SEEN(WS-BEST-SUB)
                       MOVE 0 TO WS-ST-PICKED(WS-BEST-SUB)
                   ELSE
                       SET WS-TABLE-OVERFLOWED TO TRUE
                       ADD 1 TO WS-LEFT-OUT-COUNT
                   END-IF
               END-IF
               IF WS-BEST-SUB > 0
                   MOVE WS-BEST-SUB TO WS-RS-STRATUM(WS-ROSTER-SUB)
                   ADD 1 TO WS-ST-POP(WS-BEST-SUB)
               END-IF
           END-IF.

       1320-MATCH-ONE-STRATUM.
           IF WS-ST-CODE(WS-STRATUM-SUB) = WS-STRATUM-KEY
               MOVE WS-STRATUM-SUB TO WS-BEST-SUB
           END-IF.

      *>----------------------------------------------------------*>
      *> 1400-SHARE-OUT-THE-SAMPLE - each stratum's share is its      *>
      *> proportion of the sample, rounded down; the places left go   *>
      *> one each to the largest remainders, earliest stratum first   *>
      *> on a tie.  A population no bigger than the sample is taken   *>
      *> whole.                                                       *>
      *>----------------------------------------------------------*>
       1400-SHARE-OUT-THE-SAMPLE.
           COMPUTE WS-POPULATION = WS-POPULATION - WS-LEFT-OUT-COUNT
           MOVE WS-SAMPLE-SIZE TO WS-DRAW-SIZE
           IF WS-DRAW-SIZE > WS-POPULATION
               MOVE WS-POPULATION TO WS-DRAW-SIZE
               SET WS-SAMPLE-SHORT TO TRUE
           END-IF
           MOVE 0 TO WS-ALLOC-TOTAL
           PERFORM 1410-SHARE-ONE-STRATUM
               VARYING WS-STRATUM-SUB FROM 1 BY 1
               UNTIL WS-STRATUM-SUB > WS-STRATUM-COUNT
           COMPUTE WS-ALLOC-LEFT = WS-DRAW-SIZE - WS-ALLOC-TOTAL
           PERFORM 1420-GIVE-ONE-EXTRA-PLACE
               UNTIL WS-ALLOC-LEFT = 0.

       1410-SHARE-ONE-STRATUM.
           COMPUTE WS-ALLOC-WORK =
               WS-ST-POP(WS-STRATUM-SUB) * WS-DRAW-SIZE
           DIVIDE WS-ALLOC-WORK BY WS-POPULATION
               GIVING WS-ST-ALLOC(WS-STRATUM-SUB)
               REMAINDER WS-ST-REMAINDER(WS-STRATUM-SUB)
           ADD WS-ST-ALLOC(WS-STRATUM-SUB) TO WS-ALLOC-TOTAL.

       1420-GIVE-ONE-EXTRA-PLACE.
           MOVE 0 TO WS-BEST-SUB
           PERFORM 1430-TEST-ONE-REMAINDER
               VARYING WS-STRATUM-SUB FROM 1 BY 1
               UNTIL WS-STRATUM-SUB > WS-STRATUM-COUNT
           IF WS-BEST-SUB = 0
               MOVE 0 TO WS-ALLOC-LEFT
           ELSE
               ADD 1 TO WS-ST-ALLOC(WS-BEST-SUB)
               MOVE "Y" TO WS-ST-EXTRA-FLAG(WS-BEST-SUB)
               SUBTRACT 1 FROM WS-ALLOC-LEFT
           END-IF.

       1430-TEST-ONE-REMAINDER.
           IF NOT WS-ST-HAS-EXTRA(WS-STRATUM-SUB)
               AND WS-ST-ALLOC(WS-STRATUM-SUB)
                   < WS-ST-POP(WS-STRATUM-SUB)
               IF WS-BEST-SUB = 0
                   MOVE WS-STRATUM-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-ST-REMAINDER(WS-STRATUM-SUB)
                       > WS-ST-REMAINDER(WS-BEST-SUB)
                       MOVE WS-STRATUM-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1500-DRAW-THE-SAMPLE - selection sampling in person-ID       *>
      *> order: a member is taken when the next random number,        *>
      *> scaled to the members of its stratum still to be seen,      *>
      *> falls below the places its stratum still has to fill.  No    *>
      *> number is drawn once a stratum is full.                      *>
      *>----------------------------------------------------------*>
       1500-DRAW-THE-SAMPLE.
           PERFORM 1510-CONSIDER-ONE-MEMBER
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.

       1510-CONSIDER-ONE-MEMBER.
           IF WS-RS-IN-POP(WS-ROSTER-SUB)
               AND NOT WS-RS-EXCLUDED(WS-ROSTER-SUB)
               AND WS-RS-STRATUM(WS-ROSTER-SUB) > 0
               MOVE WS-RS-STRATUM(WS-ROSTER-SUB) TO WS-STRATUM-SUB
               IF WS-ST-PICKED(WS-STRATUM-SUB)
                   < WS-ST-ALLOC(WS-STRATUM-SUB)
                   PERFORM 1520-NEXT-RANDOM
                   COMPUTE WS-PICK-LEFT = WS-RNG-SEED *
                       (WS-ST-POP(WS-STRATUM-SUB)
                           - WS-ST-SEEN(WS-STRATUM-SUB))
                   COMPUTE WS-PICK-RIGHT = WS-RNG-MODULUS *
                       (WS-ST-ALLOC(WS-STRATUM-SUB)
                           - WS-ST-PICKED(WS-STRATUM-SUB))
                   IF WS-PICK-LEFT < WS-PICK-RIGHT
                       MOVE "Y" TO WS-RS-PICK-FLAG(WS-ROSTER-SUB)
                       ADD 1 TO WS-ST-PICKED(WS-STRATUM-SUB)
                       ADD 1 TO WS-DRAWN-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-ST-SEEN(WS-STRATUM-SUB)
           END-IF.

       1520-NEXT-RANDOM.
           COMPUTE WS-RNG-WORK = WS-RNG-SEED * WS-RNG-MULTIPLIER
           DIVIDE WS-RNG-WORK BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-SEED
           ADD 1 TO WS-RNG-DRAWS.

      *>----------------------------------------------------------*>
      *> 1900-FIND-ROSTER-ROW - binary search of the roster, which    *>
      *> is in person-ID order, for WS-FIND-PERSON; 0 when not on     *>
      *> file.                                                        *>
      *>----------------------------------------------------------*>
       1900-FIND-ROSTER-ROW.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-ROSTER-COUNT TO WS-HIGH-SUB
           PERFORM 1910-HALVE-THE-RANGE
               UNTIL WS-LOW-SUB > WS-HIGH-SUB
                   OR WS-FOUND-SUB > 0.

       1910-HALVE-THE-RANGE.
           COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
           EVALUATE TRUE
               WHEN WS-RS-PERSON(WS-MID-SUB) = WS-FIND-PERSON
                   MOVE WS-MID-SUB TO WS-FOUND-SUB
               WHEN WS-RS-PERSON(WS-MID-SUB) < WS-FIND-PERSON
                   COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
               WHEN WS-MID-SUB = 1
                   MOVE 0 TO WS-HIGH-SUB
               WHEN OTHER
                   COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-THE-SAMPLE - the particulars needed to            *>
      *> re-perform the draw, the strata, then the sample list.       *>
      *>----------------------------------------------------------*>
       2000-PRINT-THE-SAMPLE.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "AUDSAMP." DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE "AUDIT SAMPLE" TO RW-REPORT-TITLE
           MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           PERFORM 2100-PRINT-THE-PARTICULARS
           IF NOT WS-STRATA-NONE
               PERFORM 2200-PRINT-THE-STRATA
           END-IF
           PERFORM 2300-PRINT-THE-NOTES
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE "SAMPLE" TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE 0 TO WS-STAMPED-COUNT
           PERFORM 2400-PRINT-ONE-SAMPLED
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
           IF WS-DRAWN-COUNT = 0
               MOVE "*** NOBODY DRAWN - THE POPULATION IS EMPTY"
                   TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           MOVE WS-POPULATION TO WS-FL-POPULATION
           MOVE WS-EXCLUDED-COUNT TO WS-FL-EXCLUDED
           MOVE WS-DRAWN-COUNT TO WS-FL-SAMPLED
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       2100-PRINT-THE-PARTICULARS.
           MOVE SPACES TO RW-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-POP-ACTIVE
                   STRING "POPULATION: ACTIVE PEOPLE AS OF "
                       DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE
               WHEN WS-POP-DEPT
                   STRING "POPULATION: ACTIVE PEOPLE OF DEPARTMENT "
                       DELIMITED BY SIZE
                       WS-POP-DEPT-CODE DELIMITED BY SIZE
                       " AS OF " DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE
               WHEN WS-POP-COMPCHG
                   STRING "POPULATION: PEOPLE WITH COMP CHANGES "
                       DELIMITED BY SIZE
                       "EFFECTIVE " DELIMITED BY SIZE
                       WS-FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-TO-DATE DELIMITED BY SIZE
                       " JOURNALED BY " DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE
               WHEN WS-POP-LEDGER
                   STRING "POPULATION: PAYHIST.DAT LEDGER ROWS FOR "
                       DELIMITED BY SIZE
                       "THE PAY PERIOD ENDING " DELIMITED BY SIZE
                       WS-PERIOD-END DELIMITED BY SIZE
                       INTO RW-DETAIL-LINE
           END-EVALUATE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           IF WS-FROM-SNAPSHOT
               STRING "PEOPLE ON FILE FROM: PERSSNAP."
                   DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
           ELSE
               STRING "PEOPLE ON FILE FROM: " DELIMITED BY SIZE
                   WS-PERS-FILE-NAME DELIMITED BY SPACE
                   " AND " DELIMITED BY SIZE
                   WS-COMP-FILE-NAME DELIMITED BY SPACE
                   " AS THEY STOOD ON " DELIMITED BY SIZE
                   RC-RUN-DATE DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
           END-IF
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "SEED: " DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               "   RE-PERFORM WITH AUDSAMP_SEED=" DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               " AUDSAMP_ASOF=" DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               " AND THE SAME POPULATION, SIZE AND STRATA"
               DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "METHOD: PARK-MILLER GENERATOR (SEED * 16807 MOD "
               DELIMITED BY SIZE
               "2147483647), SELECTION SAMPLING IN PERSON-ID ORDER"
               DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-BEFORE-EXCL TO WS-COUNT-EDIT
           MOVE WS-EXCLUDED-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "POPULATION BEFORE EXCLUSIONS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "   SAMPLED IN THE " DELIMITED BY SIZE
               WS-EXCLUDE-DAYS DELIMITED BY SIZE
               " DAYS BEFORE, LEFT OUT: " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-POPULATION TO WS-COUNT-EDIT
           MOVE SPACES TO RW-DETAIL-LINE
           STRING "POPULATION COUNT: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "   SAMPLE SIZE: " DELIMITED BY SIZE
               WS-SAMPLE-SIZE DELIMITED BY SIZE
               " REQUESTED, " DELIMITED BY SIZE
               WS-DRAWN-COUNT DELIMITED BY SIZE
               " DRAWN" DELIMITED BY SIZE
               INTO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-STRATA-DEPT
                   MOVE "STRATIFIED BY: DEPARTMENT" TO RW-DETAIL-LINE
               WHEN WS-STRATA-GRADE
                   MOVE "STRATIFIED BY: GRADE" TO RW-DETAIL-LINE
               WHEN OTHER
                   MOVE "STRATIFIED BY: NOT STRATIFIED"
                       TO RW-DETAIL-LINE
           END-EVALUATE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-POPULATION TO WS-CB-N
           MOVE WS-DRAW-SIZE TO WS-CB-R
           PERFORM 2900-COUNT-POSSIBLE-SAMPLES
           MOVE SPACES TO RW-DETAIL-LINE
           IF WS-STRATA-NONE
               STRING "POSSIBLE SAMPLES (" DELIMITED BY SIZE
                   WS-CB-N DELIMITED BY SIZE
                   " CHOOSE " DELIMITED BY SIZE
                   WS-CB-R DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
           ELSE
               STRING "POSSIBLE SAMPLES: THE PRODUCT OF THE STRATUM "
                   DELIMITED BY SIZE
                   "FIGURES BELOW; UNSTRATIFIED (" DELIMITED BY SIZE
                   WS-CB-N DELIMITED BY SIZE
                   " CHOOSE " DELIMITED BY SIZE
                   WS-CB-R DELIMITED BY SIZE
                   ") WOULD BE:" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
           END-IF
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           MOVE WS-CB-TEXT TO RW-DETAIL-LINE(3:120)
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2200-PRINT-THE-STRATA.
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE "  STRATUM  POP  SAMPLE POSSIBLE SAMPLES"
               TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 2210-PRINT-ONE-STRATUM
               VARYING WS-STRATUM-SUB FROM 1 BY 1
               UNTIL WS-STRATUM-SUB > WS-STRATUM-COUNT.

       2210-PRINT-ONE-STRATUM.
           MOVE WS-ST-CODE(WS-STRATUM-SUB) TO WS-TL-CODE
           MOVE WS-ST-POP(WS-STRATUM-SUB) TO WS-TL-POP
           MOVE WS-ST-ALLOC(WS-STRATUM-SUB) TO WS-TL-SAMPLE
           MOVE WS-ST-POP(WS-STRATUM-SUB) TO WS-CB-N
           MOVE WS-ST-ALLOC(WS-STRATUM-SUB) TO WS-CB-R
           PERFORM 2900-COUNT-POSSIBLE-SAMPLES
           MOVE WS-CB-TEXT TO WS-TL-POSSIBLE
           MOVE WS-STRATUM-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2300-PRINT-THE-NOTES.
           IF WS-SAMPLE-SHORT
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "*** THE POPULATION IS SMALLER THAN THE SAMPLE "
                   DELIMITED BY SIZE
                   "SIZE - ALL OF IT IS TAKEN" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " SOURCE ROWS NAME NOBODY ON FILE AND CANNOT BE "
                   DELIMITED BY SIZE
                   "SAMPLED" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           IF WS-TABLE-OVERFLOWED
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "*** THE ROSTER OR STRATUM TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   "NOT EVERYONE COULD BE SAMPLED" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           IF WS-ALREADY-STAMPED
               MOVE SPACES TO RW-DETAIL-LINE
               STRING "*** RE-PERFORMANCE - THIS DRAW IS ALREADY IN "
                   DELIMITED BY SIZE
                   WS-SAMPHIST-FILE-NAME DELIMITED BY SPACE
                   " AND IS NOT STAMPED AGAIN" DELIMITED BY SIZE
                   INTO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       2400-PRINT-ONE-SAMPLED.
           IF WS-RS-PICKED(WS-ROSTER-SUB)
               ADD 1 TO WS-STAMPED-COUNT
               MOVE WS-STAMPED-COUNT TO WS-SL-SEQ
               MOVE WS-RS-PERSON(WS-ROSTER-SUB) TO WS-SL-PERSON
               MOVE WS-RS-NAME(WS-ROSTER-SUB) TO WS-SL-NAME
               MOVE WS-RS-STRAT-DEPT(WS-ROSTER-SUB) TO WS-SL-DEPT
               MOVE WS-RS-STRAT-GRADE(WS-ROSTER-SUB) TO WS-SL-GRADE
               MOVE WS-RS-STRATUM(WS-ROSTER-SUB) TO WS-STRATUM-SUB
               MOVE WS-ST-CODE(WS-STRATUM-SUB) TO WS-SL-STRATUM
               PERFORM 2410-SET-THE-DETAIL
               MOVE WS-DETAIL-TEXT TO WS-SL-DETAIL
               MOVE WS-SAMPLE-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       2410-SET-THE-DETAIL.
           MOVE SPACES TO WS-DETAIL-TEXT
           COMPUTE WS-AMOUNT-WORK = WS-RS-AMOUNT(WS-ROSTER-SUB) / 100
           MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT
           EVALUATE TRUE
               WHEN WS-POP-COMPCHG
                   MOVE WS-RS-ROWS(WS-ROSTER-SUB) TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       " CHANGE(S), LAST EFF " DELIMITED BY SIZE
                       WS-RS-DETAIL-DATE(WS-ROSTER-SUB)
                       DELIMITED BY SIZE
                       " SALARY" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
               WHEN WS-POP-LEDGER
                   STRING "PAID " DELIMITED BY SIZE
                       WS-RS-DETAIL-DATE(WS-ROSTER-SUB)
                       DELIMITED BY SIZE
                       " NET" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
               WHEN OTHER
                   STRING "HIRED " DELIMITED BY SIZE
                       WS-RS-DETAIL-DATE(WS-ROSTER-SUB)
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
           END-EVALUATE.

      *> WS-CB-N choose WS-CB-R, digits or a note.
       2900-COUNT-POSSIBLE-SAMPLES.
           MOVE SPACES TO WS-CB-TEXT
           MOVE SPACES TO WS-CB-STATUS
           CALL "Combinations" USING WS-CB-N WS-CB-R WS-CB-RESULT
               WS-CB-STATUS WS-CB-TEXT
           IF NOT WS-CB-OK
               MOVE "MORE THAN 120 DIGITS" TO WS-CB-TEXT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-STAMP-SAMPLE-HISTORY - one SAMPHIST.DAT row per person  *>
      *> drawn, created on first use; anyone this draw has already    *>
      *> stamped is left as they are.  A history that cannot be       *>
      *> opened or written ends the step 8 through 3090.              *>
      *>----------------------------------------------------------*>
       3000-STAMP-SAMPLE-HISTORY.
           MOVE 0 TO WS-STAMPED-COUNT
           MOVE 0 TO WS-UNSTAMPED-COUNT
           PERFORM 3005-COUNT-ONE-UNSTAMPED
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
           IF WS-UNSTAMPED-COUNT > 0
               OPEN EXTEND SAMPLE-HISTORY
               IF WS-SH-STATUS = "35"
                   OPEN OUTPUT SAMPLE-HISTORY
                   CLOSE SAMPLE-HISTORY
                   OPEN EXTEND SAMPLE-HISTORY
               END-IF
               IF NOT WS-SH-OK
                   PERFORM 3090-REFUSE-THE-STAMP
               ELSE
                   PERFORM 3010-STAMP-ONE-PERSON
                       VARYING WS-ROSTER-SUB FROM 1 BY 1
                       UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
                           OR WS-STAMP-FAILED
                   CLOSE SAMPLE-HISTORY
               END-IF
           END-IF.

       3005-COUNT-ONE-UNSTAMPED.
           IF WS-RS-PICKED(WS-ROSTER-SUB)
               AND NOT WS-RS-STAMPED(WS-ROSTER-SUB)
               ADD 1 TO WS-UNSTAMPED-COUNT
           END-IF.

       3010-STAMP-ONE-PERSON.
           IF WS-RS-PICKED(WS-ROSTER-SUB)
               AND NOT WS-RS-STAMPED(WS-ROSTER-SUB)
               MOVE SPACES TO SAMPLE-HISTORY-RECORD
               MOVE WS-ASOF-DATE TO SH-SAMPLE-DATE
               MOVE WS-RS-PERSON(WS-ROSTER-SUB) TO SH-PERSON-ID
               MOVE WS-POP-TEXT TO SH-POPULATION
               MOVE WS-POP-DETAIL TO SH-POP-DETAIL
               MOVE WS-SEED TO SH-SEED
               MOVE WS-SAMPLE-SIZE TO SH-SAMPLE-SIZE
               MOVE WS-STRATA-FLAG TO SH-STRATA
               MOVE WS-RS-STRATUM(WS-ROSTER-SUB) TO WS-STRATUM-SUB
               MOVE WS-ST-CODE(WS-STRATUM-SUB) TO SH-STRATUM
               MOVE RC-RUN-ID TO SH-RUN-ID
               MOVE RC-OPERATOR-ID TO SH-OPERATOR-ID
               MOVE RC-RUN-DATE TO SH-STAMP-DATE
               WRITE SAMPLE-HISTORY-RECORD
               IF WS-SH-OK
                   ADD 1 TO WS-STAMPED-COUNT
               ELSE
                   PERFORM 3090-REFUSE-THE-STAMP
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3090-REFUSE-THE-STAMP - people drawn but not stamped would   *>
      *> not be left out of the next draw, so the step ends 8, not    *>
      *> marked complete; rerunning the same draw stamps the rest.    *>
      *>----------------------------------------------------------*>
       3090-REFUSE-THE-STAMP.
           SET WS-STAMP-FAILED TO TRUE
           MOVE 8 TO WS-CONDITION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Unable to stamp " WS-SAMPHIST-FILE-NAME
               " - status " WS-SH-STATUS
           MOVE "AUDSAMPL" TO LE-PROGRAM-NAME
           MOVE "3000-STAMP-SAMPLE-HISTORY" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Sample history not stamped - status "
                   DELIMITED BY SIZE
               WS-SH-STATUS DELIMITED BY SIZE
               " - rerun the draw" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 4000-SHOW-CONTROL-TOTALS - end-of-job counts.                *>
      *>----------------------------------------------------------*>
       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Seed: " WS-SEED
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS People on file: " WS-ROSTER-COUNT
           IF WS-POP-COMPCHG OR WS-POP-LEDGER
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Source rows in range: "
                   WS-SOURCE-ROWS
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Source rows unmatched: "
                   WS-UNMATCHED-COUNT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Population before exclusions: "
               WS-BEFORE-EXCL
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Recently sampled, left out: "
               WS-EXCLUDED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Population count: " WS-POPULATION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Sampled: " WS-DRAWN-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS History rows stamped: "
               WS-STAMPED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Report written to " WS-REPORT-FILE-NAME.

      *>----------------------------------------------------------*>
      *> 9000-PARSE-NUMBER - WS-NUM-TEXT as a number: one or more     *>
      *> digits from the first column, then nothing but spaces.      *>
      *>----------------------------------------------------------*>
       9000-PARSE-NUMBER.
           MOVE 0 TO WS-NUM-VALUE
           MOVE 0 TO WS-NUM-LENGTH
           MOVE "N" TO WS-NUM-ENDED-FLAG
           MOVE "N" TO WS-NUM-BAD-FLAG
           PERFORM 9010-TAKE-ONE-CHARACTER
               VARYING WS-NUM-POS FROM 1 BY 1
               UNTIL WS-NUM-POS > 10
           IF WS-NUM-LENGTH > 0 AND NOT WS-NUM-BAD
               MOVE "Y" TO WS-NUM-FLAG
           ELSE
               MOVE "N" TO WS-NUM-FLAG
           END-IF.

       9010-TAKE-ONE-CHARACTER.
           IF WS-NUM-TEXT(WS-NUM-POS:1) = SPACE
               SET WS-NUM-ENDED TO TRUE
           ELSE
               IF WS-NUM-ENDED
                   OR WS-NUM-TEXT(WS-NUM-POS:1) IS NOT NUMERIC
                   SET WS-NUM-BAD TO TRUE
               ELSE
                   MOVE WS-NUM-TEXT(WS-NUM-POS:1) TO WS-NUM-DIGIT
                   COMPUTE WS-NUM-VALUE =
                       WS-NUM-VALUE * 10 + WS-NUM-DIGIT
                   ADD 1 TO WS-NUM-LENGTH
               END-IF
           END-IF.
