      *>             yet-due transactions back to PERSTRAN.DAT, and   *>
      *>             reports applied / still-pending / error counts.  *>
      *>                                                              *>
      *>             The apply pass checkpoints to PERSTRAN.CKP every *>
      *>             PERSTRAN_CKP_INTERVAL transactions dealt with    *>
      *>             (default 100, at most 500): the PERSTRAN.DAT row *>
      *>             reached with its person and action, the apply    *>
      *>             date, the TRANSAPP.LOG row count and the running *>
      *>             totals.                                          *>
      *>             A run that finds the checkpoint incomplete       *>
      *>             resumes after that row on the original apply     *>
      *>             date; transactions the interrupted pass applied  *>
      *>             past it are recognised from their TRANSAPP.LOG  *>
      *>             rows and counted rather than applied again, so   *>
      *>             the totals equal a single pass.  If PERSTRAN.DAT *>
      *>             no longer matches the checkpoint the run is      *>
      *>             refused (ending 8) until the operator resets     *>
      *>             it with PERSTRAN_CKP_RESET=Y.                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-08-23  Transactions past the 500-row table are now    *>
      *>               and termination files resolve to the .TST      *>
      *>               file-set, so a rehearsal batch cannot read or  *>
      *>               clear the real pending transactions.           *>
      *>   2026-10-15  An applied X (terminate) action now closes the *>
      *>               person's open PERSREVW performance reviews     *>
      *>               (status X), so leavers drop off the overdue-   *>
      *>               review report.                                 *>
      *>   2026-10-15  An X (terminate) transaction now carries a PT- *>
      *>               TERM-REASON code, kept on the pending file and *>
      *>               copied to the TERMLOG.DAT row along with the   *>
      *>               start of the stint that ended (the PERSSERV    *>
      *>               rehire date, else the hire date), for turnover *>
      *>               reporting.                                     *>
      *>   2026-10-15  Applies the new M action (reporting-line       *>
      *>               change to PT-NEW-MANAGER) through the          *>
      *>               SetPersonManager entry point.                  *>
      *>   2026-10-15  Every applied transaction is journaled to the  *>
      *>               new TRANSAPP.LOG (with the name and prior      *>
      *>               department captured before the apply) for the  *>
      *>               person change-event publisher.                 *>
      *>   2026-10-15  The apply pass checkpoints to PERSTRAN.CKP and *>
      *>               resumes after the last transaction             *>
      *>               checkpointed; an incomplete checkpoint must be *>
      *>               resumed or reset with PERSTRAN_CKP_RESET.      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransApply.
           SELECT TERM-LOG ASSIGN TO WS-TERM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT APPLIED-LOG ASSIGN TO WS-APPLIED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT PERSON-REVIEW ASSIGN TO WS-REVIEW-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-RV-STATUS.
           SELECT PERSON-SERVICE ASSIGN TO WS-SERVICE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-PERSON-ID
               FILE STATUS IS WS-SV-STATUS.
           SELECT TRANS-CHECKPOINT ASSIGN TO WS-CKP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "person-trans.cpy".

       FD  TRANS-HOLDOVER.
       01  TRANS-HOLDOVER-RECORD    PIC X(33).

       FD  TERM-LOG.
           COPY "person-term-log.cpy".

       FD  APPLIED-LOG.
           COPY "person-trans-applied.cpy".

       FD  PERSON-REVIEW.
           COPY "person-review.cpy".

       FD  PERSON-SERVICE.
           COPY "person-service.cpy".

       FD  TRANS-CHECKPOINT.
       01  TRANS-CHECKPOINT-RECORD.
           05 CKP-STATUS           PIC X(01).
               88 CKP-INCOMPLETE              VALUE "I".
               88 CKP-COMPLETE                VALUE "C".
           05 FILLER               PIC X(01).
           05 CKP-APPLY-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 CKP-LAST-ROW         PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-LAST-PERSON-ID   PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-LAST-ACTION      PIC X(01).
           05 FILLER               PIC X(01).
           05 CKP-LOG-ROWS         PIC 9(07).
           05 FILLER               PIC X(01).
           05 CKP-APPLIED-COUNT    PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-PENDING-COUNT    PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-ERROR-COUNT      PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-TERM-COUNT       PIC 9(05).
           05 FILLER               PIC X(01).
           05 CKP-REVIEW-COUNT     PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "person-detail.cpy".
           COPY "person-search.cpy".
           COPY "person-leave-detail.cpy".
           COPY "person-manager-detail.cpy".
           COPY "date-calc-call.cpy".
       01 WS-PT-STATUS              PIC X(02) VALUE "00".
           88 WS-PT-OK                        VALUE "00".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
       01 WS-TERM-NAME              PIC X(20) VALUE SPACES.
       01 WS-TERM-DEPT              PIC X(04) VALUE SPACES.
       01 WS-TERM-STINT-START       PIC 9(08) VALUE 0.
       01 WS-TERM-COUNT             PIC 9(05) VALUE 0.
       01 WS-TA-STATUS              PIC X(02) VALUE "00".
       01 WS-APPLIED-NAME           PIC X(20) VALUE SPACES.
       01 WS-APPLIED-OLD-DEPT       PIC X(04) VALUE SPACES.
       01 WS-APPLIED-TIME           PIC 9(08) VALUE 0.
       01 WS-RV-STATUS              PIC X(02) VALUE "00".
           88 WS-RV-OK                        VALUE "00".
       01 WS-REVIEW-FILE-FLAG       PIC X(01) VALUE "N".
           88 WS-REVIEW-FILE-OPEN             VALUE "Y".
           88 WS-REVIEW-FILE-TRIED            VALUE "Y" "T".
       01 WS-SV-STATUS              PIC X(02) VALUE "00".
           88 WS-SV-OK                        VALUE "00".
       01 WS-SERVICE-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-SERVICE-FILE-OPEN            VALUE "Y".
           88 WS-SERVICE-FILE-TRIED           VALUE "Y" "T".
       01 WS-REVIEW-EOF             PIC X(01) VALUE "N".
           88 WS-REVIEWS-DONE                 VALUE "Y".
       01 WS-REVIEW-CLOSED-COUNT    PIC 9(05) VALUE 0.
       01 WS-TRANS-EOF              PIC X(01) VALUE "N".
           88 WS-TRANS-AT-END                 VALUE "Y".
       01 WS-HOLD-FLAG              PIC X(01) VALUE "N".
       01 WS-TRANS-FILE-NAME        PIC X(16) VALUE "PERSTRAN.DAT".
       01 WS-HOLD-FILE-NAME         PIC X(16) VALUE "PERSTRAN.HLD".
       01 WS-TERM-FILE-NAME         PIC X(16) VALUE "TERMLOG.DAT".
       01 WS-APPLIED-FILE-NAME      PIC X(16) VALUE "TRANSAPP.LOG".
       01 WS-REVIEW-FILE-NAME       PIC X(16) VALUE "PERSREVW".
       01 WS-SERVICE-FILE-NAME      PIC X(16) VALUE "PERSSERV".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(05) VALUE 0.
       01 WS-PENDING-COUNT          PIC 9(05) VALUE 0.
       01 WS-ERROR-COUNT            PIC 9(05) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-APPLY-DATE             PIC 9(08) VALUE 0.

      *> apply-pass checkpoint/restart.
       01 WS-CKP-FILE-NAME          PIC X(16) VALUE "PERSTRAN.CKP".
       01 WS-CKP-STATUS             PIC X(02) VALUE "00".
           88 WS-CKP-OK                       VALUE "00".
       01 WS-CKP-INTERVAL-TEXT      PIC X(03) VALUE SPACES.
       01 WS-CKP-INTERVAL           PIC 9(03) VALUE 100.
       01 WS-CKP-RESET-FLAG         PIC X(01) VALUE "N".
           88 WS-CKP-RESET-ASKED              VALUE "Y".
       01 WS-CKP-SINCE-LAST         PIC 9(03) VALUE 0.
       01 WS-CKP-STATE              PIC X(01) VALUE "I".
       01 WS-CKP-REFUSED-FLAG       PIC X(01) VALUE "N".
           88 WS-CKP-REFUSED                  VALUE "Y".
       01 WS-RESUME-FLAG            PIC X(01) VALUE "N".
           88 WS-RESUMING                     VALUE "Y".
       01 WS-RESUME-AFTER           PIC 9(03) COMP VALUE 0.
       01 WS-FIRST-ROW              PIC 9(03) COMP VALUE 1.
       01 WS-LAST-ROW               PIC 9(03) COMP VALUE 0.
       01 WS-LOG-ROWS               PIC 9(07) VALUE 0.
       01 WS-RECOVERED-COUNT        PIC 9(05) VALUE 0.
       01 WS-ALREADY-APPLIED-FLAG   PIC X(01) VALUE "N".
           88 WS-ALREADY-APPLIED              VALUE "Y".
       01 WS-LOG-EOF                PIC X(01) VALUE "N".
           88 WS-LOG-AT-END                   VALUE "Y".
       01 WS-LOG-SKIP-COUNT         PIC 9(07) VALUE 0.

      *> TRANSAPP.LOG rows written after the checkpoint being resumed
      *> - transactions the interrupted pass applied past it, in the
      *> order it applied them.
       01 WS-JA-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-JA-MAX                 PIC 9(03) COMP VALUE 500.
       01 WS-JA-NEXT                PIC 9(03) COMP VALUE 1.
       01 WS-JOURNALED-TABLE.
           05 WS-JA-ENTRY OCCURS 500 TIMES.
               10 WS-JA-PERSON-ID   PIC 9(05).
               10 WS-JA-ACTION      PIC X(01).
               10 WS-JA-EFFECTIVE   PIC 9(08).
       01 WS-TRANS-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-TRANS-MAX              PIC 9(03) COMP VALUE 500.
       01 WS-TRANS-SUB              PIC 9(03) COMP VALUE 0.
               10 WS-TT-NEW-DEPT    PIC X(04).
               10 WS-TT-EFFECTIVE   PIC 9(08).
               10 WS-TT-RETURN      PIC 9(08).
               10 WS-TT-REASON      PIC X(02).
               10 WS-TT-NEW-MANAGER PIC 9(05).
               10 WS-TT-DISPOSITION PIC X(01).
                   88 WS-TT-KEEP              VALUE "P".
                   88 WS-TT-DONE              VALUE "A".
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-LOAD-PENDING-TRANSACTIONS
               PERFORM 1100-CHECK-CHECKPOINT
               IF WS-CKP-REFUSED
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Nothing applied - PERSTRAN.DAT left as it is."
               ELSE
                   PERFORM 1200-START-CHECKPOINTING
                   PERFORM 2000-APPLY-ONE-TRANSACTION
                       VARYING WS-TRANS-SUB FROM WS-FIRST-ROW BY 1
                       UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
                   IF WS-REVIEW-FILE-OPEN
                       CLOSE PERSON-REVIEW
                   END-IF
                   IF WS-SERVICE-FILE-OPEN
                       CLOSE PERSON-SERVICE
                   END-IF
                   PERFORM 3000-REWRITE-PENDING-FILE
                   MOVE "C" TO WS-CKP-STATE
                   PERFORM 2800-WRITE-CHECKPOINT
                   PERFORM 4000-SHOW-CONTROL-TOTALS
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-CONDITION TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
               MOVE "PERSTRAN.TST" TO WS-TRANS-FILE-NAME
               MOVE "PERSHOLD.TST" TO WS-HOLD-FILE-NAME
               MOVE "TERMLOG.TST" TO WS-TERM-FILE-NAME
               MOVE "TRANSAPP.TST" TO WS-APPLIED-FILE-NAME
               MOVE "PERSREVW.TST" TO WS-REVIEW-FILE-NAME
               MOVE "PERSSERV.TST" TO WS-SERVICE-FILE-NAME
               MOVE "PERSTRAN.CKT" TO WS-CKP-FILE-NAME
           END-IF
           MOVE RC-RUN-DATE TO WS-APPLY-DATE
           ACCEPT WS-CKP-INTERVAL-TEXT
               FROM ENVIRONMENT "PERSTRAN_CKP_INTERVAL"
           IF WS-CKP-INTERVAL-TEXT IS NUMERIC
               MOVE WS-CKP-INTERVAL-TEXT TO WS-CKP-INTERVAL
           END-IF
           IF WS-CKP-INTERVAL = 0
               MOVE 100 TO WS-CKP-INTERVAL
           END-IF
           IF WS-CKP-INTERVAL > WS-JA-MAX
               MOVE WS-JA-MAX TO WS-CKP-INTERVAL
           END-IF
           ACCEPT WS-CKP-RESET-FLAG
               FROM ENVIRONMENT "PERSTRAN_CKP_RESET".

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
                       ELSE
                           MOVE 0 TO WS-TT-RETURN(WS-TRANS-COUNT)
                       END-IF
                       MOVE PT-TERM-REASON
                           TO WS-TT-REASON(WS-TRANS-COUNT)
                       IF PT-NEW-MANAGER IS NUMERIC
                           MOVE PT-NEW-MANAGER
                               TO WS-TT-NEW-MANAGER(WS-TRANS-COUNT)
                       ELSE
                           MOVE 0 TO WS-TT-NEW-MANAGER(WS-TRANS-COUNT)
                       END-IF
                       MOVE "P"
                           TO WS-TT-DISPOSITION(WS-TRANS-COUNT)
                   ELSE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-CHECK-CHECKPOINT - an incomplete PERSTRAN.CKP means the *>
      *> last pass stopped part-way.  It is resumed on its original   *>
      *> apply date after the row checkpointed, provided that row is  *>
      *> still the same transaction; otherwise nothing is applied     *>
      *> until the operator resets it with PERSTRAN_CKP_RESET=Y.      *>
      *>----------------------------------------------------------*>
       1100-CHECK-CHECKPOINT.
           OPEN INPUT TRANS-CHECKPOINT
           IF WS-CKP-OK
               READ TRANS-CHECKPOINT
                   AT END
                       MOVE SPACES TO TRANS-CHECKPOINT-RECORD
               END-READ
               CLOSE TRANS-CHECKPOINT
               IF CKP-INCOMPLETE
                   IF WS-CKP-RESET-ASKED
                       PERFORM 1150-LOG-CHECKPOINT-RESET
                   ELSE
                       IF CKP-LAST-ROW > WS-TRANS-COUNT
                           PERFORM 1160-REFUSE-RESTART
                       ELSE
                           IF CKP-LAST-ROW > 0
                               AND (WS-TT-PERSON-ID(CKP-LAST-ROW)
                                       NOT = CKP-LAST-PERSON-ID
                                   OR WS-TT-ACTION(CKP-LAST-ROW)
                                       NOT = CKP-LAST-ACTION)
                               PERFORM 1160-REFUSE-RESTART
                           ELSE
                               PERFORM 1110-RESTORE-CHECKPOINT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1110-RESTORE-CHECKPOINT.
           SET WS-RESUMING TO TRUE
           MOVE CKP-APPLY-DATE TO WS-APPLY-DATE
           MOVE CKP-LAST-ROW TO WS-RESUME-AFTER
           MOVE CKP-LAST-ROW TO WS-LAST-ROW
           MOVE CKP-LOG-ROWS TO WS-LOG-ROWS
           MOVE CKP-APPLIED-COUNT TO WS-APPLIED-COUNT
           MOVE CKP-PENDING-COUNT TO WS-PENDING-COUNT
           MOVE CKP-ERROR-COUNT TO WS-ERROR-COUNT
           MOVE CKP-TERM-COUNT TO WS-TERM-COUNT
           MOVE CKP-REVIEW-COUNT TO WS-REVIEW-CLOSED-COUNT
           COMPUTE WS-FIRST-ROW = WS-RESUME-AFTER + 1
           PERFORM 1120-SETTLE-DONE-ROW
               VARYING WS-TRANS-SUB FROM 1 BY 1
               UNTIL WS-TRANS-SUB > WS-RESUME-AFTER
           PERFORM 1130-LOAD-JOURNALED-ROWS
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Resuming after row " CKP-LAST-ROW
               " of the pass dated " WS-APPLY-DATE.

      *> rows the interrupted pass got through drop off unless they
      *> were not yet due; they are already in the restored totals.
       1120-SETTLE-DONE-ROW.
           IF WS-TT-EFFECTIVE(WS-TRANS-SUB) > WS-APPLY-DATE
               MOVE "P" TO WS-TT-DISPOSITION(WS-TRANS-SUB)
           ELSE
               MOVE "A" TO WS-TT-DISPOSITION(WS-TRANS-SUB)
           END-IF.

      *> TRANSAPP.LOG rows past the checkpointed count are the
      *> transactions applied after the checkpoint was written.
       1130-LOAD-JOURNALED-ROWS.
           MOVE 0 TO WS-LOG-SKIP-COUNT
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT APPLIED-LOG
           IF WS-TA-STATUS = "00"
               PERFORM 1140-LOAD-ONE-JOURNALED-ROW
                   UNTIL WS-LOG-AT-END
               CLOSE APPLIED-LOG
           END-IF.

       1140-LOAD-ONE-JOURNALED-ROW.
           READ APPLIED-LOG
               AT END
                   SET WS-LOG-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-SKIP-COUNT
                   IF WS-LOG-SKIP-COUNT > WS-LOG-ROWS
                       AND WS-JA-COUNT < WS-JA-MAX
                       ADD 1 TO WS-JA-COUNT
                       MOVE TA-PERSON-ID
                           TO WS-JA-PERSON-ID(WS-JA-COUNT)
                       MOVE TA-ACTION-CODE
                           TO WS-JA-ACTION(WS-JA-COUNT)
                       MOVE TA-EFFECTIVE-DATE
                           TO WS-JA-EFFECTIVE(WS-JA-COUNT)
                   END-IF
           END-READ.

       1150-LOG-CHECKPOINT-RESET.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Incomplete checkpoint reset - applying from the top"
           MOVE "PERSTRAN" TO LE-PROGRAM-NAME
           MOVE "1100-CHECK-CHECKPOINT" TO LE-PARAGRAPH-NAME
           MOVE "Incomplete apply checkpoint reset by operator"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       1160-REFUSE-RESTART.
           SET WS-CKP-REFUSED TO TRUE
           MOVE 8 TO WS-CONDITION
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PERSTRAN.DAT no longer matches the checkpoint at row "
               CKP-LAST-ROW " - restart refused"
           MOVE "PERSTRAN" TO LE-PROGRAM-NAME
           MOVE "1100-CHECK-CHECKPOINT" TO LE-PARAGRAPH-NAME
           MOVE "Restart refused - PERSTRAN.DAT no longer matches"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 1200-START-CHECKPOINTING - a fresh pass notes how many rows  *>
      *> TRANSAPP.LOG already holds and writes its opening            *>
      *> checkpoint before anything is applied.                       *>
      *>----------------------------------------------------------*>
       1200-START-CHECKPOINTING.
           IF NOT WS-RESUMING
               MOVE 0 TO WS-LOG-ROWS
               MOVE "N" TO WS-LOG-EOF
               OPEN INPUT APPLIED-LOG
               IF WS-TA-STATUS = "00"
                   PERFORM 1210-COUNT-ONE-LOG-ROW
                       UNTIL WS-LOG-AT-END
                   CLOSE APPLIED-LOG
               END-IF
               MOVE 0 TO WS-LAST-ROW
               PERFORM 2800-WRITE-CHECKPOINT
           END-IF.

       1210-COUNT-ONE-LOG-ROW.
           READ APPLIED-LOG
               AT END
                   SET WS-LOG-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS
           END-READ.

      *>----------------------------------------------------------*>
      *> 1900-LOG-TABLE-FULL - rows past the table go to the          *>
      *> PERSTRAN.HLD holdover file as they are read and are          *>
      *> points; anything not yet due stays pending.                  *>
      *>----------------------------------------------------------*>
       2000-APPLY-ONE-TRANSACTION.
           IF WS-TT-EFFECTIVE(WS-TRANS-SUB) > WS-APPLY-DATE
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               PERFORM 2040-CHECK-JOURNALED
               IF WS-ALREADY-APPLIED
                   PERFORM 2050-TAKE-JOURNALED-APPLY
               ELSE
                   PERFORM 2100-APPLY-DUE-TRANSACTION
               END-IF
           END-IF
           PERFORM 2060-COUNT-TOWARD-CHECKPOINT.

      *>----------------------------------------------------------*>
      *> 2040-CHECK-JOURNALED - on a restart, a transaction the       *>
      *> interrupted pass applied after its last checkpoint is the    *>
      *> next TRANSAPP.LOG row written past that checkpoint.          *>
      *>----------------------------------------------------------*>
       2040-CHECK-JOURNALED.
           MOVE "N" TO WS-ALREADY-APPLIED-FLAG
           IF WS-JA-NEXT NOT > WS-JA-COUNT
               IF WS-JA-PERSON-ID(WS-JA-NEXT)
                       = WS-TT-PERSON-ID(WS-TRANS-SUB)
                   AND WS-JA-ACTION(WS-JA-NEXT)
                       = WS-TT-ACTION(WS-TRANS-SUB)
                   AND WS-JA-EFFECTIVE(WS-JA-NEXT)
                       = WS-TT-EFFECTIVE(WS-TRANS-SUB)
                   SET WS-ALREADY-APPLIED TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2050-TAKE-JOURNALED-APPLY - a transaction already applied    *>
      *> by the interrupted pass is counted as applied, with the      *>
      *> termination row and review closures it made, and is not      *>
      *> applied or journaled again.                                  *>
      *>----------------------------------------------------------*>
       2050-TAKE-JOURNALED-APPLY.
           ADD 1 TO WS-JA-NEXT
           ADD 1 TO WS-LOG-ROWS
           ADD 1 TO WS-RECOVERED-COUNT
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "A" TO WS-TT-DISPOSITION(WS-TRANS-SUB)
           IF WS-TT-ACTION(WS-TRANS-SUB) = "X"
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TT-PERSON-ID(WS-TRANS-SUB) TO PersonIndex
               PERFORM 2620-COUNT-CLOSED-REVIEWS
           END-IF.

       2060-COUNT-TOWARD-CHECKPOINT.
           MOVE WS-TRANS-SUB TO WS-LAST-ROW
           ADD 1 TO WS-CKP-SINCE-LAST
           IF WS-CKP-SINCE-LAST NOT < WS-CKP-INTERVAL
               PERFORM 2800-WRITE-CHECKPOINT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2100-APPLY-DUE-TRANSACTION - apply one due transaction       *>
      *> through the person entry points.                             *>
      *>----------------------------------------------------------*>
       2100-APPLY-DUE-TRANSACTION.
           MOVE WS-TT-PERSON-ID(WS-TRANS-SUB) TO PersonIndex
           MOVE SPACES TO NewName
           CALL "person" USING PersonIndex NewName
               PersonName PersonDetail
           MOVE PersonName TO WS-APPLIED-NAME
           MOVE PersonDepartmentCode TO WS-APPLIED-OLD-DEPT
           EVALUATE WS-TT-ACTION(WS-TRANS-SUB)
               WHEN "T"
                   MOVE WS-TT-NEW-DEPT(WS-TRANS-SUB)
                       TO PersonDepartmentCode
                   MOVE 0 TO PersonHireDate
                   CALL "TransferPerson" USING PersonIndex
                       PersonDetail PersonFoundFlag
               WHEN "X"
                   MOVE SPACES TO NewName
                   CALL "person" USING PersonIndex NewName
                       PersonName PersonDetail
                   MOVE PersonName TO WS-TERM-NAME
                   MOVE PersonDepartmentCode TO WS-TERM-DEPT
                   MOVE PersonHireDate TO WS-TERM-STINT-START
                   PERFORM 2450-FIND-STINT-START
                   CALL "DeactivatePerson" USING PersonIndex
                       PersonFoundFlag
                   IF PersonWasFound
                       PERFORM 2500-WRITE-TERM-LOG-ROW
                       PERFORM 2600-CLOSE-OPEN-REVIEWS
                   END-IF
               WHEN "L"
                   MOVE WS-TT-EFFECTIVE(WS-TRANS-SUB)
                       TO PersonLeaveStart
                   MOVE WS-TT-RETURN(WS-TRANS-SUB)
                       TO PersonLeaveReturn
                   CALL "StartPersonLeave" USING PersonIndex
                       PersonLeaveDetail PersonFoundFlag
               WHEN "R"
                   CALL "ReturnPersonFromLeave" USING
                       PersonIndex PersonFoundFlag
               WHEN "M"
                   MOVE WS-TT-NEW-MANAGER(WS-TRANS-SUB)
                       TO PersonManagerId
                   CALL "SetPersonManager" USING PersonIndex
                       PersonManagerId PersonFoundFlag
               WHEN OTHER
                   SET PersonNotFound TO TRUE
           END-EVALUATE
           IF PersonWasFound
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "A" TO WS-TT-DISPOSITION(WS-TRANS-SUB)
               PERFORM 2700-WRITE-APPLIED-ROW
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE "E" TO WS-TT-DISPOSITION(WS-TRANS-SUB)
               PERFORM 2900-LOG-FAILED-TRANSACTION
           END-IF.

      *>----------------------------------------------------------*>
      *> 2450-FIND-STINT-START - the stint a termination ends began   *>
      *> at the PERSSERV current-stint start for a rehired person,    *>
      *> otherwise at the hire date already captured.  It must be     *>
      *> read before the deactivate, which banks the stint and        *>
      *> clears that start.  The file is opened on the first          *>
      *> termination of the night; with no file the hire date stands. *>
      *>----------------------------------------------------------*>
       2450-FIND-STINT-START.
           IF NOT WS-SERVICE-FILE-TRIED
               OPEN INPUT PERSON-SERVICE
               IF WS-SV-OK
                   SET WS-SERVICE-FILE-OPEN TO TRUE
               ELSE
                   MOVE "T" TO WS-SERVICE-FILE-FLAG
               END-IF
           END-IF
           IF WS-SERVICE-FILE-OPEN
               MOVE PersonIndex TO SV-PERSON-ID
               READ PERSON-SERVICE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SV-CURRENT-STINT-START NOT = 0
                           MOVE SV-CURRENT-STINT-START
                               TO WS-TERM-STINT-START
                       END-IF
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
               OPEN EXTEND TERM-LOG
           END-IF
           MOVE SPACES TO PERSON-TERM-RECORD
           MOVE WS-APPLY-DATE TO TM-TERM-DATE
           MOVE PersonIndex TO TM-PERSON-ID
           MOVE WS-TERM-NAME TO TM-HUMAN-NAME
           MOVE WS-TERM-DEPT TO TM-DEPARTMENT-CODE
           MOVE WS-TT-REASON(WS-TRANS-SUB) TO TM-TERM-REASON
           MOVE WS-TERM-STINT-START TO TM-STINT-START
           WRITE PERSON-TERM-RECORD
           CLOSE TERM-LOG
           ADD 1 TO WS-TERM-COUNT.

      *>----------------------------------------------------------*>
      *> 2600-CLOSE-OPEN-REVIEWS - a leaver's open PERSREVW reviews   *>
      *> are closed X so nobody chases a review that cannot happen.   *>
      *> The file is opened on the first termination of the night;    *>
      *> with no file there is nothing to close.                      *>
      *>----------------------------------------------------------*>
       2600-CLOSE-OPEN-REVIEWS.
           PERFORM 2605-OPEN-REVIEW-FILE
           IF WS-REVIEW-FILE-OPEN
               MOVE "N" TO WS-REVIEW-EOF
               MOVE PersonIndex TO RV-PERSON-ID
               MOVE 0 TO RV-REVIEW-PERIOD
               MOVE SPACES TO RV-REVIEW-TYPE
               START PERSON-REVIEW KEY IS NOT LESS THAN RV-REVIEW-KEY
                   INVALID KEY
                       SET WS-REVIEWS-DONE TO TRUE
               END-START
               PERFORM 2610-CLOSE-ONE-REVIEW
                   UNTIL WS-REVIEWS-DONE
           END-IF.

       2605-OPEN-REVIEW-FILE.
           IF NOT WS-REVIEW-FILE-TRIED
               OPEN I-O PERSON-REVIEW
               IF WS-RV-OK
                   SET WS-REVIEW-FILE-OPEN TO TRUE
               ELSE
                   MOVE "T" TO WS-REVIEW-FILE-FLAG
               END-IF
           END-IF.

       2610-CLOSE-ONE-REVIEW.
           READ PERSON-REVIEW NEXT RECORD
               AT END
                   SET WS-REVIEWS-DONE TO TRUE
               NOT AT END
                   IF RV-PERSON-ID NOT = PersonIndex
                       SET WS-REVIEWS-DONE TO TRUE
                   ELSE
                       IF RV-OPEN
                           SET RV-CLOSED TO TRUE
                           MOVE WS-APPLY-DATE TO RV-COMPLETED-DATE
                           REWRITE PERSON-REVIEW-RECORD
                           ADD 1 TO WS-REVIEW-CLOSED-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2620-COUNT-CLOSED-REVIEWS - the reviews an already-applied   *>
      *> termination closed on the apply date are counted again so    *>
      *> the resumed totals match a single pass.                      *>
      *>----------------------------------------------------------*>
       2620-COUNT-CLOSED-REVIEWS.
           PERFORM 2605-OPEN-REVIEW-FILE
           IF WS-REVIEW-FILE-OPEN
               MOVE "N" TO WS-REVIEW-EOF
               MOVE PersonIndex TO RV-PERSON-ID
               MOVE 0 TO RV-REVIEW-PERIOD
               MOVE SPACES TO RV-REVIEW-TYPE
               START PERSON-REVIEW KEY IS NOT LESS THAN RV-REVIEW-KEY
                   INVALID KEY
                       SET WS-REVIEWS-DONE TO TRUE
               END-START
               PERFORM 2630-COUNT-ONE-REVIEW
                   UNTIL WS-REVIEWS-DONE
           END-IF.

       2630-COUNT-ONE-REVIEW.
           READ PERSON-REVIEW NEXT RECORD
               AT END
                   SET WS-REVIEWS-DONE TO TRUE
               NOT AT END
                   IF RV-PERSON-ID NOT = PersonIndex
                       SET WS-REVIEWS-DONE TO TRUE
                   ELSE
                       IF RV-CLOSED
                           AND RV-COMPLETED-DATE = WS-APPLY-DATE
                           ADD 1 TO WS-REVIEW-CLOSED-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2700-WRITE-APPLIED-ROW - one TRANSAPP.LOG row per applied    *>
      *> transaction, created on first use, with the name and the     *>
      *> department held before the apply, so the change-event        *>
      *> publisher hears about every transfer, leave, return,         *>
      *> manager change and termination.                              *>
      *>----------------------------------------------------------*>
       2700-WRITE-APPLIED-ROW.
           OPEN EXTEND APPLIED-LOG
           IF WS-TA-STATUS = "35"
               OPEN OUTPUT APPLIED-LOG
               CLOSE APPLIED-LOG
               OPEN EXTEND APPLIED-LOG
           END-IF
           ACCEPT WS-APPLIED-TIME FROM TIME
           MOVE SPACES TO PERSON-APPLIED-RECORD
           MOVE WS-APPLY-DATE TO TA-APPLIED-DATE
           MOVE WS-APPLIED-TIME TO TA-APPLIED-TIME
           MOVE PersonIndex TO TA-PERSON-ID
           MOVE WS-TT-ACTION(WS-TRANS-SUB) TO TA-ACTION-CODE
           MOVE WS-APPLIED-NAME TO TA-HUMAN-NAME
           MOVE WS-APPLIED-OLD-DEPT TO TA-OLD-DEPT
           MOVE WS-TT-NEW-DEPT(WS-TRANS-SUB) TO TA-NEW-DEPT
           MOVE WS-TT-EFFECTIVE(WS-TRANS-SUB) TO TA-EFFECTIVE-DATE
           MOVE WS-TT-RETURN(WS-TRANS-SUB) TO TA-RETURN-DATE
           MOVE WS-TT-REASON(WS-TRANS-SUB) TO TA-TERM-REASON
           MOVE WS-TT-NEW-MANAGER(WS-TRANS-SUB) TO TA-NEW-MANAGER
           WRITE PERSON-APPLIED-RECORD
           CLOSE APPLIED-LOG
           ADD 1 TO WS-LOG-ROWS.

      *>----------------------------------------------------------*>
      *> 2800-WRITE-CHECKPOINT - PERSTRAN.CKP is rewritten with the   *>
      *> last row dealt with and the totals so far; state C once      *>
      *> PERSTRAN.DAT has been rewritten.                             *>
      *>----------------------------------------------------------*>
       2800-WRITE-CHECKPOINT.
           MOVE 0 TO WS-CKP-SINCE-LAST
           MOVE SPACES TO TRANS-CHECKPOINT-RECORD
           MOVE WS-CKP-STATE TO CKP-STATUS
           MOVE WS-APPLY-DATE TO CKP-APPLY-DATE
           MOVE WS-LAST-ROW TO CKP-LAST-ROW
           IF WS-LAST-ROW > 0
               MOVE WS-TT-PERSON-ID(WS-LAST-ROW) TO CKP-LAST-PERSON-ID
               MOVE WS-TT-ACTION(WS-LAST-ROW) TO CKP-LAST-ACTION
           ELSE
               MOVE 0 TO CKP-LAST-PERSON-ID
           END-IF
           MOVE WS-LOG-ROWS TO CKP-LOG-ROWS
           MOVE WS-APPLIED-COUNT TO CKP-APPLIED-COUNT
           MOVE WS-PENDING-COUNT TO CKP-PENDING-COUNT
           MOVE WS-ERROR-COUNT TO CKP-ERROR-COUNT
           MOVE WS-TERM-COUNT TO CKP-TERM-COUNT
           MOVE WS-REVIEW-CLOSED-COUNT TO CKP-REVIEW-COUNT
           OPEN OUTPUT TRANS-CHECKPOINT
           IF WS-CKP-OK
               WRITE TRANS-CHECKPOINT-RECORD
               CLOSE TRANS-CHECKPOINT
           END-IF.

       2900-LOG-FAILED-TRANSACTION.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Transaction failed - person "
               MOVE WS-TT-EFFECTIVE(WS-TRANS-SUB)
                   TO PT-EFFECTIVE-DATE
               MOVE WS-TT-RETURN(WS-TRANS-SUB) TO PT-RETURN-DATE
               MOVE WS-TT-REASON(WS-TRANS-SUB) TO PT-TERM-REASON
               MOVE WS-TT-NEW-MANAGER(WS-TRANS-SUB) TO PT-NEW-MANAGER
               WRITE PERSON-TRANS-RECORD
           END-IF.

           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Terminations logged: "
               WS-TERM-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Reviews closed: "
               WS-REVIEW-CLOSED-COUNT
           IF WS-RESUMING
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Restarted after row: "
                   WS-RESUME-AFTER
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Applied before the restart, "
                   "not repeated: " WS-RECOVERED-COUNT
           END-IF.
