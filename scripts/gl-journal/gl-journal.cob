      *>--------------------------------------------------------------*>
      *> PROGRAM:    GLJournal                                        *>
      *> PURPOSE:    General-ledger journal interface for payroll     *>
      *>             expense, so Finance stops re-keying it from the  *>
      *>             printed register.  Takes the latest period on    *>
      *>             PAYPOST.LOG (or the one named below), sums its   *>
      *>             PAYHIST.DAT ledger rows, and writes the          *>
      *>             GLJRNL.yyyymmdd journal: salary expense debited  *>
      *>             to each department's DM-COST-CENTER - or, for a  *>
      *>             person with a COSTALOC allocation in force,      *>
      *>             spread across its cost centers - and the         *>
      *>             deduction (by code), federal and state (by       *>
      *>             state) withholding and net-pay liabilities       *>
      *>             credited to their control accounts.  Account     *>
      *>             numbers come from the GLMAP.CTL mapping file.    *>
      *>             Debits must equal credits: an out-of-balance     *>
      *>             journal completes with condition code 8 on       *>
      *>             JOBDONE.LOG, an unmapped account with 4.         *>
      *>             Ledger amounts are all in the base currency -    *>
      *>             PayCycle converts a foreign-paid person's pay    *>
      *>             before it posts - so one journal balances in     *>
      *>             one currency.                                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               GLJRNL_PERIOD_END  yyyymmdd end of the posted  *>
      *>                                  period to journal (default: *>
      *>                                  the latest posted period)   *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  Expense split by COSTALOC cost allocation.     *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-LOG ASSIGN TO "PAYPOST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PAY-LEDGER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLMAP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
           SELECT GL-JOURNAL ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-LOG.
           COPY "pay-period-log.cpy".

       FD  PAY-LEDGER.
           COPY "pay-ledger.cpy".

       FD  GL-ACCOUNT-MAP.
           COPY "gl-account-map.cpy".

       FD  GL-JOURNAL.
           COPY "gl-journal.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "cost-alloc.cpy".
       01 WS-PD-STATUS              PIC X(02) VALUE "00".
           88 WS-PD-OK                        VALUE "00".
       01 WS-LG-STATUS              PIC X(02) VALUE "00".
           88 WS-LG-OK                        VALUE "00".
       01 WS-GA-STATUS              PIC X(02) VALUE "00".
           88 WS-GA-OK                        VALUE "00".
       01 WS-GJ-STATUS              PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-PERIOD-FOUND-FLAG      PIC X(01) VALUE "N".
           88 WS-PERIOD-FOUND                 VALUE "Y".
       01 WS-END-TEXT               PIC X(08) VALUE SPACES.
       01 WS-WANTED-END             PIC 9(08) VALUE 0.
       01 WS-PERIOD-START           PIC 9(08) VALUE 0.
       01 WS-PERIOD-END             PIC 9(08) VALUE 0.
       01 WS-PAY-DATE               PIC 9(08) VALUE 0.
       01 WS-JOURNAL-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-LEDGER-ROWS            PIC 9(05) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(05) VALUE 0.
       01 WS-UNMAPPED-COUNT         PIC 9(05) VALUE 0.
       01 WS-DEBIT-TOTAL            PIC 9(12) VALUE 0.
       01 WS-CREDIT-TOTAL           PIC 9(12) VALUE 0.
       01 WS-FED-TOTAL              PIC 9(12) VALUE 0.
       01 WS-NET-TOTAL              PIC 9(12) VALUE 0.
       01 WS-LG-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-ALLOC-SUB              PIC 9(02) COMP VALUE 0.
       01 WS-ALLOCATED-ROWS         PIC 9(05) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

      *> GLMAP.CTL, loaded once.
       01 WS-MAP-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-MAP-MAX                PIC 9(03) COMP VALUE 300.
       01 WS-MAP-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-MAP-FOUND                    VALUE "Y".
       01 WS-FIND-TYPE              PIC X(01) VALUE SPACE.
       01 WS-FIND-KEY               PIC X(08) VALUE SPACES.
       01 WS-FOUND-ACCOUNT          PIC X(12) VALUE SPACES.
       01 WS-MAP-TABLE.
           05 WS-MP-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-MP-IDX.
               10 WS-MP-TYPE        PIC X(01).
               10 WS-MP-KEY         PIC X(08).
               10 WS-MP-ACCOUNT     PIC X(12).

      *> salary expense by department and cost center.
       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-DT-IDX.
               10 WS-DT-CODE        PIC X(04).
               10 WS-DT-COST-CENTER PIC X(06).
               10 WS-DT-AMOUNT      PIC 9(12).

      *> liabilities by type and key: D deduction code, S state.
       01 WS-CR-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-CR-MAX                 PIC 9(03) COMP VALUE 100.
       01 WS-CR-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-CR-FOUND                     VALUE "Y".
       01 WS-CR-AMOUNT-IN           PIC 9(11) VALUE 0.
       01 WS-CREDIT-TABLE.
           05 WS-CR-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-CR-IDX.
               10 WS-CR-TYPE        PIC X(01).
               10 WS-CR-KEY         PIC X(08).
               10 WS-CR-AMOUNT      PIC 9(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-FIND-THE-PERIOD
               IF WS-PERIOD-FOUND
                   PERFORM 1100-LOAD-ACCOUNT-MAP
                   PERFORM 2000-SUM-THE-LEDGER
                   PERFORM 3000-WRITE-THE-JOURNAL
                   PERFORM 4000-PROVE-THE-JOURNAL
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " No posted pay period to journal."
                   MOVE 8 TO WS-CONDITION
               END-IF
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
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
           MOVE "GLJRNL" TO RC-JOB-STEP-NAME.

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
      *> 0030-MARK-JOB-COMPLETE - the journal's verdict goes on      *>
      *> JOBDONE.LOG as the condition code: 0 balanced, 4 balanced   *>
      *> with unmapped accounts, 8 out of balance or nothing to do.  *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-FIND-THE-PERIOD - the latest row on PAYPOST.LOG, or    *>
      *> the row whose period ends on GLJRNL_PERIOD_END.             *>
      *>----------------------------------------------------------*>
       1000-FIND-THE-PERIOD.
           ACCEPT WS-END-TEXT FROM ENVIRONMENT "GLJRNL_PERIOD_END"
           IF WS-END-TEXT IS NUMERIC
               MOVE WS-END-TEXT TO WS-WANTED-END
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-PERIOD-LOG
           IF WS-PD-OK
               PERFORM 1010-TEST-ONE-POSTED-PERIOD
                   UNTIL WS-AT-END
               CLOSE PAY-PERIOD-LOG
           END-IF.

       1010-TEST-ONE-POSTED-PERIOD.
           READ PAY-PERIOD-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PD-PERIOD-END IS NUMERIC
                       AND (WS-WANTED-END = 0
                           OR PD-PERIOD-END = WS-WANTED-END)
                       SET WS-PERIOD-FOUND TO TRUE
                       MOVE PD-PERIOD-START TO WS-PERIOD-START
                       MOVE PD-PERIOD-END TO WS-PERIOD-END
                       MOVE PD-PAY-DATE TO WS-PAY-DATE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-ACCOUNT-MAP - GLMAP.CTL into the mapping table.   *>
      *> No file means every line goes out unmapped (condition 4).   *>
      *>----------------------------------------------------------*>
       1100-LOAD-ACCOUNT-MAP.
           MOVE 0 TO WS-MAP-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-GA-OK
               PERFORM 1110-LOAD-ONE-MAPPING
                   UNTIL WS-AT-END
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       1110-LOAD-ONE-MAPPING.
           READ GL-ACCOUNT-MAP
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NOT GA-COMMENT-ROW
                       AND GA-MAP-TYPE NOT = SPACE
                       AND WS-MAP-COUNT < WS-MAP-MAX
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MP-IDX TO WS-MAP-COUNT
                       MOVE GA-MAP-TYPE TO WS-MP-TYPE(WS-MP-IDX)
                       MOVE GA-MAP-KEY TO WS-MP-KEY(WS-MP-IDX)
                       MOVE GA-ACCOUNT TO WS-MP-ACCOUNT(WS-MP-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-SUM-THE-LEDGER - every PAYHIST.DAT row for the period. *>
      *>----------------------------------------------------------*>
       2000-SUM-THE-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAY-LEDGER
           IF WS-LG-OK
               PERFORM 2010-SUM-ONE-LEDGER-ROW
                   UNTIL WS-AT-END
               CLOSE PAY-LEDGER
           END-IF.

       2010-SUM-ONE-LEDGER-ROW.
           READ PAY-LEDGER
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF LG-PERIOD-PAY
                       AND LG-PERIOD-START = WS-PERIOD-START
                       AND LG-PERIOD-END = WS-PERIOD-END
                       PERFORM 2100-SUM-THIS-ROW
                   END-IF
           END-READ.

       2100-SUM-THIS-ROW.
           ADD 1 TO WS-LEDGER-ROWS
           PERFORM 2200-ADD-DEPT-EXPENSE
           PERFORM 2300-ADD-ONE-DEDUCTION
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > LG-DED-COUNT
           ADD LG-FED-TAX TO WS-FED-TOTAL
           IF LG-STATE-TAX > 0
               MOVE "S" TO WS-FIND-TYPE
               MOVE LG-STATE-CODE TO WS-FIND-KEY
               MOVE LG-STATE-TAX TO WS-CR-AMOUNT-IN
               PERFORM 2400-ADD-TO-CREDIT
           END-IF
           ADD LG-NET-AMOUNT TO WS-NET-TOTAL.

      *>----------------------------------------------------------*>
      *> 2200-ADD-DEPT-EXPENSE - the gross is spread over the       *>
      *> person's COSTALOC cost centers in force at the period      *>
      *> end (all to the department's own cost center when there    *>
      *> is no usable allocation), each share landing on the        *>
      *> department and cost center it belongs to.                  *>
      *>----------------------------------------------------------*>
       2200-ADD-DEPT-EXPENSE.
           MOVE LG-PERSON-ID TO AllocPersonId
           MOVE WS-PERIOD-END TO AllocAsOfDate
           MOVE LG-DEPARTMENT-CODE TO AllocHomeDept
           MOVE LG-GROSS-AMOUNT TO AllocAmount
           CALL "GetCostAllocation" USING AllocPersonId
               AllocAsOfDate AllocHomeDept AllocAmount AllocResult
           IF AllocInForce
               ADD 1 TO WS-ALLOCATED-ROWS
           END-IF
           PERFORM 2205-ADD-ONE-SHARE
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > AllocCount.

       2205-ADD-ONE-SHARE.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 2210-MATCH-ONE-DEPT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               SET WS-DT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DT-IDX TO WS-DEPT-COUNT
                   MOVE AllocDeptCode(WS-ALLOC-SUB)
                       TO WS-DT-CODE(WS-DT-IDX)
                   MOVE AllocCostCenter(WS-ALLOC-SUB)
                       TO WS-DT-COST-CENTER(WS-DT-IDX)
                   MOVE 0 TO WS-DT-AMOUNT(WS-DT-IDX)
               ELSE
                   SET WS-DT-IDX TO WS-DEPT-MAX
               END-IF
           END-IF
           ADD AllocShare(WS-ALLOC-SUB) TO WS-DT-AMOUNT(WS-DT-IDX).

       2210-MATCH-ONE-DEPT.
           IF WS-DT-CODE(WS-DT-IDX) = AllocDeptCode(WS-ALLOC-SUB)
               AND WS-DT-COST-CENTER(WS-DT-IDX)
                   = AllocCostCenter(WS-ALLOC-SUB)
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2300-ADD-ONE-DEDUCTION.
           MOVE "D" TO WS-FIND-TYPE
           MOVE LG-DED-CODE(WS-LG-SUB) TO WS-FIND-KEY
           MOVE LG-DED-AMOUNT(WS-LG-SUB) TO WS-CR-AMOUNT-IN
           PERFORM 2400-ADD-TO-CREDIT.

       2400-ADD-TO-CREDIT.
           MOVE "N" TO WS-CR-FOUND-FLAG
           PERFORM 2410-MATCH-ONE-CREDIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-CR-FOUND
           IF WS-CR-FOUND
               SET WS-CR-IDX DOWN BY 1
           ELSE
               IF WS-CR-COUNT < WS-CR-MAX
                   ADD 1 TO WS-CR-COUNT
                   SET WS-CR-IDX TO WS-CR-COUNT
                   MOVE WS-FIND-TYPE TO WS-CR-TYPE(WS-CR-IDX)
                   MOVE WS-FIND-KEY TO WS-CR-KEY(WS-CR-IDX)
                   MOVE 0 TO WS-CR-AMOUNT(WS-CR-IDX)
               ELSE
                   SET WS-CR-IDX TO WS-CR-MAX
               END-IF
           END-IF
           ADD WS-CR-AMOUNT-IN TO WS-CR-AMOUNT(WS-CR-IDX).

       2410-MATCH-ONE-CREDIT.
           IF WS-CR-TYPE(WS-CR-IDX) = WS-FIND-TYPE
               AND WS-CR-KEY(WS-CR-IDX) = WS-FIND-KEY
               SET WS-CR-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-WRITE-THE-JOURNAL - debits by cost center first, then  *>
      *> the liability credits.                                      *>
      *>----------------------------------------------------------*>
       3000-WRITE-THE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "GLJRNL." DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           OPEN OUTPUT GL-JOURNAL
           PERFORM 3100-WRITE-ONE-EXPENSE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DEPT-COUNT
           PERFORM 3200-WRITE-ONE-LIABILITY
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           IF WS-FED-TOTAL > 0
               MOVE "F" TO WS-FIND-TYPE
               MOVE "*" TO WS-FIND-KEY
               PERFORM 3800-MAP-THE-ACCOUNT
               PERFORM 3900-CLEAR-JOURNAL-LINE
               SET GJ-CREDIT TO TRUE
               MOVE WS-FED-TOTAL TO GJ-AMOUNT
               MOVE "FEDERAL WITHHOLDING PAYABLE" TO GJ-DESCRIPTION
               PERFORM 3910-WRITE-JOURNAL-LINE
           END-IF
           IF WS-NET-TOTAL > 0
               MOVE "N" TO WS-FIND-TYPE
               MOVE "*" TO WS-FIND-KEY
               PERFORM 3800-MAP-THE-ACCOUNT
               PERFORM 3900-CLEAR-JOURNAL-LINE
               SET GJ-CREDIT TO TRUE
               MOVE WS-NET-TOTAL TO GJ-AMOUNT
               MOVE "NET PAY PAYABLE" TO GJ-DESCRIPTION
               PERFORM 3910-WRITE-JOURNAL-LINE
           END-IF
           CLOSE GL-JOURNAL.

       3100-WRITE-ONE-EXPENSE.
           MOVE "E" TO WS-FIND-TYPE
           MOVE WS-DT-COST-CENTER(WS-DT-IDX) TO WS-FIND-KEY
           PERFORM 3800-MAP-THE-ACCOUNT
           PERFORM 3900-CLEAR-JOURNAL-LINE
           SET GJ-DEBIT TO TRUE
           MOVE WS-DT-COST-CENTER(WS-DT-IDX) TO GJ-COST-CENTER
           MOVE WS-DT-AMOUNT(WS-DT-IDX) TO GJ-AMOUNT
           STRING "SALARY EXPENSE DEPT " DELIMITED BY SIZE
               WS-DT-CODE(WS-DT-IDX) DELIMITED BY SIZE
               INTO GJ-DESCRIPTION
           PERFORM 3910-WRITE-JOURNAL-LINE.

       3200-WRITE-ONE-LIABILITY.
           MOVE WS-CR-TYPE(WS-CR-IDX) TO WS-FIND-TYPE
           MOVE WS-CR-KEY(WS-CR-IDX) TO WS-FIND-KEY
           PERFORM 3800-MAP-THE-ACCOUNT
           PERFORM 3900-CLEAR-JOURNAL-LINE
           SET GJ-CREDIT TO TRUE
           MOVE WS-CR-AMOUNT(WS-CR-IDX) TO GJ-AMOUNT
           IF WS-CR-TYPE(WS-CR-IDX) = "S"
               STRING "STATE WITHHOLDING PAYABLE " DELIMITED BY SIZE
                   WS-CR-KEY(WS-CR-IDX) DELIMITED BY SPACE
                   INTO GJ-DESCRIPTION
           ELSE
               STRING "DEDUCTION PAYABLE " DELIMITED BY SIZE
                   WS-CR-KEY(WS-CR-IDX) DELIMITED BY SPACE
                   INTO GJ-DESCRIPTION
           END-IF
           PERFORM 3910-WRITE-JOURNAL-LINE.

      *>----------------------------------------------------------*>
      *> 3800-MAP-THE-ACCOUNT - the row for the exact key, else the  *>
      *> type's * row, else unmapped (blank account, counted).       *>
      *>----------------------------------------------------------*>
       3800-MAP-THE-ACCOUNT.
           MOVE SPACES TO WS-FOUND-ACCOUNT
           MOVE "N" TO WS-MAP-FOUND-FLAG
           PERFORM 3810-MATCH-ONE-MAPPING
               VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND
           IF NOT WS-MAP-FOUND AND WS-FIND-KEY NOT = "*"
               MOVE "*" TO WS-FIND-KEY
               PERFORM 3810-MATCH-ONE-MAPPING
                   VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND
           END-IF
           IF WS-MAP-FOUND
               SET WS-MP-IDX DOWN BY 1
               MOVE WS-MP-ACCOUNT(WS-MP-IDX) TO WS-FOUND-ACCOUNT
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

       3810-MATCH-ONE-MAPPING.
           IF WS-MP-TYPE(WS-MP-IDX) = WS-FIND-TYPE
               AND WS-MP-KEY(WS-MP-IDX) = WS-FIND-KEY
               SET WS-MAP-FOUND TO TRUE
           END-IF.

       3900-CLEAR-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-PAY-DATE TO GJ-JOURNAL-DATE
           MOVE WS-PERIOD-END TO GJ-PERIOD-END
           MOVE WS-FOUND-ACCOUNT TO GJ-ACCOUNT
           MOVE RC-RUN-ID TO GJ-RUN-ID.

       3910-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO GJ-LINE-NUMBER
           IF GJ-DEBIT
               ADD GJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           WRITE GL-JOURNAL-RECORD.

      *>----------------------------------------------------------*>
      *> 4000-PROVE-THE-JOURNAL - debits must equal credits; both    *>
      *> totals go to CTLTOTAL.DAT.                                  *>
      *>----------------------------------------------------------*>
       4000-PROVE-THE-JOURNAL.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Period: " WS-PERIOD-START "-"
               WS-PERIOD-END " Ledger rows: " WS-LEDGER-ROWS
               " Allocated: " WS-ALLOCATED-ROWS
               " Lines: " WS-LINE-COUNT
               " Debits: " WS-DEBIT-TOTAL
               " Credits: " WS-CREDIT-TOTAL
           MOVE "GLJRNL" TO CW-JOB-STEP
           MOVE "DEBIT-TOTAL" TO CW-TOTAL-NAME
           MOVE WS-DEBIT-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "CREDIT-TOTAL" TO CW-TOTAL-NAME
           MOVE WS-CREDIT-TOTAL TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-UNMAPPED-COUNT
                   " journal line(s) have no GLMAP.CTL account."
               MOVE "GLJRNL" TO LE-PROGRAM-NAME
               MOVE "3800-MAP-THE-ACCOUNT" TO LE-PARAGRAPH-NAME
               MOVE "Journal lines with no GL account mapping"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 4 TO WS-CONDITION
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Journal out of balance - debits "
                   WS-DEBIT-TOTAL " credits " WS-CREDIT-TOTAL
               MOVE "GLJRNL" TO LE-PROGRAM-NAME
               MOVE "4000-PROVE-THE-JOURNAL" TO LE-PARAGRAPH-NAME
               MOVE "Payroll journal debits not equal to credits"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
           END-IF.
