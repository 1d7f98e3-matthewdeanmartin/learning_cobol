      *>--------------------------------------------------------------*>
      *> PROGRAM:    TestRefresh                                      *>
      *> PURPOSE:    Production-to-test refresh with the personal     *>
      *>             data masked.  Copies PERSMAST, COMPMAST,         *>
      *>             PERSADDR, PERSMGR, DEDMAST and VACBAL into the   *>
      *>             .TST file set the shop-wide test mode            *>
      *>             (SHOP_TEST_MODE=Y) resolves to, so a rehearsal   *>
      *>             runs against data shaped like ours without       *>
      *>             anyone testing seeing a real name, street or     *>
      *>             salary:                                          *>
      *>               - names (and emergency-contact names) are      *>
      *>                 replaced from name tables picked by person   *>
      *>                 ID, so one person carries one fake name      *>
      *>                 across every file;                           *>
      *>               - street lines and phone numbers are replaced  *>
      *>                 the same way (555-01xx numbers); city,       *>
      *>                 state and postal code are kept so address    *>
      *>                 edits and label sorting behave as they do    *>
      *>                 in production;                               *>
      *>               - annual salaries (and hourly rates) move up   *>
      *>                 or down by as much as ten percent, held      *>
      *>                 inside the person's GRADEMST range;          *>
      *>               - keys, departments, grades, dates, manager    *>
      *>                 links, deductions and vacation balances are  *>
      *>                 copied as they stand.                        *>
      *>             DEPTMAST, GRADEMST and PERSNUM.CTL go across     *>
      *>             unchanged as well, so RefAudit run in test mode  *>
      *>             passes against the masked set exactly as it      *>
      *>             does against production.  The masking offsets    *>
      *>             are seeded, so a masked salary cannot be worked  *>
      *>             back from the person ID.                         *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               TESTRFR_SEED  up to 6 digits seeding the       *>
      *>                             masking (default: run time);     *>
      *>                             the same seed gives the same     *>
      *>                             masked set                       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  The TEST-COMP record follows the COMPMAST      *>
      *>               currency code.                                 *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestRefresh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT TEST-PERSON ASSIGN TO "PERSMAST.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-PERSON-ID
               ALTERNATE RECORD KEY IS TP-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TP-STATUS.
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT TEST-COMP ASSIGN TO "COMPMAST.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-PERSON-ID
               FILE STATUS IS WS-TC-STATUS.
           SELECT PERSON-ADDRESS ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-AD-STATUS.
           SELECT TEST-ADDRESS ASSIGN TO "PERSADDR.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ADDRESS-KEY
               FILE STATUS IS WS-TA-STATUS.
           SELECT PERSON-MANAGER ASSIGN TO "PERSMGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT TEST-MANAGER ASSIGN TO "PERSMGR.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-PERSON-ID
               FILE STATUS IS WS-TM-STATUS.
           SELECT DEDUCT-MASTER ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DEDUCT-KEY
               FILE STATUS IS WS-DD-STATUS.
           SELECT TEST-DEDUCT ASSIGN TO "DEDMAST.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-DEDUCT-KEY
               FILE STATUS IS WS-TD-STATUS.
           SELECT VACATION-BALANCE ASSIGN TO "VACBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-PERSON-ID
               FILE STATUS IS WS-VB-STATUS.
           SELECT TEST-VACBAL ASSIGN TO "VACBAL.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-PERSON-ID
               FILE STATUS IS WS-TV-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT TEST-DEPT ASSIGN TO "DEPTMAST.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-DEPT-CODE
               FILE STATUS IS WS-TX-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-CODE
               FILE STATUS IS WS-GR-STATUS.
           SELECT TEST-GRADE ASSIGN TO "GRADEMST.TST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TG-GRADE-CODE
               FILE STATUS IS WS-TG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  TEST-PERSON.
       01  TEST-PERSON-RECORD.
           05 TP-PERSON-ID          PIC 9(05).
           05 TP-HUMAN-NAME         PIC X(20).
           05 FILLER                PIC X(13).

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  TEST-COMP.
       01  TEST-COMP-RECORD.
           05 TC-PERSON-ID          PIC 9(05).
           05 FILLER                PIC X(32).

       FD  PERSON-ADDRESS.
           COPY "person-address.cpy".

       FD  TEST-ADDRESS.
       01  TEST-ADDRESS-RECORD.
           05 TA-ADDRESS-KEY        PIC X(06).
           05 FILLER                PIC X(127).

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  TEST-MANAGER.
       01  TEST-MANAGER-RECORD.
           05 TM-PERSON-ID          PIC 9(05).
           05 FILLER                PIC X(05).

       FD  DEDUCT-MASTER.
           COPY "deduct-master.cpy".

       FD  TEST-DEDUCT.
       01  TEST-DEDUCT-RECORD.
           05 TD-DEDUCT-KEY         PIC X(09).
           05 FILLER                PIC X(15).

       FD  VACATION-BALANCE.
           COPY "vacation-balance.cpy".

       FD  TEST-VACBAL.
       01  TEST-VACBAL-RECORD.
           05 TV-PERSON-ID          PIC 9(05).
           05 FILLER                PIC X(24).

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  TEST-DEPT.
       01  TEST-DEPT-RECORD.
           05 TX-DEPT-CODE          PIC X(04).
           05 FILLER                PIC X(37).

       FD  GRADE-MASTER.
           COPY "grade-master.cpy".

       FD  TEST-GRADE.
       01  TEST-GRADE-RECORD.
           05 TG-GRADE-CODE         PIC X(02).
           05 FILLER                PIC X(34).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "enqueue-call.cpy".
           COPY "control-totals-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-TP-STATUS              PIC X(02) VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-TC-STATUS              PIC X(02) VALUE "00".
       01 WS-AD-STATUS              PIC X(02) VALUE "00".
           88 WS-AD-OK                        VALUE "00".
       01 WS-TA-STATUS              PIC X(02) VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
       01 WS-DD-STATUS              PIC X(02) VALUE "00".
           88 WS-DD-OK                        VALUE "00".
       01 WS-TD-STATUS              PIC X(02) VALUE "00".
       01 WS-VB-STATUS              PIC X(02) VALUE "00".
           88 WS-VB-OK                        VALUE "00".
       01 WS-TV-STATUS              PIC X(02) VALUE "00".
       01 WS-DM-STATUS              PIC X(02) VALUE "00".
           88 WS-DM-OK                        VALUE "00".
       01 WS-TX-STATUS              PIC X(02) VALUE "00".
       01 WS-GR-STATUS              PIC X(02) VALUE "00".
           88 WS-GR-OK                        VALUE "00".
       01 WS-TG-STATUS              PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-COMMAND                PIC X(80) VALUE SPACES.
       01 WS-SKIPPED-FILE           PIC X(08) VALUE SPACES.
       01 WS-FINAL-RETURN-CODE      PIC 9(02) VALUE 0.
       01 WS-SEED-TEXT              PIC X(06) VALUE SPACES.
       01 WS-MASK-SEED              PIC 9(06) VALUE 0.
       01 WS-MASK-KEY               PIC 9(06) VALUE 0.
       01 WS-HASH-WORK              PIC 9(10) VALUE 0.
       01 WS-QUOT-WORK              PIC 9(10) VALUE 0.
       01 WS-QUOT-WORK-2            PIC 9(10) VALUE 0.
       01 WS-MOD-WORK               PIC 9(05) VALUE 0.
       01 WS-SURNAME-SUB            PIC 9(02) VALUE 0.
       01 WS-GIVEN-SUB              PIC 9(02) VALUE 0.
       01 WS-STREET-SUB             PIC 9(02) VALUE 0.
       01 WS-HOUSE-NUMBER           PIC 9(04) VALUE 0.
       01 WS-APARTMENT              PIC 9(02) VALUE 0.
       01 WS-PHONE-SUFFIX           PIC 9(02) VALUE 0.
       01 WS-MASKED-NAME            PIC X(20) VALUE SPACES.
       01 WS-MASKED-PHONE           PIC X(15) VALUE SPACES.
       01 WS-PCT-WORK               PIC S9(02) VALUE 0.
       01 WS-SALARY-WORK            PIC 9(11) VALUE 0.
       01 WS-PERSON-COUNT           PIC 9(07) VALUE 0.
       01 WS-COMP-COUNT             PIC 9(07) VALUE 0.
       01 WS-ADDRESS-COUNT          PIC 9(07) VALUE 0.
       01 WS-MANAGER-COUNT          PIC 9(07) VALUE 0.
       01 WS-DEDUCT-COUNT           PIC 9(07) VALUE 0.
       01 WS-VACBAL-COUNT           PIC 9(07) VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(07) VALUE 0.
       01 WS-CLAMPED-COUNT          PIC 9(07) VALUE 0.

       01 WS-GRADE-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-GRADE-MAX              PIC 9(03) COMP VALUE 100.
       01 WS-GRADE-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-GRADE-FOUND                  VALUE "Y".
       01 WS-GRADE-TABLE.
           05 WS-GT-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-GT-IDX.
               10 WS-GT-GRADE-CODE  PIC X(02).
               10 WS-GT-MIN-SALARY  PIC 9(11).
               10 WS-GT-MAX-SALARY  PIC 9(11).

      *> the replacement names and streets; the table sizes are
      *> prime to each other so the pairs spread evenly over IDs.
       01 WS-SURNAME-VALUES.
           05 FILLER PIC X(10) VALUE "ABBOTT    ".
           05 FILLER PIC X(10) VALUE "BARLOW    ".
           05 FILLER PIC X(10) VALUE "CARVER    ".
           05 FILLER PIC X(10) VALUE "DALTON    ".
           05 FILLER PIC X(10) VALUE "EASTON    ".
           05 FILLER PIC X(10) VALUE "FENWICK   ".
           05 FILLER PIC X(10) VALUE "GARRETT   ".
           05 FILLER PIC X(10) VALUE "HOLLIS    ".
           05 FILLER PIC X(10) VALUE "IRWIN     ".
           05 FILLER PIC X(10) VALUE "JARVIS    ".
           05 FILLER PIC X(10) VALUE "KEMP      ".
           05 FILLER PIC X(10) VALUE "LOWELL    ".
           05 FILLER PIC X(10) VALUE "MERCER    ".
           05 FILLER PIC X(10) VALUE "NORTON    ".
           05 FILLER PIC X(10) VALUE "OSBORNE   ".
           05 FILLER PIC X(10) VALUE "PRESTON   ".
           05 FILLER PIC X(10) VALUE "QUINLAN   ".
           05 FILLER PIC X(10) VALUE "RANDALL   ".
           05 FILLER PIC X(10) VALUE "SUTTON    ".
           05 FILLER PIC X(10) VALUE "TRAVERS   ".
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05 WS-SURNAME            PIC X(10) OCCURS 20 TIMES.
       01 WS-GIVEN-VALUES.
           05 FILLER PIC X(08) VALUE "ALICE   ".
           05 FILLER PIC X(08) VALUE "BRIAN   ".
           05 FILLER PIC X(08) VALUE "CLAIRE  ".
           05 FILLER PIC X(08) VALUE "DENNIS  ".
           05 FILLER PIC X(08) VALUE "ELLEN   ".
           05 FILLER PIC X(08) VALUE "FRANK   ".
           05 FILLER PIC X(08) VALUE "GRACE   ".
           05 FILLER PIC X(08) VALUE "HAROLD  ".
           05 FILLER PIC X(08) VALUE "IRENE   ".
           05 FILLER PIC X(08) VALUE "JOSEPH  ".
           05 FILLER PIC X(08) VALUE "KATHLEEN".
           05 FILLER PIC X(08) VALUE "LEONARD ".
           05 FILLER PIC X(08) VALUE "MARGARET".
       01 WS-GIVEN-TABLE REDEFINES WS-GIVEN-VALUES.
           05 WS-GIVEN-NAME         PIC X(08) OCCURS 13 TIMES.
       01 WS-STREET-VALUES.
           05 FILLER PIC X(12) VALUE "OAK ST      ".
           05 FILLER PIC X(12) VALUE "MAPLE AVE   ".
           05 FILLER PIC X(12) VALUE "CEDAR LN    ".
           05 FILLER PIC X(12) VALUE "ELM ST      ".
           05 FILLER PIC X(12) VALUE "PINE RD     ".
           05 FILLER PIC X(12) VALUE "BIRCH DR    ".
           05 FILLER PIC X(12) VALUE "WALNUT ST   ".
           05 FILLER PIC X(12) VALUE "SPRUCE CT   ".
           05 FILLER PIC X(12) VALUE "ASPEN WAY   ".
           05 FILLER PIC X(12) VALUE "WILLOW AVE  ".
           05 FILLER PIC X(12) VALUE "HICKORY RD  ".
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05 WS-STREET-NAME        PIC X(12) OCCURS 11 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
           IF OA-REFUSED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Refresh refused - operator " RC-OPERATOR-ID
                   " lacks authority."
               PERFORM 0019-END-JOB-TIMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PERSMAST" TO EQ-RESOURCE-NAME
           MOVE RC-JOB-STEP-NAME TO EQ-HOLDER-NAME
           SET EQ-SHARED TO TRUE
           SET EQ-WAIT TO TRUE
           CALL "EnqResource" USING EQ-RESOURCE-NAME
               EQ-HOLDER-NAME EQ-MODE EQ-WAIT-CHOICE EQ-GRANT-FLAG
           IF EQ-DENIED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSMAST is held elsewhere - not run."
               PERFORM 0019-END-JOB-TIMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-COPY-GRADE-MASTER
           PERFORM 1100-COPY-DEPT-MASTER
           PERFORM 2000-REFRESH-PERSON-MASTER
               THRU 2000-REFRESH-PERSON-MASTER-EXIT
           IF WS-PM-OK
               PERFORM 3000-REFRESH-COMP-MASTER
               PERFORM 4000-REFRESH-ADDRESSES
               PERFORM 5000-COPY-MANAGER-LINKS
               PERFORM 5100-COPY-DEDUCTIONS
               PERFORM 5200-COPY-VACATION-BALANCES
               PERFORM 5300-COPY-NEXT-ID
               PERFORM 6000-WRITE-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           CALL "DeqResource" USING EQ-RESOURCE-NAME
               EQ-HOLDER-NAME
           PERFORM 0019-END-JOB-TIMER
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and take the masking seed.                            *>
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
           MOVE "TSTRFRSH" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-TIME(1:6) TO WS-MASK-SEED
           ACCEPT WS-SEED-TEXT FROM ENVIRONMENT "TESTRFR_SEED"
           IF WS-SEED-TEXT IS NUMERIC
               MOVE WS-SEED-TEXT TO WS-MASK-SEED
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-COPY-GRADE-MASTER - GRADEMST goes across unchanged,     *>
      *> and each grade's range is held for the salary masking.       *>
      *>----------------------------------------------------------*>
       1000-COPY-GRADE-MASTER.
           OPEN INPUT GRADE-MASTER
           IF NOT WS-GR-OK
               MOVE "GRADEMST" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-GRADE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-COPY-ONE-GRADE
                   UNTIL WS-AT-END
               CLOSE TEST-GRADE
               CLOSE GRADE-MASTER
           END-IF.

       1010-COPY-ONE-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   WRITE TEST-GRADE-RECORD FROM GRADE-MASTER-RECORD
                   IF WS-GRADE-COUNT < WS-GRADE-MAX
                       ADD 1 TO WS-GRADE-COUNT
                       SET WS-GT-IDX TO WS-GRADE-COUNT
                       MOVE GR-GRADE-CODE
                           TO WS-GT-GRADE-CODE(WS-GT-IDX)
                       MOVE GR-MIN-SALARY
                           TO WS-GT-MIN-SALARY(WS-GT-IDX)
                       MOVE GR-MAX-SALARY
                           TO WS-GT-MAX-SALARY(WS-GT-IDX)
                   END-IF
           END-READ.

       1100-COPY-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER
           IF NOT WS-DM-OK
               MOVE "DEPTMAST" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-DEPT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-COPY-ONE-DEPT
                   UNTIL WS-AT-END
               CLOSE TEST-DEPT
               CLOSE DEPT-MASTER
           END-IF.

       1110-COPY-ONE-DEPT.
           READ DEPT-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   WRITE TEST-DEPT-RECORD FROM DEPARTMENT-MASTER-RECORD
                   ADD 1 TO WS-DEPT-COUNT
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-REFRESH-PERSON-MASTER - every person row with its name  *>
      *> replaced; without the person master there is nothing to      *>
      *> refresh and the .TST set is left as it was.                  *>
      *>----------------------------------------------------------*>
       2000-REFRESH-PERSON-MASTER.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "TSTRFRSH" TO LE-PROGRAM-NAME
               MOVE "2000-REFRESH-PERSON" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST - test set not refreshed"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               GO TO 2000-REFRESH-PERSON-MASTER-EXIT
           END-IF
           OPEN OUTPUT TEST-PERSON
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-MASK-ONE-PERSON
               UNTIL WS-AT-END
           CLOSE TEST-PERSON
           CLOSE PERSON-MASTER.
       2000-REFRESH-PERSON-MASTER-EXIT.
           EXIT.

       2010-MASK-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE PM-PERSON-ID TO WS-MASK-KEY
                   PERFORM 9100-BUILD-MASKED-NAME
                   MOVE WS-MASKED-NAME TO PM-HUMAN-NAME
                   WRITE TEST-PERSON-RECORD FROM PERSON-MASTER-RECORD
                   ADD 1 TO WS-PERSON-COUNT
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-REFRESH-COMP-MASTER - grade, dates and pay basis as     *>
      *> they stand; the salary (and an hourly rate) moved by the     *>
      *> person's masking percentage and held inside the grade.       *>
      *>----------------------------------------------------------*>
       3000-REFRESH-COMP-MASTER.
           OPEN INPUT COMP-MASTER
           IF NOT WS-CM-OK
               MOVE "COMPMAST" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-COMP
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3010-MASK-ONE-COMP-ROW
                   UNTIL WS-AT-END
               CLOSE TEST-COMP
               CLOSE COMP-MASTER
           END-IF.

       3010-MASK-ONE-COMP-ROW.
           READ COMP-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE CM-PERSON-ID TO WS-MASK-KEY
                   PERFORM 9300-PICK-SALARY-PERCENT
                   COMPUTE WS-SALARY-WORK ROUNDED =
                       CM-ANNUAL-SALARY * (100 + WS-PCT-WORK) / 100
                   PERFORM 3100-HOLD-INSIDE-GRADE
                       THRU 3100-HOLD-INSIDE-GRADE-EXIT
                   MOVE WS-SALARY-WORK TO CM-ANNUAL-SALARY
                   IF CM-HOURLY
                       COMPUTE CM-HOURLY-RATE ROUNDED =
                           CM-HOURLY-RATE * (100 + WS-PCT-WORK) / 100
                   END-IF
                   WRITE TEST-COMP-RECORD FROM COMP-MASTER-RECORD
                   ADD 1 TO WS-COMP-COUNT
           END-READ.

       3100-HOLD-INSIDE-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG
           PERFORM 3110-MATCH-ONE-GRADE
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GRADE-COUNT
                   OR WS-GRADE-FOUND
           IF NOT WS-GRADE-FOUND
               GO TO 3100-HOLD-INSIDE-GRADE-EXIT
           END-IF
           IF WS-GT-MAX-SALARY(WS-GT-IDX) = 0
               GO TO 3100-HOLD-INSIDE-GRADE-EXIT
           END-IF
           IF WS-SALARY-WORK < WS-GT-MIN-SALARY(WS-GT-IDX)
               MOVE WS-GT-MIN-SALARY(WS-GT-IDX) TO WS-SALARY-WORK
               ADD 1 TO WS-CLAMPED-COUNT
           END-IF
           IF WS-SALARY-WORK > WS-GT-MAX-SALARY(WS-GT-IDX)
               MOVE WS-GT-MAX-SALARY(WS-GT-IDX) TO WS-SALARY-WORK
               ADD 1 TO WS-CLAMPED-COUNT
           END-IF.
       3100-HOLD-INSIDE-GRADE-EXIT.
           EXIT.

       3110-MATCH-ONE-GRADE.
           IF WS-GT-GRADE-CODE(WS-GT-IDX) = CM-GRADE
               SET WS-GRADE-FOUND TO TRUE
               SET WS-GT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-REFRESH-ADDRESSES - street lines, contact name and      *>
      *> phone replaced, keyed on the person so the H and M rows of   *>
      *> one person agree; city, state and postal code kept.          *>
      *>----------------------------------------------------------*>
       4000-REFRESH-ADDRESSES.
           OPEN INPUT PERSON-ADDRESS
           IF NOT WS-AD-OK
               MOVE "PERSADDR" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-ADDRESS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 4010-MASK-ONE-ADDRESS
                   UNTIL WS-AT-END
               CLOSE TEST-ADDRESS
               CLOSE PERSON-ADDRESS
           END-IF.

       4010-MASK-ONE-ADDRESS.
           READ PERSON-ADDRESS NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   MOVE AD-PERSON-ID TO WS-MASK-KEY
                   PERFORM 9200-BUILD-MASKED-STREET
                       THRU 9200-BUILD-MASKED-STREET-EXIT
                   IF AD-CONTACT-PHONE NOT = SPACES
                       IF AD-TYPE-EMERGENCY
                           ADD 50000 TO WS-MASK-KEY
                       END-IF
                       PERFORM 9400-BUILD-MASKED-PHONE
                       MOVE WS-MASKED-PHONE TO AD-CONTACT-PHONE
                   END-IF
                   IF AD-CONTACT-NAME NOT = SPACES
                       COMPUTE WS-MASK-KEY = AD-PERSON-ID + 50000
                       PERFORM 9100-BUILD-MASKED-NAME
                       MOVE WS-MASKED-NAME TO AD-CONTACT-NAME
                   END-IF
                   WRITE TEST-ADDRESS-RECORD
                       FROM PERSON-ADDRESS-RECORD
                   ADD 1 TO WS-ADDRESS-COUNT
           END-READ.

      *>----------------------------------------------------------*>
      *> 5000-5300 - the reporting lines, deductions, vacation        *>
      *> balances and the next-ID control carry nothing personal      *>
      *> and go across as they stand.                                 *>
      *>----------------------------------------------------------*>
       5000-COPY-MANAGER-LINKS.
           OPEN INPUT PERSON-MANAGER
           IF NOT WS-MG-OK
               MOVE "PERSMGR" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-MANAGER
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 5010-COPY-ONE-MANAGER-LINK
                   UNTIL WS-AT-END
               CLOSE TEST-MANAGER
               CLOSE PERSON-MANAGER
           END-IF.

       5010-COPY-ONE-MANAGER-LINK.
           READ PERSON-MANAGER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   WRITE TEST-MANAGER-RECORD FROM PERSON-MANAGER-RECORD
                   ADD 1 TO WS-MANAGER-COUNT
           END-READ.

       5100-COPY-DEDUCTIONS.
           OPEN INPUT DEDUCT-MASTER
           IF NOT WS-DD-OK
               MOVE "DEDMAST" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-DEDUCT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 5110-COPY-ONE-DEDUCTION
                   UNTIL WS-AT-END
               CLOSE TEST-DEDUCT
               CLOSE DEDUCT-MASTER
           END-IF.

       5110-COPY-ONE-DEDUCTION.
           READ DEDUCT-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   WRITE TEST-DEDUCT-RECORD FROM DEDUCT-MASTER-RECORD
                   ADD 1 TO WS-DEDUCT-COUNT
           END-READ.

       5200-COPY-VACATION-BALANCES.
           OPEN INPUT VACATION-BALANCE
           IF NOT WS-VB-OK
               MOVE "VACBAL" TO WS-SKIPPED-FILE
               PERFORM 9900-NOTE-SKIPPED-FILE
           ELSE
               OPEN OUTPUT TEST-VACBAL
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 5210-COPY-ONE-BALANCE
                   UNTIL WS-AT-END
               CLOSE TEST-VACBAL
               CLOSE VACATION-BALANCE
           END-IF.

       5210-COPY-ONE-BALANCE.
           READ VACATION-BALANCE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   WRITE TEST-VACBAL-RECORD
                       FROM VACATION-BALANCE-RECORD
                   ADD 1 TO WS-VACBAL-COUNT
           END-READ.

       5300-COPY-NEXT-ID.
           MOVE SPACES TO WS-COMMAND
           STRING "cp PERSNUM.CTL PERSNUM.TST 2>/dev/null"
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

      *>----------------------------------------------------------*>
      *> 6000-WRITE-CONTROL-TOTALS - rows written per file, and how   *>
      *> many masked salaries had to be pulled back inside a grade.   *>
      *>----------------------------------------------------------*>
       6000-WRITE-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Persons: " WS-PERSON-COUNT
               " Comp: " WS-COMP-COUNT
               " Addresses: " WS-ADDRESS-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Managers: " WS-MANAGER-COUNT
               " Deductions: " WS-DEDUCT-COUNT
               " Vacation: " WS-VACBAL-COUNT
               " Held to grade: " WS-CLAMPED-COUNT
           MOVE RC-JOB-STEP-NAME TO CW-JOB-STEP
           MOVE "PERSONS" TO CW-TOTAL-NAME
           MOVE WS-PERSON-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "COMP-ROWS" TO CW-TOTAL-NAME
           MOVE WS-COMP-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "ADDRESSES" TO CW-TOTAL-NAME
           MOVE WS-ADDRESS-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "MANAGER-LINKS" TO CW-TOTAL-NAME
           MOVE WS-MANAGER-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "DEDUCTIONS" TO CW-TOTAL-NAME
           MOVE WS-DEDUCT-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "VAC-BALANCES" TO CW-TOTAL-NAME
           MOVE WS-VACBAL-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL
           MOVE "HELD-TO-GRADE" TO CW-TOTAL-NAME
           MOVE WS-CLAMPED-COUNT TO CW-TOTAL-VALUE
           PERFORM 6010-WRITE-ONE-TOTAL.

       6010-WRITE-ONE-TOTAL.
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.

      *>----------------------------------------------------------*>
      *> 9100-BUILD-MASKED-NAME - a surname and given name picked     *>
      *> from the tables by WS-MASK-KEY and the seed; the same key    *>
      *> always gives the same name within one refresh.               *>
      *>----------------------------------------------------------*>
       9100-BUILD-MASKED-NAME.
           COMPUTE WS-HASH-WORK = WS-MASK-KEY * 7919 + WS-MASK-SEED
           DIVIDE WS-HASH-WORK BY 20 GIVING WS-QUOT-WORK
               REMAINDER WS-MOD-WORK
           COMPUTE WS-SURNAME-SUB = WS-MOD-WORK + 1
           DIVIDE WS-QUOT-WORK BY 13 GIVING WS-QUOT-WORK-2
               REMAINDER WS-MOD-WORK
           COMPUTE WS-GIVEN-SUB = WS-MOD-WORK + 1
           MOVE SPACES TO WS-MASKED-NAME
           STRING WS-SURNAME(WS-SURNAME-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-GIVEN-NAME(WS-GIVEN-SUB) DELIMITED BY SPACE
               INTO WS-MASKED-NAME.

      *>----------------------------------------------------------*>
      *> 9200-BUILD-MASKED-STREET - a house number and street from    *>
      *> the table for the person; a second line, where there was     *>
      *> one, becomes an apartment number.                            *>
      *>----------------------------------------------------------*>
       9200-BUILD-MASKED-STREET.
           IF AD-STREET-LINE-1 = SPACES
               GO TO 9200-BUILD-MASKED-STREET-EXIT
           END-IF
           COMPUTE WS-HASH-WORK = WS-MASK-KEY * 6007 + WS-MASK-SEED
           DIVIDE WS-HASH-WORK BY 11 GIVING WS-QUOT-WORK
               REMAINDER WS-MOD-WORK
           COMPUTE WS-STREET-SUB = WS-MOD-WORK + 1
           DIVIDE WS-QUOT-WORK BY 9800 GIVING WS-QUOT-WORK-2
               REMAINDER WS-MOD-WORK
           COMPUTE WS-HOUSE-NUMBER = WS-MOD-WORK + 100
           MOVE SPACES TO AD-STREET-LINE-1
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET-NAME(WS-STREET-SUB) DELIMITED BY "  "
               INTO AD-STREET-LINE-1
           IF AD-STREET-LINE-2 NOT = SPACES
               DIVIDE WS-QUOT-WORK-2 BY 90 GIVING WS-QUOT-WORK
                   REMAINDER WS-MOD-WORK
               COMPUTE WS-APARTMENT = WS-MOD-WORK + 10
               MOVE SPACES TO AD-STREET-LINE-2
               STRING "APT " DELIMITED BY SIZE
                   WS-APARTMENT DELIMITED BY SIZE
                   INTO AD-STREET-LINE-2
           END-IF.
       9200-BUILD-MASKED-STREET-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 9300-PICK-SALARY-PERCENT - the person's masking move, from   *>
      *> minus ten to plus ten percent.                               *>
      *>----------------------------------------------------------*>
       9300-PICK-SALARY-PERCENT.
           COMPUTE WS-HASH-WORK = WS-MASK-KEY * 4001
               + WS-MASK-SEED * 3
           DIVIDE WS-HASH-WORK BY 21 GIVING WS-QUOT-WORK
               REMAINDER WS-MOD-WORK
           COMPUTE WS-PCT-WORK = WS-MOD-WORK - 10.

      *>----------------------------------------------------------*>
      *> 9400-BUILD-MASKED-PHONE - a number in the 555-0100 to        *>
      *> 555-0199 range set aside for fiction, so a masked phone can  *>
      *> never ring anyone.                                           *>
      *>----------------------------------------------------------*>
       9400-BUILD-MASKED-PHONE.
           COMPUTE WS-HASH-WORK = WS-MASK-KEY * 3083 + WS-MASK-SEED
           DIVIDE WS-HASH-WORK BY 100 GIVING WS-QUOT-WORK
               REMAINDER WS-MOD-WORK
           MOVE WS-MOD-WORK TO WS-PHONE-SUFFIX
           MOVE SPACES TO WS-MASKED-PHONE
           STRING "555-01" DELIMITED BY SIZE
               WS-PHONE-SUFFIX DELIMITED BY SIZE
               INTO WS-MASKED-PHONE.

      *>----------------------------------------------------------*>
      *> 9900-NOTE-SKIPPED-FILE - a production file that will not    *>
      *> open leaves its .TST copy as it was; the run goes on with    *>
      *> the rest but ends with a warning return code.                *>
      *>----------------------------------------------------------*>
       9900-NOTE-SKIPPED-FILE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Unable to open " WS-SKIPPED-FILE
               " - its test copy is not refreshed."
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Unable to open " DELIMITED BY SIZE
               WS-SKIPPED-FILE DELIMITED BY SPACE
               " - test copy not refreshed" DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           MOVE "TSTRFRSH" TO LE-PROGRAM-NAME
           MOVE "9900-NOTE-SKIPPED" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           IF WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
