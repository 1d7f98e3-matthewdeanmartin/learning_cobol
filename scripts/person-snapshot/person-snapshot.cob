      *>--------------------------------------------------------------*>
      *> PROGRAM:    PersonSnapshot                                   *>
      *> PURPOSE:    Nightly joined person snapshot.  Run early in    *>
      *>             the night, it sweeps PERSON-MASTER once in       *>
      *>             person-ID order and writes one dated             *>
      *>             PERSSNAP.<yyyymmdd> detail per person with the   *>
      *>             COMPMAST compensation, the DEPTMAST department   *>
      *>             name and cost center, the current position (the  *>
      *>             latest POSHIST.LOG row, sorted once by person    *>
      *>             rather than scanned per person), the PERSMGR     *>
      *>             manager, the PERSLEAV leave dates and the        *>
      *>             PERSSERV service dates already joined on, so the *>
      *>             reporting jobs read one file instead of each     *>
      *>             sweeping the masters themselves.  A header       *>
      *>             carries the run date; a trailer carries the      *>
      *>             master totals (records, ID hash, COMPMAST rows   *>
      *>             joined, salary total).  The finished file is     *>
      *>             proved through OpenPersonSnapshot the same way   *>
      *>             every reader proves it: a snapshot that does not *>
      *>             balance ends the step with 8, and the readers    *>
      *>             fall back to the masters on their own.           *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonSnapshot.

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
           SELECT COMP-MASTER ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT PERSON-MANAGER ASSIGN TO "PERSMGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT PERSON-LEAVE ASSIGN TO "PERSLEAV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-PERSON-ID
               FILE STATUS IS WS-LV-STATUS.
           SELECT PERSON-SERVICE ASSIGN TO "PERSSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-PERSON-ID
               FILE STATUS IS WS-SV-STATUS.
           SELECT POSITION-HISTORY ASSIGN TO "POSHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SNAPSORT.WRK".
           SELECT SORTED-POSITIONS ASSIGN TO "SNAPSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT PERSON-SNAPSHOT ASSIGN TO WS-SNAPSHOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  PERSON-LEAVE.
           COPY "person-leave.cpy".

       FD  PERSON-SERVICE.
           COPY "person-service.cpy".

       FD  POSITION-HISTORY.
           COPY "position-history.cpy".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-PERSON-ID                PIC 9(05).
           05  FILLER                      PIC X(38).

       FD  SORTED-POSITIONS.
       01  SP-RECORD.
           05  SP-PERSON-ID                PIC 9(05).
           05  SP-POSITION-CODE            PIC X(06).
           05  SP-EFFECTIVE-DATE           PIC 9(08).
           05  FILLER                      PIC X(24).

       FD  PERSON-SNAPSHOT.
           COPY "person-snapshot.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "enqueue-call.cpy".
           COPY "person-snapshot-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-DM-STATUS              PIC X(02) VALUE "00".
           88 WS-DM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-LV-STATUS              PIC X(02) VALUE "00".
           88 WS-LV-OK                        VALUE "00".
       01 WS-SV-STATUS              PIC X(02) VALUE "00".
           88 WS-SV-OK                        VALUE "00".
       01 WS-PH-STATUS              PIC X(02) VALUE "00".
           88 WS-PH-OK                        VALUE "00".
       01 WS-SP-STATUS              PIC X(02) VALUE "00".
           88 WS-SP-OK                        VALUE "00".
       01 WS-PN-STATUS              PIC X(02) VALUE "00".
       01 WS-SNAPSHOT-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-SORTED-FILE-NAME       PIC X(12) VALUE "SNAPSORT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.

      *> which of the child files could be opened tonight.
       01 WS-COMP-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-COMP-FILE-OPEN               VALUE "Y".
       01 WS-DEPT-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-DEPT-FILE-OPEN               VALUE "Y".
       01 WS-MANAGER-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-MANAGER-FILE-OPEN            VALUE "Y".
       01 WS-LEAVE-FILE-FLAG        PIC X(01) VALUE "N".
           88 WS-LEAVE-FILE-OPEN              VALUE "Y".
       01 WS-SERVICE-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-SERVICE-FILE-OPEN            VALUE "Y".
       01 WS-POSITION-FILE-FLAG     PIC X(01) VALUE "N".
           88 WS-POSITION-FILE-OPEN           VALUE "Y".

       01 WS-EOF-SCAN               PIC X(01) VALUE "N".
           88 WS-SCAN-AT-END                  VALUE "Y".
       01 WS-POSITION-EOF           PIC X(01) VALUE "N".
           88 WS-POSITION-AT-END              VALUE "Y".

      *> the master totals the trailer carries.
       01 WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
       01 WS-ID-HASH-TOTAL          PIC 9(12) VALUE 0.
       01 WS-COMP-COUNT             PIC 9(07) VALUE 0.
       01 WS-SALARY-TOTAL           PIC 9(15) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               MOVE "PERSMAST" TO EQ-RESOURCE-NAME
               MOVE RC-JOB-STEP-NAME TO EQ-HOLDER-NAME
               SET EQ-SHARED TO TRUE
               SET EQ-WAIT TO TRUE
               CALL "EnqResource" USING EQ-RESOURCE-NAME
                   EQ-HOLDER-NAME EQ-MODE EQ-WAIT-CHOICE
                   EQ-GRANT-FLAG
               IF EQ-DENIED
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " PERSMAST is held exclusively - not run."
                   PERFORM 0019-END-JOB-TIMER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK
                   PERFORM 1100-SORT-THE-POSITIONS
                   PERFORM 1200-WRITE-HEADER
                   PERFORM 2000-SNAP-ONE-PERSON
                       UNTIL WS-SCAN-AT-END
                   PERFORM 2900-WRITE-TRAILER
                   PERFORM 2950-CLOSE-FILES
                   PERFORM 3000-PROVE-THE-SNAPSHOT
                   PERFORM 3100-SHOW-CONTROL-TOTALS
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
               CALL "DeqResource" USING EQ-RESOURCE-NAME
                   EQ-HOLDER-NAME
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
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
           MOVE "PERSSNAP" TO RC-JOB-STEP-NAME.

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
      *> 0030-MARK-JOB-COMPLETE - 0 when the snapshot proved; 8 when  *>
      *> it did not, so a successor that must have it can refuse.     *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION >= 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - the person master for the sweep, each      *>
      *> child file that is on hand (one that is not leaves its       *>
      *> columns empty, as a missing row would), and the dated        *>
      *> PERSSNAP.<yyyymmdd> snapshot.                                *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "PERSSNAP" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               OPEN INPUT COMP-MASTER
               IF WS-CM-OK
                   SET WS-COMP-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT DEPT-MASTER
               IF WS-DM-OK
                   SET WS-DEPT-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT PERSON-MANAGER
               IF WS-MG-OK
                   SET WS-MANAGER-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT PERSON-LEAVE
               IF WS-LV-OK
                   SET WS-LEAVE-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT PERSON-SERVICE
               IF WS-SV-OK
                   SET WS-SERVICE-FILE-OPEN TO TRUE
               END-IF
               STRING "PERSSNAP." DELIMITED BY SIZE
                   RC-RUN-DATE DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILE-NAME
               OPEN OUTPUT PERSON-SNAPSHOT
               MOVE "N" TO WS-EOF-SCAN
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
                       SET WS-SCAN-AT-END TO TRUE
               END-START
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-SORT-THE-POSITIONS - POSHIST.LOG sorted by person with  *>
      *> each person's rows kept in the order they were appended, so  *>
      *> a person's last row is their current position and the sweep  *>
      *> reads it once in step with the master.                       *>
      *>----------------------------------------------------------*>
       1100-SORT-THE-POSITIONS.
           OPEN INPUT POSITION-HISTORY
           IF WS-PH-OK
               CLOSE POSITION-HISTORY
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-PERSON-ID
                   WITH DUPLICATES IN ORDER
                   USING POSITION-HISTORY
                   GIVING SORTED-POSITIONS
               OPEN INPUT SORTED-POSITIONS
               IF WS-SP-OK
                   SET WS-POSITION-FILE-OPEN TO TRUE
                   MOVE "N" TO WS-POSITION-EOF
                   PERFORM 2310-READ-NEXT-POSITION
               END-IF
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO PERSON-SNAPSHOT-RECORD
           MOVE "H" TO PN-RECORD-TYPE
           MOVE RC-RUN-DATE TO PN-RUN-DATE
           MOVE RC-RUN-TIME TO PN-RUN-TIME
           MOVE RC-RUN-ID TO PN-RUN-ID
           MOVE RC-OPERATOR-ID TO PN-OPERATOR-ID
           WRITE PERSON-SNAPSHOT-RECORD.

      *>----------------------------------------------------------*>
      *> 2000-SNAP-ONE-PERSON - every master record, whatever its     *>
      *> state, with its child rows joined on; each reader applies    *>
      *> its own active / on-leave / inactive rules as before.        *>
      *>----------------------------------------------------------*>
       2000-SNAP-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-AT-END TO TRUE
               NOT AT END
                   MOVE SPACES TO PERSON-SNAPSHOT-RECORD
                   MOVE "D" TO PN-RECORD-TYPE
                   MOVE PM-PERSON-ID TO PN-PERSON-ID
                   MOVE PM-HUMAN-NAME TO PN-HUMAN-NAME
                   MOVE PM-DEPARTMENT-CODE TO PN-DEPARTMENT-CODE
                   MOVE PM-HIRE-DATE TO PN-HIRE-DATE
                   MOVE PM-ACTIVE-FLAG TO PN-ACTIVE-FLAG
                   PERFORM 2100-JOIN-THE-COMPENSATION
                   PERFORM 2200-JOIN-THE-DEPARTMENT
                   PERFORM 2300-JOIN-THE-POSITION
                   PERFORM 2400-JOIN-THE-CHILD-ROWS
                   WRITE PERSON-SNAPSHOT-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD PM-PERSON-ID TO WS-ID-HASH-TOTAL
           END-READ.

       2100-JOIN-THE-COMPENSATION.
           MOVE "N" TO PN-COMP-FLAG
           MOVE 0 TO PN-ANNUAL-SALARY
           MOVE 0 TO PN-COMP-EFFECTIVE
           MOVE 0 TO PN-HOURLY-RATE
           IF WS-COMP-FILE-OPEN
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PN-COMP-FLAG
                       MOVE CM-GRADE TO PN-GRADE
                       MOVE CM-ANNUAL-SALARY TO PN-ANNUAL-SALARY
                       MOVE CM-EFFECTIVE-DATE TO PN-COMP-EFFECTIVE
                       MOVE CM-PAY-BASIS TO PN-PAY-BASIS
                       MOVE CM-HOURLY-RATE TO PN-HOURLY-RATE
                       MOVE CM-CURRENCY-CODE TO PN-CURRENCY-CODE
                       ADD 1 TO WS-COMP-COUNT
                       ADD CM-ANNUAL-SALARY TO WS-SALARY-TOTAL
               END-READ
           END-IF.

      *> only an active DEPTMAST row names the department, as the
      *> dept subprogram's lookup does.
       2200-JOIN-THE-DEPARTMENT.
           MOVE "N" TO PN-DEPT-FLAG
           IF WS-DEPT-FILE-OPEN
               MOVE PM-DEPARTMENT-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DM-ACTIVE
                           MOVE "Y" TO PN-DEPT-FLAG
                           MOVE DM-DEPT-NAME TO PN-DEPT-NAME
                           MOVE DM-COST-CENTER TO PN-COST-CENTER
                       END-IF
               END-READ
           END-IF.

       2300-JOIN-THE-POSITION.
           MOVE 0 TO PN-POSITION-DATE
           IF WS-POSITION-FILE-OPEN
               PERFORM 2320-TAKE-ONE-POSITION
                   UNTIL WS-POSITION-AT-END
                       OR SP-PERSON-ID > PM-PERSON-ID
           END-IF.

       2310-READ-NEXT-POSITION.
           READ SORTED-POSITIONS
               AT END
                   SET WS-POSITION-AT-END TO TRUE
           END-READ.

      *> takes the row in hand for this person, then reads on; rows
      *> for a person no longer on the master are passed over.
       2320-TAKE-ONE-POSITION.
           IF SP-PERSON-ID = PM-PERSON-ID
               MOVE SP-POSITION-CODE TO PN-POSITION-CODE
               MOVE SP-EFFECTIVE-DATE TO PN-POSITION-DATE
           END-IF
           PERFORM 2310-READ-NEXT-POSITION.

       2400-JOIN-THE-CHILD-ROWS.
           MOVE 0 TO PN-MANAGER-ID
           IF WS-MANAGER-FILE-OPEN
               MOVE PM-PERSON-ID TO MG-PERSON-ID
               READ PERSON-MANAGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MG-MANAGER-ID TO PN-MANAGER-ID
               END-READ
           END-IF
           MOVE 0 TO PN-LEAVE-START
           MOVE 0 TO PN-LEAVE-RETURN
           IF WS-LEAVE-FILE-OPEN
               MOVE PM-PERSON-ID TO LV-PERSON-ID
               READ PERSON-LEAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-LEAVE-START TO PN-LEAVE-START
                       MOVE LV-EXPECTED-RETURN TO PN-LEAVE-RETURN
               END-READ
           END-IF
           MOVE "N" TO PN-SERVICE-FLAG
           MOVE 0 TO PN-PRIOR-SERVICE-DAYS
           MOVE 0 TO PN-STINT-START
           MOVE 0 TO PN-LAST-TERM-DATE
           MOVE 0 TO PN-REHIRE-COUNT
           IF WS-SERVICE-FILE-OPEN
               MOVE PM-PERSON-ID TO SV-PERSON-ID
               READ PERSON-SERVICE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PN-SERVICE-FLAG
                       MOVE SV-PRIOR-SERVICE-DAYS
                           TO PN-PRIOR-SERVICE-DAYS
                       MOVE SV-CURRENT-STINT-START TO PN-STINT-START
                       MOVE SV-LAST-TERM-DATE TO PN-LAST-TERM-DATE
                       MOVE SV-REHIRE-COUNT TO PN-REHIRE-COUNT
               END-READ
           END-IF.

       2900-WRITE-TRAILER.
           MOVE SPACES TO PERSON-SNAPSHOT-RECORD
           MOVE "T" TO PN-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO PN-RECORD-COUNT
           MOVE WS-ID-HASH-TOTAL TO PN-ID-HASH-TOTAL
           MOVE WS-COMP-COUNT TO PN-COMP-COUNT
           MOVE WS-SALARY-TOTAL TO PN-SALARY-TOTAL
           WRITE PERSON-SNAPSHOT-RECORD.

       2950-CLOSE-FILES.
           CLOSE PERSON-MASTER
           CLOSE PERSON-SNAPSHOT
           IF WS-COMP-FILE-OPEN
               CLOSE COMP-MASTER
           END-IF
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-MASTER
           END-IF
           IF WS-MANAGER-FILE-OPEN
               CLOSE PERSON-MANAGER
           END-IF
           IF WS-LEAVE-FILE-OPEN
               CLOSE PERSON-LEAVE
           END-IF
           IF WS-SERVICE-FILE-OPEN
               CLOSE PERSON-SERVICE
           END-IF
           IF WS-POSITION-FILE-OPEN
               CLOSE SORTED-POSITIONS
               CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-PROVE-THE-SNAPSHOT - read the finished file back the    *>
      *> way the reporting jobs will; one that would be refused       *>
      *> there fails the step here, loudly, before they start.        *>
      *>----------------------------------------------------------*>
       3000-PROVE-THE-SNAPSHOT.
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           CALL "ClosePersonSnapshot"
           IF NOT SN-USABLE
               MOVE 8 TO WS-CONDITION
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " " WS-SNAPSHOT-FILE-NAME " failed its proof - "
                   SN-REASON-TEXT
               MOVE "PERSSNAP" TO LE-PROGRAM-NAME
               MOVE "3000-PROVE-SNAPSHOT" TO LE-PARAGRAPH-NAME
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "Snapshot failed its proof - " DELIMITED BY SIZE
                   SN-REASON-TEXT DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

       3100-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Persons snapped: " WS-DETAIL-COUNT
               " ID hash total: " WS-ID-HASH-TOTAL
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS COMPMAST rows joined: " WS-COMP-COUNT
               " Salary total: " WS-SALARY-TOTAL
           MOVE "PERSSNAP" TO CW-JOB-STEP
           MOVE "SNAP-PERSONS" TO CW-TOTAL-NAME
           MOVE WS-DETAIL-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
