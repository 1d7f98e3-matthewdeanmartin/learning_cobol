      *>--------------------------------------------------------------*>
      *> PROGRAM:    CallTree                                         *>
      *> PURPOSE:    Emergency contact call tree for business         *>
      *>             continuity, so the PERSADDR E rows can be found  *>
      *>             in an incident.  The active and on-leave roster  *>
      *>             is loaded with each person's PERSMGR manager,    *>
      *>             home phone (the phone on the H row) and          *>
      *>             emergency contact (the E row), and two reports   *>
      *>             are printed through the shared ReportWriter:     *>
      *>               CALLTREE.yyyymmdd  one section per manager     *>
      *>                 listing the direct reports with their home   *>
      *>                 phone and emergency contact name and phone,  *>
      *>                 then the people no active manager calls      *>
      *>                 (tops of the tree and orphans);              *>
      *>               CALLDEPT.yyyymmdd  the compact warden copy -   *>
      *>                 one page per department, one line a person.  *>
      *>             Anyone with no E row is flagged on both.         *>
      *>             On demand it is a MENUCTL.CTL choice; nightly    *>
      *>             it is a NIGHTCMD.CTL step (CALLTREE) that        *>
      *>             JOBSKED.CTL runs last, after the night's         *>
      *>             updates, so the incident binder copy is current. *>
      *>             Control totals LISTED and NO-CONTACT go to       *>
      *>             CTLTOTAL.DAT.                                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CallTree.

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
           SELECT PERSON-MANAGER ASSIGN TO "PERSMGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT PERSON-ADDRESS ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-AD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  PERSON-ADDRESS.
           COPY "person-address.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "dept.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
           88 WS-MG-OK                        VALUE "00".
       01 WS-AD-STATUS              PIC X(02) VALUE "00".
           88 WS-AD-OK                        VALUE "00".
       01 WS-MANAGER-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-MANAGER-FILE-OPEN            VALUE "Y".
       01 WS-ADDRESS-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-ADDRESS-FILE-OPEN            VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-LISTED-COUNT           PIC 9(05) VALUE 0.
       01 WS-NO-CONTACT-COUNT       PIC 9(05) VALUE 0.
       01 WS-MANAGER-COUNT          PIC 9(05) VALUE 0.
       01 WS-UNCALLED-COUNT         PIC 9(05) VALUE 0.

       01 WS-PERSON-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-PERSON-MAX             PIC 9(04) COMP VALUE 1000.
       01 WS-PERSON-SUB             PIC 9(04) COMP VALUE 0.
       01 WS-SCAN-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-PERSON-TABLE.
           05 WS-PT-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-ID          PIC 9(05).
               10 WS-PT-NAME        PIC X(20).
               10 WS-PT-DEPT        PIC X(04).
               10 WS-PT-MGR         PIC 9(05).
               10 WS-PT-HOME-PHONE  PIC X(15).
               10 WS-PT-CONTACT     PIC X(20).
               10 WS-PT-CONTACT-PH  PIC X(15).
               10 WS-PT-E-ROW-FLAG  PIC X(01).
                   88 WS-PT-HAS-E-ROW         VALUE "Y".
                   88 WS-PT-NO-E-ROW          VALUE "N".
               10 WS-PT-CALLER-FLAG PIC X(01).
                   88 WS-PT-HAS-CALLER        VALUE "Y".
                   88 WS-PT-NO-CALLER         VALUE "N".
       01 WS-REPORTS-FLAG           PIC X(01) VALUE "N".
           88 WS-HAS-REPORTS                  VALUE "Y".

       01 WS-DEPT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-DEPT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
       01 WS-DEPT-TABLE.
           05 WS-DP-CODE            PIC X(04) OCCURS 200 TIMES.

       01 WS-TREE-HEADING.
           05 FILLER                PIC X(40) VALUE
               "   ID NAME                 HOME PHONE   ".
           05 FILLER                PIC X(40) VALUE
               "   EMERGENCY CONTACT    CONTACT PHONE   ".
       01 WS-DEPT-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
               "NAME                 HOME PHONE         ".
           05 FILLER                PIC X(40) VALUE
               "EMERGENCY CONTACT    CONTACT PHONE      ".
       01 WS-MANAGER-LINE.
           05 FILLER                PIC X(16) VALUE
               "CALLED BY       ".
           05 WS-MH-ID              PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MH-NAME            PIC X(20).
           05 FILLER                PIC X(07) VALUE " DEPT ".
           05 WS-MH-DEPT            PIC X(04).
           05 FILLER                PIC X(08) VALUE "  HOME ".
           05 WS-MH-PHONE           PIC X(15).
       01 WS-UNCALLED-HEADING       PIC X(60) VALUE
           "NO ACTIVE MANAGER - CALLED BY THE INCIDENT LEAD".
       01 WS-CALL-LINE.
           05 WS-CL-ID              PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-HOME-PHONE      PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-CONTACT         PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-CONTACT-PH      PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-FLAG            PIC X(28).
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-CODE            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DH-NAME            PIC X(30).
       01 WS-DEPT-LINE.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-HOME-PHONE      PIC X(15).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-DL-CONTACT         PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CONTACT-PH      PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(28).
       01 WS-NO-CONTACT-TEXT        PIC X(28) VALUE
           "** NO EMERGENCY CONTACT **".
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(08) VALUE "LISTED: ".
           05 WS-FL-LISTED          PIC ZZZZ9.
           05 FILLER                PIC X(21) VALUE
               "  NO EMERGENCY ROW: ".
           05 WS-FL-NO-CONTACT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-LOAD-THE-ROSTER
               THRU 1000-LOAD-THE-ROSTER-EXIT
           IF WS-PM-OK
               PERFORM 2000-PRINT-THE-CALL-TREE
               PERFORM 3000-PRINT-THE-WARDEN-COPY
               PERFORM 7000-SHOW-CONTROL-TOTALS
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
           MOVE "CALLTREE" TO RC-JOB-STEP-NAME.

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
      *> 1000-LOAD-THE-ROSTER - every active or on-leave master      *>
      *> record with its PERSMGR manager, its H row phone and its E  *>
      *> row contact, and the distinct departments as they appear.   *>
      *> No PERSMGR or PERSADDR file just means nobody has a manager *>
      *> or a contact - which the report will say.                   *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-ROSTER.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "CALLTREE" TO LE-PROGRAM-NAME
               MOVE "1000-LOAD-ROSTER" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-LOAD-THE-ROSTER-EXIT
           END-IF
           OPEN INPUT PERSON-MANAGER
           IF WS-MG-OK
               SET WS-MANAGER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PERSON-ADDRESS
           IF WS-AD-OK
               SET WS-ADDRESS-FILE-OPEN TO TRUE
           END-IF
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
           IF WS-ADDRESS-FILE-OPEN
               CLOSE PERSON-ADDRESS
           END-IF
           PERFORM 1100-FIND-ONE-CALLER
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT.
       1000-LOAD-THE-ROSTER-EXIT.
           EXIT.

       1010-LOAD-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF (PM-ACTIVE OR PM-ON-LEAVE)
                       AND WS-PERSON-COUNT < WS-PERSON-MAX
                       ADD 1 TO WS-PERSON-COUNT
                       MOVE WS-PERSON-COUNT TO WS-PERSON-SUB
                       PERFORM 1020-FILL-ONE-ENTRY
                       PERFORM 1030-NOTE-ONE-DEPARTMENT
                   END-IF
           END-READ.

       1020-FILL-ONE-ENTRY.
           MOVE PM-PERSON-ID TO WS-PT-ID(WS-PERSON-SUB)
           MOVE PM-HUMAN-NAME TO WS-PT-NAME(WS-PERSON-SUB)
           MOVE PM-DEPARTMENT-CODE TO WS-PT-DEPT(WS-PERSON-SUB)
           MOVE 0 TO WS-PT-MGR(WS-PERSON-SUB)
           MOVE SPACES TO WS-PT-HOME-PHONE(WS-PERSON-SUB)
           MOVE SPACES TO WS-PT-CONTACT(WS-PERSON-SUB)
           MOVE SPACES TO WS-PT-CONTACT-PH(WS-PERSON-SUB)
           MOVE "N" TO WS-PT-E-ROW-FLAG(WS-PERSON-SUB)
           MOVE "N" TO WS-PT-CALLER-FLAG(WS-PERSON-SUB)
           IF WS-MANAGER-FILE-OPEN
               MOVE PM-PERSON-ID TO MG-PERSON-ID
               READ PERSON-MANAGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MG-MANAGER-ID TO WS-PT-MGR(WS-PERSON-SUB)
               END-READ
           END-IF
           IF WS-ADDRESS-FILE-OPEN
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               MOVE "H" TO AD-ADDRESS-TYPE
               READ PERSON-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-CONTACT-PHONE
                           TO WS-PT-HOME-PHONE(WS-PERSON-SUB)
               END-READ
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               MOVE "E" TO AD-ADDRESS-TYPE
               READ PERSON-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-CONTACT-NAME
                           TO WS-PT-CONTACT(WS-PERSON-SUB)
                       MOVE AD-CONTACT-PHONE
                           TO WS-PT-CONTACT-PH(WS-PERSON-SUB)
                       MOVE "Y" TO WS-PT-E-ROW-FLAG(WS-PERSON-SUB)
               END-READ
           END-IF
           IF WS-PT-NO-E-ROW(WS-PERSON-SUB)
               ADD 1 TO WS-NO-CONTACT-COUNT
           END-IF.

       1030-NOTE-ONE-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 1040-MATCH-ONE-DEPT-CODE
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
           IF NOT WS-DEPT-FOUND
               AND WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE PM-DEPARTMENT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
           END-IF.

       1040-MATCH-ONE-DEPT-CODE.
           IF WS-DP-CODE(WS-DEPT-SUB) = PM-DEPARTMENT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-FIND-ONE-CALLER - a person whose manager is in the      *>
      *> loaded roster is called by that manager; anyone else (no     *>
      *> manager, or one who is not active) is called by the          *>
      *> incident lead.                                               *>
      *>----------------------------------------------------------*>
       1100-FIND-ONE-CALLER.
           IF WS-PT-MGR(WS-PERSON-SUB) NOT = 0
               PERFORM 1110-MATCH-ONE-CALLER
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-PERSON-COUNT
                       OR WS-PT-HAS-CALLER(WS-PERSON-SUB)
           END-IF.

       1110-MATCH-ONE-CALLER.
           IF WS-PT-ID(WS-SCAN-SUB) = WS-PT-MGR(WS-PERSON-SUB)
               AND WS-SCAN-SUB NOT = WS-PERSON-SUB
               MOVE "Y" TO WS-PT-CALLER-FLAG(WS-PERSON-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-THE-CALL-TREE - one section per manager with     *>
      *> their direct reports, then the people nobody on the roster   *>
      *> calls.  Everyone appears exactly once as a callee.           *>
      *>----------------------------------------------------------*>
       2000-PRINT-THE-CALL-TREE.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "CALLTREE." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE "EMERGENCY CALL TREE" TO RW-REPORT-TITLE
           MOVE WS-TREE-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           PERFORM 2100-PRINT-ONE-MANAGER
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-UNCALLED-HEADING TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 2200-PRINT-ONE-UNCALLED
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PERSON-COUNT
           MOVE WS-LISTED-COUNT TO WS-FL-LISTED
           MOVE WS-NO-CONTACT-COUNT TO WS-FL-NO-CONTACT
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       2100-PRINT-ONE-MANAGER.
           MOVE "N" TO WS-REPORTS-FLAG
           PERFORM 2110-CHECK-ONE-REPORT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PERSON-COUNT
                   OR WS-HAS-REPORTS
           IF WS-HAS-REPORTS
               ADD 1 TO WS-MANAGER-COUNT
               MOVE SPACES TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               MOVE WS-PT-ID(WS-PERSON-SUB) TO WS-MH-ID
               MOVE WS-PT-NAME(WS-PERSON-SUB) TO WS-MH-NAME
               MOVE WS-PT-DEPT(WS-PERSON-SUB) TO WS-MH-DEPT
               MOVE WS-PT-HOME-PHONE(WS-PERSON-SUB) TO WS-MH-PHONE
               MOVE WS-MANAGER-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               PERFORM 2120-PRINT-ONE-REPORT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-PERSON-COUNT
           END-IF.

       2110-CHECK-ONE-REPORT.
           IF WS-PT-HAS-CALLER(WS-SCAN-SUB)
               AND WS-PT-MGR(WS-SCAN-SUB) = WS-PT-ID(WS-PERSON-SUB)
               SET WS-HAS-REPORTS TO TRUE
           END-IF.

       2120-PRINT-ONE-REPORT.
           IF WS-PT-HAS-CALLER(WS-SCAN-SUB)
               AND WS-PT-MGR(WS-SCAN-SUB) = WS-PT-ID(WS-PERSON-SUB)
               PERFORM 2300-WRITE-CALL-LINE
           END-IF.

       2200-PRINT-ONE-UNCALLED.
           IF WS-PT-NO-CALLER(WS-SCAN-SUB)
               ADD 1 TO WS-UNCALLED-COUNT
               PERFORM 2300-WRITE-CALL-LINE
           END-IF.

       2300-WRITE-CALL-LINE.
           MOVE WS-PT-ID(WS-SCAN-SUB) TO WS-CL-ID
           MOVE WS-PT-NAME(WS-SCAN-SUB) TO WS-CL-NAME
           MOVE WS-PT-HOME-PHONE(WS-SCAN-SUB) TO WS-CL-HOME-PHONE
           MOVE WS-PT-CONTACT(WS-SCAN-SUB) TO WS-CL-CONTACT
           MOVE WS-PT-CONTACT-PH(WS-SCAN-SUB) TO WS-CL-CONTACT-PH
           IF WS-PT-NO-E-ROW(WS-SCAN-SUB)
               MOVE WS-NO-CONTACT-TEXT TO WS-CL-FLAG
           ELSE
               MOVE SPACES TO WS-CL-FLAG
           END-IF
           MOVE WS-CALL-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

      *>----------------------------------------------------------*>
      *> 3000-PRINT-THE-WARDEN-COPY - the building wardens' compact   *>
      *> version: each department on a page of its own, one line a    *>
      *> person, no reporting lines.                                  *>
      *>----------------------------------------------------------*>
       3000-PRINT-THE-WARDEN-COPY.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "CALLDEPT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE "EMERGENCY CONTACTS BY DEPARTMENT" TO RW-REPORT-TITLE
           MOVE WS-DEPT-COLUMN-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           PERFORM 3100-PRINT-ONE-DEPT-PAGE
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       3100-PRINT-ONE-DEPT-PAGE.
           CALL "StartReportPage"
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-DH-CODE
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO DeptCode
           MOVE SPACES TO NewDeptName
           CALL "dept" USING DeptCode NewDeptName DeptName
               DeptCostCenter
           MOVE DeptName TO WS-DH-NAME
           MOVE WS-DEPT-HEADING TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 3110-PRINT-ONE-DEPT-LINE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PERSON-COUNT.

       3110-PRINT-ONE-DEPT-LINE.
           IF WS-PT-DEPT(WS-SCAN-SUB) = WS-DP-CODE(WS-DEPT-SUB)
               MOVE WS-PT-NAME(WS-SCAN-SUB) TO WS-DL-NAME
               MOVE WS-PT-HOME-PHONE(WS-SCAN-SUB) TO WS-DL-HOME-PHONE
               MOVE WS-PT-CONTACT(WS-SCAN-SUB) TO WS-DL-CONTACT
               MOVE WS-PT-CONTACT-PH(WS-SCAN-SUB) TO WS-DL-CONTACT-PH
               IF WS-PT-NO-E-ROW(WS-SCAN-SUB)
                   MOVE WS-NO-CONTACT-TEXT TO WS-DL-FLAG
               ELSE
                   MOVE SPACES TO WS-DL-FLAG
               END-IF
               MOVE WS-DEPT-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 7000-SHOW-CONTROL-TOTALS - listed must equal the roster      *>
      *> loaded; the no-contact count is the follow-up list.          *>
      *>----------------------------------------------------------*>
       7000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Persons listed: " WS-LISTED-COUNT
               " Managers: " WS-MANAGER-COUNT
               " No active manager: " WS-UNCALLED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS No emergency contact: "
               WS-NO-CONTACT-COUNT
           MOVE "CALLTREE" TO CW-JOB-STEP
           MOVE "LISTED" TO CW-TOTAL-NAME
           MOVE WS-LISTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "NO-CONTACT" TO CW-TOTAL-NAME
           MOVE WS-NO-CONTACT-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
