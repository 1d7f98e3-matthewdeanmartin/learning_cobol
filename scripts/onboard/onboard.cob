      *>--------------------------------------------------------------*>
      *> PROGRAM:    Onboard                                          *>
      *> PURPOSE:    New-hire onboarding apply, so a hire stops       *>
      *>             taking five separate steps and people stop       *>
      *>             turning up on PERSMAST with no COMPMAST row.     *>
      *>             Each NEWHIRE.DAT row is edited in full before    *>
      *>             anything is written; a clean row is then built   *>
      *>             in one pass - AddPerson, SetCompensation, the    *>
      *>             home (and emergency contact) SetPersonAddress,   *>
      *>             SetPersonManager, SetPersonLanguage when the row *>
      *>             names a language, and last AssignPosition.  If   *>
      *>             any of those writes is refused, the rows already *>
      *>             written are backed out (CancelCompensation,      *>
      *>             BackOutNewHire) and the hire is rejected whole.  *>
      *>             A completed hire marks the oldest OPEN REQMAST   *>
      *>             requisition for the position filled - one in     *>
      *>             the hire's department first, else any - and an   *>
      *>             onboarding packet is spooled via SubmitPrintJob, *>
      *>             its text the ONB messages from MSGCAT.DAT in the *>
      *>             hire's language (English when none is given).    *>
      *>             The run is gated by CheckOperatorAuth at the     *>
      *>             batch update level.  Rejects go to NEWHREJ.DAT   *>
      *>             with a reason code:                              *>
      *>               NH01  name missing                             *>
      *>               NH02  department not an active DEPTMAST code   *>
      *>               NH03  hire date not a real date                *>
      *>               NH04  grade not an active GRADEMST code        *>
      *>               NH05  salary missing or outside grade range    *>
      *>               NH06  position not an active POSNMAST code     *>
      *>               NH07  manager not an active person             *>
      *>               NH08  home address or emergency contact        *>
      *>                     incomplete                               *>
      *>               NH09  AddPerson refused (bad or duplicate      *>
      *>                     name, department headcount budget)       *>
      *>               NH10  a later write refused - hire backed out  *>
      *>               NH11  language code not two letters            *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               ONBOARD_PRINT_QUEUE  packet queue (def. lp)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  NEWHIRE.DAT rows carry an optional preferred   *>
      *>               language code, set through SetPersonLanguage   *>
      *>               (NH11 when it is not two letters), and the     *>
      *>               packet text is now the ONB messages from       *>
      *>               MSGCAT.DAT in that language.                   *>
      *>   2026-10-15  The COMPMAST row is backed out only when       *>
      *>               SetCompensation wrote it, not when the change  *>
      *>               was held on CHGREQ.                            *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Onboard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NH-STATUS.
           SELECT REJECT-FILE ASSIGN TO "NEWHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-HIRE-FILE.
           COPY "new-hire.cpy".

       FD  REJECT-FILE.
       01 NEW-HIRE-REJECT-RECORD.
           05 NJ-INPUT-ROW              PIC X(185).
           05 FILLER                    PIC X(01).
           05 NJ-REASON-CODE            PIC X(04).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  REQUISITION-FILE.
           COPY "requisition.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "format-number-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "person.cpy".
           COPY "person-detail.cpy".
           COPY "person-search.cpy".
           COPY "person-address-detail.cpy".
           COPY "person-manager-detail.cpy".
           COPY "person-language-detail.cpy".
           COPY "emit-message-call.cpy".
           COPY "person-position.cpy".
           COPY "comp.cpy".
           COPY "dept.cpy".
           COPY "grade.cpy".
           COPY "position.cpy".
       01 CompPersonId              PIC 9(05) VALUE 0.
       01 WS-NH-STATUS              PIC X(02) VALUE "00".
           88 WS-NH-OK                        VALUE "00".
       01 WS-REJ-STATUS             PIC X(02) VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-RQ-STATUS              PIC X(02) VALUE "00".
           88 WS-RQ-OK                        VALUE "00".
       01 WS-REQ-FILE-FLAG          PIC X(01) VALUE "N".
           88 WS-REQ-FILE-OPEN                VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-RQ-EOF                 PIC X(01) VALUE "N".
           88 WS-RQ-AT-END                    VALUE "Y".
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
       01 WS-PACKET-FILE            PIC X(20) VALUE SPACES.

      *> the hire being built, and which of its rows are on file so
      *> a refused write can back out exactly those.
       01 WS-NEW-PERSON-ID          PIC 9(05) VALUE 0.
       01 WS-COMP-WRITTEN-FLAG      PIC X(01) VALUE "N".
           88 WS-COMP-WRITTEN                 VALUE "Y".
       01 WS-BUILD-FLAG             PIC X(01) VALUE "N".
           88 WS-BUILD-COMPLETE               VALUE "Y".
           88 WS-BUILD-FAILED                 VALUE "N".
       01 WS-FAILED-STEP            PIC X(20) VALUE SPACES.
       01 WS-MANAGER-NAME           PIC X(20) VALUE SPACES.

      *> the requisition the hire fills - a match in the hire's
      *> department wins over one elsewhere.
       01 WS-DEPT-REQ-NUMBER        PIC 9(06) VALUE 0.
       01 WS-ANY-REQ-NUMBER         PIC 9(06) VALUE 0.
       01 WS-FILLED-REQ-NUMBER      PIC 9(06) VALUE 0.

       01 WS-READ-COUNT             PIC 9(07) VALUE 0.
       01 WS-ONBOARDED-COUNT        PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-BACKED-OUT-COUNT       PIC 9(07) VALUE 0.
       01 WS-REQS-FILLED-COUNT      PIC 9(07) VALUE 0.

      *> the packet lines are the ONB messages in MSGCAT.DAT; these
      *> are the values substituted into them.
       01 WS-PACKET-LANGUAGE        PIC X(02) VALUE "EN".
       01 WS-HL-ID                  PIC ZZZZ9.
       01 WS-SL-DATE                PIC 9(08).
       01 WS-ML-ID                  PIC ZZZZ9.
       01 WS-RL-REQ-NUMBER          PIC 9(06).
       01 WS-ADDRESS-LINE-2.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 WS-AL-STREET-2        PIC X(30).
       01 WS-ADDRESS-LINE-3.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 WS-AL-CITY            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-STATE           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AL-POSTAL          PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0040-CHECK-ONBOARD-AUTHORITY
               IF OA-AUTHORIZED
                   PERFORM 1000-OPEN-FILES
                   IF WS-PM-OK
                       OPEN OUTPUT REJECT-FILE
                       PERFORM 2000-APPLY-NEW-HIRE-FILE
                       CLOSE REJECT-FILE
                       CLOSE PERSON-MASTER
                       IF WS-REQ-FILE-OPEN
                           CLOSE REQUISITION-FILE
                       END-IF
                       PERFORM 7000-SHOW-CONTROL-TOTALS
                       PERFORM 0030-MARK-JOB-COMPLETE
                   END-IF
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the packet print queue.                           *>
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
           MOVE "ONBOARD" TO RC-JOB-STEP-NAME
           ACCEPT WS-PRINT-QUEUE
               FROM ENVIRONMENT "ONBOARD_PRINT_QUEUE"
           IF WS-PRINT-QUEUE = SPACES
               MOVE "lp" TO WS-PRINT-QUEUE
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

       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 0040-CHECK-ONBOARD-AUTHORITY - building master and child     *>
      *> rows is a batch update; the operator must hold that level    *>
      *> on OPERAUTH.CTL.                                             *>
      *>----------------------------------------------------------*>
       0040-CHECK-ONBOARD-AUTHORITY.
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
           IF OA-REFUSED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Onboarding refused - operator " RC-OPERATOR-ID
                   " lacks authority."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PERSMAST (for the manager edit) is         *>
      *> required; with no REQMAST there is no requisition to fill.   *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "ONBOARD" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O REQUISITION-FILE
           IF WS-RQ-OK
               SET WS-REQ-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-APPLY-NEW-HIRE-FILE - the NEWHIRE.DAT batch.            *>
      *>----------------------------------------------------------*>
       2000-APPLY-NEW-HIRE-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT NEW-HIRE-FILE
           IF NOT WS-NH-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No NEWHIRE.DAT - nobody to onboard."
           ELSE
               PERFORM 2010-APPLY-ONE-NEW-HIRE
                   UNTIL WS-AT-END
               CLOSE NEW-HIRE-FILE
           END-IF.

       2010-APPLY-ONE-NEW-HIRE.
           READ NEW-HIRE-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NEW-HIRE-RECORD(1:1) NOT = "*"
                       AND NEW-HIRE-RECORD NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3000-EDIT-NEW-HIRE
                           THRU 3000-EDIT-NEW-HIRE-EXIT
                       IF WS-REASON-CODE = SPACES
                           PERFORM 4000-BUILD-NEW-HIRE
                               THRU 4000-BUILD-NEW-HIRE-EXIT
                       END-IF
                       IF WS-REASON-CODE = SPACES
                           PERFORM 5000-FILL-REQUISITION
                           PERFORM 6000-SPOOL-PACKET
                           ADD 1 TO WS-ONBOARDED-COUNT
                       ELSE
                           PERFORM 3900-WRITE-REJECT-RECORD
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3000-EDIT-NEW-HIRE - every field edited before anything is  *>
      *> written; the first failure wins the reason code.             *>
      *>----------------------------------------------------------*>
       3000-EDIT-NEW-HIRE.
           MOVE SPACES TO WS-REASON-CODE
           IF NH-HUMAN-NAME = SPACES
               MOVE "NH01" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE NH-DEPARTMENT-CODE TO DeptCode
           CALL "ValidateDeptCode" USING DeptCode DeptFoundFlag
           IF DeptNotFound
               MOVE "NH02" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           IF NH-HIRE-DATE IS NOT NUMERIC
               MOVE "NH03" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE NH-HIRE-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF DC-DATE-INVALID
               MOVE "NH03" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE NH-GRADE TO GradeCode
           CALL "ValidateGradeCode" USING GradeCode GradeFoundFlag
           IF GradeNotFound
               MOVE "NH04" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           IF NH-ANNUAL-SALARY IS NOT NUMERIC
               OR NH-ANNUAL-SALARY = 0
               MOVE "NH05" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           CALL "GetGradeRange" USING GradeCode GradeMinSalary
               GradeMidSalary GradeMaxSalary GradeFoundFlag
           IF GradeWasFound
               AND (NH-ANNUAL-SALARY < GradeMinSalary
                   OR NH-ANNUAL-SALARY > GradeMaxSalary)
               MOVE "NH05" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE NH-POSITION-CODE TO PositionCode
           CALL "ValidatePositionCode" USING PositionCode
               PositionFoundFlag
           IF PositionNotFound
               MOVE "NH06" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           IF NH-MANAGER-ID IS NOT NUMERIC
               OR NH-MANAGER-ID = 0
               MOVE "NH07" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE NH-MANAGER-ID TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "NH07" TO WS-REASON-CODE
                   GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-READ
           IF NOT PM-ACTIVE
               MOVE "NH07" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           MOVE PM-HUMAN-NAME TO WS-MANAGER-NAME
           IF NH-STREET-LINE-1 = SPACES OR NH-CITY = SPACES
               OR NH-STATE-CODE = SPACES OR NH-POSTAL-CODE = SPACES
               MOVE "NH08" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           IF NH-CONTACT-NAME NOT = SPACES
               AND NH-CONTACT-PHONE = SPACES
               MOVE "NH08" TO WS-REASON-CODE
               GO TO 3000-EDIT-NEW-HIRE-EXIT
           END-IF
           IF NH-LANGUAGE-CODE NOT = SPACES
               AND (NH-LANGUAGE-CODE IS NOT ALPHABETIC-UPPER
                   OR NH-LANGUAGE-CODE(1:1) = SPACE
                   OR NH-LANGUAGE-CODE(2:1) = SPACE)
               MOVE "NH11" TO WS-REASON-CODE
           END-IF.
       3000-EDIT-NEW-HIRE-EXIT.
           EXIT.

       3900-WRITE-REJECT-RECORD.
           MOVE SPACES TO NEW-HIRE-REJECT-RECORD
           MOVE NEW-HIRE-RECORD TO NJ-INPUT-ROW
           MOVE WS-REASON-CODE TO NJ-REASON-CODE
           WRITE NEW-HIRE-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      *>----------------------------------------------------------*>
      *> 4000-BUILD-NEW-HIRE - the master record and every child row  *>
      *> in order, the position last because POSHIST.LOG cannot be    *>
      *> taken back.  A refused write backs out what is on file.      *>
      *>----------------------------------------------------------*>
       4000-BUILD-NEW-HIRE.
           SET WS-BUILD-FAILED TO TRUE
           MOVE "N" TO WS-COMP-WRITTEN-FLAG
           MOVE 0 TO WS-NEW-PERSON-ID
           MOVE NH-HUMAN-NAME TO NewName
           MOVE NH-DEPARTMENT-CODE TO PersonDepartmentCode
           MOVE NH-HIRE-DATE TO PersonHireDate
           CALL "AddPerson" USING NewName PersonIndex PersonName
               PersonDetail
           IF PersonIndex = 0
               MOVE "NH09" TO WS-REASON-CODE
               GO TO 4000-BUILD-NEW-HIRE-EXIT
           END-IF
           MOVE PersonIndex TO WS-NEW-PERSON-ID
           MOVE WS-NEW-PERSON-ID TO CompPersonId
           MOVE NH-GRADE TO CompGrade
           MOVE NH-ANNUAL-SALARY TO CompAnnualSalary
           MOVE NH-HIRE-DATE TO CompEffectiveDate
           CALL "SetCompensation" USING CompPersonId CompGrade
               CompAnnualSalary CompEffectiveDate CompFoundFlag
           IF CompNotFound
               MOVE "SetCompensation" TO WS-FAILED-STEP
               GO TO 4000-BUILD-NEW-HIRE-EXIT
           END-IF
      *> only a row written here is backed out; a change held on
      *> CHGREQ never reached COMPMAST and is left to be decided.
           IF CompWasFound
               SET WS-COMP-WRITTEN TO TRUE
           END-IF
           MOVE SPACES TO PersonAddressDetail
           MOVE "H" TO PersonAddressType
           MOVE NH-STREET-LINE-1 TO PersonStreetLine1
           MOVE NH-STREET-LINE-2 TO PersonStreetLine2
           MOVE NH-CITY TO PersonCity
           MOVE NH-STATE-CODE TO PersonStateCode
           MOVE NH-POSTAL-CODE TO PersonPostalCode
           MOVE WS-NEW-PERSON-ID TO PersonIndex
           CALL "SetPersonAddress" USING PersonIndex
               PersonAddressDetail PersonFoundFlag
           IF PersonNotFound
               MOVE "SetPersonAddress" TO WS-FAILED-STEP
               GO TO 4000-BUILD-NEW-HIRE-EXIT
           END-IF
           IF NH-CONTACT-NAME NOT = SPACES
               MOVE SPACES TO PersonAddressDetail
               MOVE "E" TO PersonAddressType
               MOVE NH-CONTACT-NAME TO PersonContactName
               MOVE NH-CONTACT-PHONE TO PersonContactPhone
               CALL "SetPersonAddress" USING PersonIndex
                   PersonAddressDetail PersonFoundFlag
               IF PersonNotFound
                   MOVE "SetPersonAddress" TO WS-FAILED-STEP
                   GO TO 4000-BUILD-NEW-HIRE-EXIT
               END-IF
           END-IF
           MOVE NH-MANAGER-ID TO PersonManagerId
           CALL "SetPersonManager" USING PersonIndex
               PersonManagerId PersonFoundFlag
           IF PersonNotFound
               MOVE "SetPersonManager" TO WS-FAILED-STEP
               GO TO 4000-BUILD-NEW-HIRE-EXIT
           END-IF
           IF NH-LANGUAGE-CODE NOT = SPACES
               MOVE NH-LANGUAGE-CODE TO PersonLanguageCode
               CALL "SetPersonLanguage" USING PersonIndex
                   PersonLanguageCode PersonFoundFlag
               IF PersonNotFound
                   MOVE "SetPersonLanguage" TO WS-FAILED-STEP
                   GO TO 4000-BUILD-NEW-HIRE-EXIT
               END-IF
           END-IF
           MOVE NH-POSITION-CODE TO PersonPositionCode
           MOVE NH-HIRE-DATE TO PersonPositionDate
           CALL "AssignPosition" USING PersonIndex
               PersonPositionDetail PersonFoundFlag
           IF PersonNotFound
               MOVE "AssignPosition" TO WS-FAILED-STEP
               GO TO 4000-BUILD-NEW-HIRE-EXIT
           END-IF
           SET WS-BUILD-COMPLETE TO TRUE.
       4000-BUILD-NEW-HIRE-EXIT.
           IF WS-BUILD-FAILED AND WS-NEW-PERSON-ID NOT = 0
               PERFORM 4100-BACK-OUT-NEW-HIRE
           END-IF.

      *>----------------------------------------------------------*>
      *> 4100-BACK-OUT-NEW-HIRE - undo a hire whose later write was   *>
      *> refused: the COMPMAST row if it went on, then the address,   *>
      *> manager, language and master rows.                           *>
      *>----------------------------------------------------------*>
       4100-BACK-OUT-NEW-HIRE.
           MOVE "NH10" TO WS-REASON-CODE
           IF WS-COMP-WRITTEN
               MOVE WS-NEW-PERSON-ID TO CompPersonId
               CALL "CancelCompensation" USING CompPersonId
                   CompFoundFlag
           END-IF
           MOVE WS-NEW-PERSON-ID TO PersonIndex
           CALL "BackOutNewHire" USING PersonIndex PersonFoundFlag
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " New hire " WS-NEW-PERSON-ID " backed out - "
               WS-FAILED-STEP " refused."
           MOVE "ONBOARD" TO LE-PROGRAM-NAME
           MOVE "4100-BACK-OUT-HIRE" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           IF PersonWasFound
               STRING "New hire backed out - refused at "
                       DELIMITED BY SIZE
                   WS-FAILED-STEP DELIMITED BY SPACE
                   INTO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
           ELSE
               STRING "Back-out incomplete - check person "
                       DELIMITED BY SIZE
                   WS-NEW-PERSON-ID DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
           END-IF
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ADD 1 TO WS-BACKED-OUT-COUNT.

      *>----------------------------------------------------------*>
      *> 5000-FILL-REQUISITION - the oldest OPEN requisition for the  *>
      *> position, in the hire's department if there is one, is       *>
      *> marked filled by the new person.                             *>
      *>----------------------------------------------------------*>
       5000-FILL-REQUISITION.
           MOVE 0 TO WS-FILLED-REQ-NUMBER
           MOVE 0 TO WS-DEPT-REQ-NUMBER
           MOVE 0 TO WS-ANY-REQ-NUMBER
           IF WS-REQ-FILE-OPEN
               MOVE "N" TO WS-RQ-EOF
               MOVE 0 TO RQ-REQ-NUMBER
               START REQUISITION-FILE
                   KEY IS GREATER THAN RQ-REQ-NUMBER
                   INVALID KEY
                       SET WS-RQ-AT-END TO TRUE
               END-START
               PERFORM 5010-MATCH-ONE-REQUISITION
                   UNTIL WS-RQ-AT-END
               IF WS-DEPT-REQ-NUMBER NOT = 0
                   MOVE WS-DEPT-REQ-NUMBER TO WS-FILLED-REQ-NUMBER
               ELSE
                   MOVE WS-ANY-REQ-NUMBER TO WS-FILLED-REQ-NUMBER
               END-IF
           END-IF
           IF WS-FILLED-REQ-NUMBER NOT = 0
               MOVE WS-FILLED-REQ-NUMBER TO RQ-REQ-NUMBER
               READ REQUISITION-FILE
                   INVALID KEY
                       MOVE 0 TO WS-FILLED-REQ-NUMBER
                   NOT INVALID KEY
                       SET RQ-FILLED TO TRUE
                       MOVE WS-NEW-PERSON-ID TO RQ-FILLED-BY
                       MOVE RC-RUN-DATE TO RQ-CLOSED-DATE
                       MOVE RC-OPERATOR-ID TO RQ-OPERATOR-ID
                       REWRITE REQUISITION-RECORD
                       ADD 1 TO WS-REQS-FILLED-COUNT
               END-READ
           END-IF.

       5010-MATCH-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET WS-RQ-AT-END TO TRUE
               NOT AT END
                   IF RQ-OPEN AND RQ-POSITION-CODE = NH-POSITION-CODE
                       IF RQ-DEPT-CODE = NH-DEPARTMENT-CODE
                           MOVE RQ-REQ-NUMBER TO WS-DEPT-REQ-NUMBER
                           SET WS-RQ-AT-END TO TRUE
                       ELSE
                           IF WS-ANY-REQ-NUMBER = 0
                               MOVE RQ-REQ-NUMBER
                                   TO WS-ANY-REQ-NUMBER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 6000-SPOOL-PACKET - one onboarding document per hire, named *>
      *> for the new person ID and handed to the print queue.        *>
      *>----------------------------------------------------------*>
       6000-SPOOL-PACKET.
           MOVE NH-LANGUAGE-CODE TO WS-PACKET-LANGUAGE
           IF WS-PACKET-LANGUAGE = SPACES
               MOVE "EN" TO WS-PACKET-LANGUAGE
           END-IF
           MOVE SPACES TO WS-PACKET-FILE
           STRING "ONBOARD." DELIMITED BY SIZE
               WS-NEW-PERSON-ID DELIMITED BY SIZE
               INTO WS-PACKET-FILE
           MOVE WS-PACKET-FILE TO RW-REPORT-FILE-NAME
           MOVE "ONB00001" TO EM-MESSAGE-ID
           MOVE SPACES TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 6900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-REPORT-TITLE
           MOVE SPACES TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE WS-NEW-PERSON-ID TO WS-HL-ID
           MOVE "ONB00002" TO EM-MESSAGE-ID
           MOVE NH-HUMAN-NAME TO EM-SUB-1
           MOVE WS-HL-ID TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00003" TO EM-MESSAGE-ID
           MOVE NH-DEPARTMENT-CODE TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE NH-HIRE-DATE TO WS-SL-DATE
           MOVE "ONB00004" TO EM-MESSAGE-ID
           MOVE WS-SL-DATE TO EM-SUB-1
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE NH-POSITION-CODE TO PositionCode
           MOVE SPACES TO NewPositionTitle
           CALL "position" USING PositionCode NewPositionTitle
               PositionTitle PositionGrade
           MOVE "ONB00005" TO EM-MESSAGE-ID
           MOVE NH-POSITION-CODE TO EM-SUB-1
           MOVE PositionTitle TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE NH-ANNUAL-SALARY TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE "USD" TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE "ONB00006" TO EM-MESSAGE-ID
           MOVE NH-GRADE TO EM-SUB-1
           MOVE FN-FORMATTED-AMOUNT TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE NH-MANAGER-ID TO WS-ML-ID
           MOVE "ONB00007" TO EM-MESSAGE-ID
           MOVE WS-MANAGER-NAME TO EM-SUB-1
           MOVE WS-ML-ID TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00008" TO EM-MESSAGE-ID
           MOVE NH-STREET-LINE-1 TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           IF NH-STREET-LINE-2 NOT = SPACES
               MOVE NH-STREET-LINE-2 TO WS-AL-STREET-2
               MOVE WS-ADDRESS-LINE-2 TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           MOVE NH-CITY TO WS-AL-CITY
           MOVE NH-STATE-CODE TO WS-AL-STATE
           MOVE NH-POSTAL-CODE TO WS-AL-POSTAL
           MOVE WS-ADDRESS-LINE-3 TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF NH-CONTACT-NAME NOT = SPACES
               MOVE "ONB00009" TO EM-MESSAGE-ID
               MOVE NH-CONTACT-NAME TO EM-SUB-1
               MOVE NH-CONTACT-PHONE TO EM-SUB-2
               PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           END-IF
           IF WS-FILLED-REQ-NUMBER NOT = 0
               MOVE WS-FILLED-REQ-NUMBER TO WS-RL-REQ-NUMBER
               MOVE "ONB00010" TO EM-MESSAGE-ID
               MOVE WS-RL-REQ-NUMBER TO EM-SUB-1
               MOVE SPACES TO EM-SUB-2
               PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           END-IF
           MOVE SPACES TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           MOVE "ONB00011" TO EM-MESSAGE-ID
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00012" TO EM-MESSAGE-ID
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00013" TO EM-MESSAGE-ID
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00014" TO EM-MESSAGE-ID
           PERFORM 6910-WRITE-ONE-MESSAGE-LINE
           MOVE "ONB00015" TO EM-MESSAGE-ID
           PERFORM 6900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-PACKET-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-PRINT-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER.

      *>----------------------------------------------------------*>
      *> 6900-FORMAT-ONE-LINE - the EM-MESSAGE-ID text with its two   *>
      *> values, in the hire's language; 6910 writes it as the next   *>
      *> packet line.                                                 *>
      *>----------------------------------------------------------*>
       6900-FORMAT-ONE-LINE.
           MOVE WS-PACKET-LANGUAGE TO EM-LANGUAGE-CODE
           CALL "FormatMessageText" USING EM-MESSAGE-ID EM-SUB-1
               EM-SUB-2 EM-LANGUAGE-CODE EM-MESSAGE-TEXT
               EM-TEXT-LANGUAGE.

       6910-WRITE-ONE-MESSAGE-LINE.
           PERFORM 6900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

      *>----------------------------------------------------------*>
      *> 7000-SHOW-CONTROL-TOTALS - end-of-job counts; rows read      *>
      *> must equal onboarded plus rejected.                          *>
      *>----------------------------------------------------------*>
       7000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS New hire rows read: " WS-READ-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Onboarded: " WS-ONBOARDED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " (backed out: " WS-BACKED-OUT-COUNT ")"
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Requisitions filled: "
               WS-REQS-FILLED-COUNT
           MOVE "ONBOARD" TO CW-JOB-STEP
           MOVE "ONBOARDED" TO CW-TOTAL-NAME
           MOVE WS-ONBOARDED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REJECTED" TO CW-TOTAL-NAME
           MOVE WS-REJECTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "BACKED-OUT" TO CW-TOTAL-NAME
           MOVE WS-BACKED-OUT-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REQS-FILLED" TO CW-TOTAL-NAME
           MOVE WS-REQS-FILLED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
