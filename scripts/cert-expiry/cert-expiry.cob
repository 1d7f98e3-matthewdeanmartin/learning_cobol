      *>--------------------------------------------------------------*>
      *> PROGRAM:    CertExpiry                                       *>
      *> PURPOSE:    Weekly certification expiry report.  Every       *>
      *>             PERSCERT row of a person still on the books      *>
      *>             whose expiry falls within the look-ahead window  *>
      *>             is listed as EXPIRING; and every person whose    *>
      *>             current POSHIST position carries a CERTPOSN.CTL  *>
      *>             requirement they do not hold (MISSING) or have   *>
      *>             let run out (LAPSED) is listed, logged and       *>
      *>             raised to the operator through AskOperator.  A   *>
      *>             row with no printed expiry runs the CERTCODE.CTL *>
      *>             validity period from its completion date.  The   *>
      *>             report is CERTEXP.yyyymmdd through the shared    *>
      *>             ReportWriter; EXPIRING and LAPSED counts go to   *>
      *>             CTLTOTAL.DAT.                                    *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               CERTEXP_DAYS  look-ahead in days (def. 30)     *>
      *>               CERTEXP_WAIT  seconds to wait on each operator *>
      *>                             message (default 60)             *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertExpiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CODE-FILE ASSIGN TO "CERTCODE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT CERT-POSITION-FILE ASSIGN TO "CERTPOSN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-CERT ASSIGN TO "PERSCERT"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CERT-KEY
               FILE STATUS IS WS-CE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CODE-FILE.
           COPY "cert-code.cpy".

       FD  CERT-POSITION-FILE.
           COPY "cert-position.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-CERT.
           COPY "person-cert.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "operator-message-call.cpy".
           COPY "person.cpy".
           COPY "person-search.cpy".
           COPY "person-position.cpy".
       01 WS-CC-STATUS              PIC X(02) VALUE "00".
           88 WS-CC-OK                        VALUE "00".
       01 WS-CP-STATUS              PIC X(02) VALUE "00".
           88 WS-CP-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CE-STATUS              PIC X(02) VALUE "00".
           88 WS-CE-OK                        VALUE "00".
       01 WS-CE-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-CE-FILE-OPEN                 VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-CERTS-DONE-FLAG        PIC X(01) VALUE "N".
           88 WS-CERTS-DONE                   VALUE "Y".
       01 WS-REPORT-FILE            PIC X(20) VALUE SPACES.
       01 WS-DAYS-TEXT              PIC X(03) VALUE SPACES.
       01 WS-LOOK-AHEAD-DAYS        PIC 9(03) VALUE 30.
       01 WS-WAIT-TEXT              PIC X(04) VALUE SPACES.
       01 WS-WAIT-SECONDS           PIC 9(04) VALUE 60.
       01 WS-HORIZON-DATE           PIC 9(08) VALUE 0.

      *> the expiry in force for one PERSCERT row; a certification
      *> that never expires carries all nines.
       01 WS-EXPIRY-DATE            PIC 9(08) VALUE 0.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05 WS-EX-YEAR            PIC 9(04).
           05 WS-EX-MONTH           PIC 9(02).
           05 WS-EX-DAY             PIC 9(02).
       01 WS-ADD-YEARS              PIC 9(03) VALUE 0.
       01 WS-ADD-MONTHS             PIC 9(02) VALUE 0.
       01 WS-CERT-STATUS            PIC X(08) VALUE SPACES.

      *> CERTCODE.CTL - validity period and name by code.
       01 WS-CODE-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-CODE-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-CODE-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-CODE-FOUND                   VALUE "Y".
       01 WS-CODE-TABLE.
           05 WS-CD-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-CD-IDX.
               10 WS-CD-CERT-CODE   PIC X(06).
               10 WS-CD-MONTHS      PIC 9(03).
               10 WS-CD-NAME        PIC X(30).

      *> CERTPOSN.CTL - certifications each position requires.
       01 WS-REQ-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-REQ-MAX                PIC 9(03) COMP VALUE 500.
       01 WS-REQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-RQ-IDX.
               10 WS-RQ-POSITION    PIC X(06).
               10 WS-RQ-CERT-CODE   PIC X(06).

       01 WS-PEOPLE-COUNT           PIC 9(07) VALUE 0.
       01 WS-EXPIRING-COUNT         PIC 9(07) VALUE 0.
       01 WS-LAPSED-COUNT           PIC 9(07) VALUE 0.

       01 WS-REPORT-TITLE           PIC X(40) VALUE
           "CERTIFICATION EXPIRY AND LAPSES".
       01 WS-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
               "EMPL  NAME                 POSN   CERT  ".
           05 FILLER                PIC X(40) VALUE
               " CERTIFICATION        EXPIRES  STATUS".
       01 WS-DETAIL-LINE.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-POSITION        PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CERT-CODE       PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CERT-NAME       PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-EXPIRES         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-STATUS          PIC X(08).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(10) VALUE
               "EXPIRING: ".
           05 WS-FL-EXPIRING        PIC ZZZZZZ9.
           05 FILLER                PIC X(20) VALUE
               "   LAPSED/MISSING:  ".
           05 WS-FL-LAPSED          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 0400-LOAD-CERT-CODES
               PERFORM 0500-LOAD-POSITION-REQUIREMENTS
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK
                   PERFORM 1100-OPEN-THE-REPORT
                   PERFORM 2000-CHECK-ONE-PERSON
                       UNTIL WS-AT-END
                   PERFORM 3000-CLOSE-THE-REPORT
                   CLOSE PERSON-MASTER
                   IF WS-CE-FILE-OPEN
                       CLOSE PERSON-CERT
                   END-IF
                   PERFORM 4000-SHOW-CONTROL-TOTALS
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields, the look-ahead, the operator wait and the horizon.   *>
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
           MOVE "CERTEXP" TO RC-JOB-STEP-NAME
           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT "CERTEXP_DAYS"
           IF WS-DAYS-TEXT IS NUMERIC
               MOVE WS-DAYS-TEXT TO WS-LOOK-AHEAD-DAYS
           END-IF
           MOVE SPACES TO WS-WAIT-TEXT
           ACCEPT WS-WAIT-TEXT FROM ENVIRONMENT "CERTEXP_WAIT"
           IF WS-WAIT-TEXT IS NUMERIC
               MOVE WS-WAIT-TEXT TO WS-WAIT-SECONDS
           END-IF
           MOVE RC-RUN-DATE TO DC-DATE
           MOVE WS-LOOK-AHEAD-DAYS TO DC-DAYS-ADJUST
           CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO WS-HORIZON-DATE.

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
      *> 0400-LOAD-CERT-CODES - the certification master into a      *>
      *> table; a missing file leaves every certification without a  *>
      *> standard validity period.                                    *>
      *>----------------------------------------------------------*>
       0400-LOAD-CERT-CODES.
           MOVE 0 TO WS-CODE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CERT-CODE-FILE
           IF WS-CC-OK
               PERFORM 0410-LOAD-ONE-CERT-CODE
                   UNTIL WS-AT-END
               CLOSE CERT-CODE-FILE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No CERTCODE.CTL - status " WS-CC-STATUS
           END-IF.

       0410-LOAD-ONE-CERT-CODE.
           READ CERT-CODE-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CC-CERT-CODE(1:1) NOT = "*"
                       AND CC-CERT-CODE NOT = SPACES
                       AND CC-VALID-MONTHS IS NUMERIC
                       AND WS-CODE-COUNT < WS-CODE-MAX
                       ADD 1 TO WS-CODE-COUNT
                       SET WS-CD-IDX TO WS-CODE-COUNT
                       MOVE CC-CERT-CODE TO WS-CD-CERT-CODE(WS-CD-IDX)
                       MOVE CC-VALID-MONTHS TO WS-CD-MONTHS(WS-CD-IDX)
                       MOVE CC-CERT-NAME TO WS-CD-NAME(WS-CD-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 0500-LOAD-POSITION-REQUIREMENTS - the position to           *>
      *> certification map; with no file no position requires        *>
      *> anything and only expiries are reported.                     *>
      *>----------------------------------------------------------*>
       0500-LOAD-POSITION-REQUIREMENTS.
           MOVE 0 TO WS-REQ-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CERT-POSITION-FILE
           IF WS-CP-OK
               PERFORM 0510-LOAD-ONE-REQUIREMENT
                   UNTIL WS-AT-END
               CLOSE CERT-POSITION-FILE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No CERTPOSN.CTL - status " WS-CP-STATUS
           END-IF.

       0510-LOAD-ONE-REQUIREMENT.
           READ CERT-POSITION-FILE
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CP-POSITION-CODE(1:1) NOT = "*"
                       AND CP-POSITION-CODE NOT = SPACES
                       AND CP-CERT-CODE NOT = SPACES
                       AND WS-REQ-COUNT < WS-REQ-MAX
                       ADD 1 TO WS-REQ-COUNT
                       SET WS-RQ-IDX TO WS-REQ-COUNT
                       MOVE CP-POSITION-CODE
                           TO WS-RQ-POSITION(WS-RQ-IDX)
                       MOVE CP-CERT-CODE TO WS-RQ-CERT-CODE(WS-RQ-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PERSMAST is required; with no PERSCERT     *>
      *> nobody holds anything and every requirement is MISSING.      *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "CERTEXP" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PERSON-CERT
           IF WS-CE-OK
               SET WS-CE-FILE-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START.

       1100-OPEN-THE-REPORT.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "CERTEXP." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-REPORT-TITLE TO RW-REPORT-TITLE
           MOVE WS-COLUMN-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING.

      *>----------------------------------------------------------*>
      *> 2000-CHECK-ONE-PERSON - expiring certifications first, then  *>
      *> the requirements of the person's current position.           *>
      *>----------------------------------------------------------*>
       2000-CHECK-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF NOT PM-INACTIVE
                       ADD 1 TO WS-PEOPLE-COUNT
                       PERFORM 2100-CHECK-HELD-CERTS
                       PERFORM 2300-CHECK-POSITION-CERTS
                   END-IF
           END-READ.

       2100-CHECK-HELD-CERTS.
           MOVE "N" TO WS-CERTS-DONE-FLAG
           IF NOT WS-CE-FILE-OPEN
               SET WS-CERTS-DONE TO TRUE
           ELSE
               MOVE PM-PERSON-ID TO CE-PERSON-ID
               MOVE SPACES TO CE-CERT-CODE
               START PERSON-CERT KEY IS NOT LESS THAN CE-CERT-KEY
                   INVALID KEY
                       SET WS-CERTS-DONE TO TRUE
               END-START
           END-IF
           PERFORM 2110-CHECK-ONE-HELD-CERT
               UNTIL WS-CERTS-DONE.

       2110-CHECK-ONE-HELD-CERT.
           READ PERSON-CERT NEXT RECORD
               AT END
                   SET WS-CERTS-DONE TO TRUE
               NOT AT END
                   IF CE-PERSON-ID NOT = PM-PERSON-ID
                       SET WS-CERTS-DONE TO TRUE
                   ELSE
                       PERFORM 2200-WORK-OUT-EXPIRY
                       IF WS-EXPIRY-DATE > RC-RUN-DATE
                           AND WS-EXPIRY-DATE NOT > WS-HORIZON-DATE
                           MOVE SPACES TO WS-DL-POSITION
                           MOVE "EXPIRING" TO WS-CERT-STATUS
                           PERFORM 2500-WRITE-CERT-LINE
                           ADD 1 TO WS-EXPIRING-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2200-WORK-OUT-EXPIRY - the printed expiry if there is one,   *>
      *> otherwise the completion date plus the certification's       *>
      *> validity in months (the last day of a shorter month when     *>
      *> the day does not exist); no period means it never expires.   *>
      *>----------------------------------------------------------*>
       2200-WORK-OUT-EXPIRY.
           PERFORM 2210-FIND-CERT-CODE
           IF CE-EXPIRY-DATE NOT = 0
               MOVE CE-EXPIRY-DATE TO WS-EXPIRY-DATE
           ELSE
               IF NOT WS-CODE-FOUND
                   MOVE 99999999 TO WS-EXPIRY-DATE
               ELSE
                   IF WS-CD-MONTHS(WS-CD-IDX) = 0
                       MOVE 99999999 TO WS-EXPIRY-DATE
                   ELSE
                       PERFORM 2220-ADD-VALIDITY-MONTHS
                   END-IF
               END-IF
           END-IF.

       2210-FIND-CERT-CODE.
           MOVE "N" TO WS-CODE-FOUND-FLAG
           PERFORM 2215-MATCH-ONE-CERT-CODE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CODE-COUNT OR WS-CODE-FOUND
           IF WS-CODE-FOUND
               SET WS-CD-IDX DOWN BY 1
           END-IF.

       2215-MATCH-ONE-CERT-CODE.
           IF WS-CD-CERT-CODE(WS-CD-IDX) = CE-CERT-CODE
               SET WS-CODE-FOUND TO TRUE
           END-IF.

       2220-ADD-VALIDITY-MONTHS.
           MOVE CE-COMPLETED-DATE TO WS-EXPIRY-DATE
           DIVIDE WS-CD-MONTHS(WS-CD-IDX) BY 12
               GIVING WS-ADD-YEARS REMAINDER WS-ADD-MONTHS
           ADD WS-ADD-YEARS TO WS-EX-YEAR
           ADD WS-ADD-MONTHS TO WS-EX-MONTH
           IF WS-EX-MONTH > 12
               SUBTRACT 12 FROM WS-EX-MONTH
               ADD 1 TO WS-EX-YEAR
           END-IF
           MOVE WS-EXPIRY-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           PERFORM 2230-STEP-BACK-ONE-DAY
               UNTIL DC-DATE-VALID.

       2230-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-EX-DAY
           MOVE WS-EXPIRY-DATE TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG.

      *>----------------------------------------------------------*>
      *> 2300-CHECK-POSITION-CERTS - the person's latest POSHIST      *>
      *> position held against every certification it requires.       *>
      *>----------------------------------------------------------*>
       2300-CHECK-POSITION-CERTS.
           MOVE PM-PERSON-ID TO PersonIndex
           CALL "GetCurrentPosition" USING PersonIndex
               PersonPositionDetail PersonFoundFlag
           IF PersonWasFound AND PersonPositionCode NOT = SPACES
               PERFORM 2310-CHECK-ONE-REQUIREMENT
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
           END-IF.

       2310-CHECK-ONE-REQUIREMENT.
           IF WS-RQ-POSITION(WS-RQ-IDX) = PersonPositionCode
               MOVE SPACES TO WS-CERT-STATUS
               MOVE PM-PERSON-ID TO CE-PERSON-ID
               MOVE WS-RQ-CERT-CODE(WS-RQ-IDX) TO CE-CERT-CODE
               IF WS-CE-FILE-OPEN
                   READ PERSON-CERT
                       INVALID KEY
                           MOVE "MISSING" TO WS-CERT-STATUS
                   END-READ
               ELSE
                   MOVE "MISSING" TO WS-CERT-STATUS
               END-IF
               IF WS-CERT-STATUS = SPACES
                   PERFORM 2200-WORK-OUT-EXPIRY
                   IF WS-EXPIRY-DATE NOT > RC-RUN-DATE
                       MOVE "LAPSED" TO WS-CERT-STATUS
                   END-IF
               ELSE
                   MOVE WS-RQ-CERT-CODE(WS-RQ-IDX) TO CE-CERT-CODE
                   PERFORM 2210-FIND-CERT-CODE
                   MOVE 0 TO WS-EXPIRY-DATE
               END-IF
               IF WS-CERT-STATUS NOT = SPACES
                   MOVE PersonPositionCode TO WS-DL-POSITION
                   PERFORM 2500-WRITE-CERT-LINE
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 2600-RAISE-LAPSE
               END-IF
           END-IF.

       2500-WRITE-CERT-LINE.
           MOVE PM-PERSON-ID TO WS-DL-PERSON-ID
           MOVE PM-HUMAN-NAME TO WS-DL-NAME
           MOVE CE-CERT-CODE TO WS-DL-CERT-CODE
           IF WS-CODE-FOUND
               MOVE WS-CD-NAME(WS-CD-IDX) TO WS-DL-CERT-NAME
           ELSE
               MOVE "(NOT ON CERTCODE)" TO WS-DL-CERT-NAME
           END-IF
           IF WS-EXPIRY-DATE = 0
               MOVE SPACES TO WS-DL-EXPIRES
           ELSE
               MOVE WS-EXPIRY-DATE TO WS-DL-EXPIRES
           END-IF
           MOVE WS-CERT-STATUS TO WS-DL-STATUS
           MOVE WS-DETAIL-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

      *>----------------------------------------------------------*>
      *> 2600-RAISE-LAPSE - someone is working a position without     *>
      *> the certification it requires; log it and put it in front    *>
      *> of the operator so the supervisor hears today.               *>
      *>----------------------------------------------------------*>
       2600-RAISE-LAPSE.
           MOVE "CERTEXP" TO LE-PROGRAM-NAME
           MOVE "2310-CHECK-ONE-REQ" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "Certification " DELIMITED BY SIZE
               WS-CERT-STATUS DELIMITED BY SPACE
               " person " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CE-CERT-CODE DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           MOVE "CERTEXP" TO OW-JOB-NAME
           MOVE SPACES TO OW-QUESTION-TEXT
           STRING "CERT " DELIMITED BY SIZE
               WS-CERT-STATUS DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-HUMAN-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CE-CERT-CODE DELIMITED BY SIZE
               " POSN " DELIMITED BY SIZE
               PersonPositionCode DELIMITED BY SIZE
               INTO OW-QUESTION-TEXT
           MOVE "NOTED" TO OW-DEFAULT-REPLY
           MOVE WS-WAIT-SECONDS TO OW-TIMEOUT-SECONDS
           CALL "AskOperator" USING OW-JOB-NAME OW-QUESTION-TEXT
               OW-DEFAULT-REPLY OW-TIMEOUT-SECONDS OW-REPLY-TEXT.

       3000-CLOSE-THE-REPORT.
           MOVE WS-EXPIRING-COUNT TO WS-FL-EXPIRING
           MOVE WS-LAPSED-COUNT TO WS-FL-LAPSED
           MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS People: " WS-PEOPLE-COUNT
               " Expiring: " WS-EXPIRING-COUNT
               " Lapsed/missing: " WS-LAPSED-COUNT
           MOVE "CERTEXP" TO CW-JOB-STEP
           MOVE "EXPIRING" TO CW-TOTAL-NAME
           MOVE WS-EXPIRING-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "LAPSED" TO CW-TOTAL-NAME
           MOVE WS-LAPSED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
