      *>               validation, duplicate rejection and PERSAUD.LOG *>
      *>               audit logic CALL "person" enforces, answering   *>
      *>               with a JSON status line of accepted or why not. *>
      *>   2026-10-15  Per-client rate limits and daily quotas.  Each *>
      *>               PERSCLNT.CTL row now carries, after the active *>
      *>               flag, a requests-per-minute limit (cols 43-46),*>
      *>               a requests-per-day limit (cols 48-53) and a    *>
      *>               daily cap on the write verbs SET and DEACTIVATE*>
      *>               (cols 55-59), zero-padded; blank or zero means *>
      *>               no limit.  An over-limit request is answered   *>
      *>               with a JSON "throttled" status, journaled with *>
      *>               a "throttled - minute/day/writes" outcome, and *>
      *>               warned to LogError once per client per day.    *>
      *>               PERSAPI.LOG rows now carry the client ID, and  *>
      *>               the day's usage is rebuilt from them at start- *>
      *>               up so a restart does not reset anyone's quota. *>
      *>   2026-10-15  Added a COMP verb ("COMP nnnnn responsepipe    *>
      *>               clientid") answering grade, annual salary and  *>
      *>               effective date from the compensation master as *>
      *>               JSON.  It is granted only by a C in the new    *>
      *>               PERSCLNT.CTL compensation-entitlement column   *>
      *>               (col 61), not by the allowed-verbs list; other *>
      *>               callers take the usual refusal, journaled as   *>
      *>               refused-entitlement.  The salary itself is only*>
      *>               given for persons in the departments listed in *>
      *>               cols 63-86 (up to five codes, or * for all) -  *>
      *>               anyone else's comes back as "restricted".      *>
      *>   2026-10-15  A COMP lookup is journaled to READACC.LOG under*>
      *>               the client ID and program PERSNAPI - the viewer*>
      *>               is named to LogReadAccess around the           *>
      *>               GetCompensation call so the read is not charged*>
      *>               to the server's operator.                      *>
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonApi.
           05 FILLER                PIC X(01).
           05 CL-ACTIVE-FLAG        PIC X(01).
               88 CL-CLIENT-ACTIVE            VALUE "A".
           05 FILLER                PIC X(01).
           05 CL-MINUTE-LIMIT       PIC X(04).
           05 FILLER                PIC X(01).
           05 CL-DAY-LIMIT          PIC X(06).
           05 FILLER                PIC X(01).
           05 CL-WRITE-LIMIT        PIC X(05).
           05 FILLER                PIC X(01).
           05 CL-COMP-ENTITLEMENT   PIC X(01).
               88 CL-COMP-ENTITLED            VALUE "C".
           05 FILLER                PIC X(01).
           05 CL-COMP-DEPARTMENTS   PIC X(24).

       FD  PERSON-MASTER.
           COPY "person-master.cpy".
           COPY "log-error-call.cpy".
           COPY "person.cpy".
           COPY "person-search.cpy".
           COPY "comp.cpy".
           COPY "read-access-call.cpy".
       01 CompPersonId              PIC 9(05) VALUE 0.
       01 WS-REQUEST-PIPE-NAME      PIC X(40) VALUE
               "PERSONREQ.PIPE".
       01 WS-RESPONSE-PIPE-NAME     PIC X(40).
       01 WS-COMMAND                PIC X(256).
       01 WS-REQUEST-LINE           PIC X(80).
       01 WS-REQUEST-VERB           PIC X(10).
           88 WS-WRITE-VERB                   VALUE "SET" "DEACTIVATE".
       01 WS-REQUEST-ID             PIC 9(05) VALUE 0.
       01 WS-RESPONSE-LINE          PIC X(120).
       01 WS-PERSON-ID-DISPLAY      PIC ZZZZ9.
       01 WS-SEARCH-COUNT-DISPLAY   PIC ZZ9.
       01 WS-HBT-STATUS             PIC X(02) VALUE "00".
       01 WS-DLQ-STATUS             PIC X(02) VALUE "00".
       01 WS-CLIENT-MINUTE-LIMIT    PIC 9(04) VALUE 0.
       01 WS-CLIENT-DAY-LIMIT       PIC 9(06) VALUE 0.
       01 WS-CLIENT-WRITE-LIMIT     PIC 9(05) VALUE 0.
       01 WS-THROTTLE-REASON        PIC X(20) VALUE SPACES.
       01 WS-CLIENT-DEPT-TABLE.
           05 WS-CLIENT-DEPT        PIC X(04) OCCURS 5 TIMES.
       01 WS-DEPT-SUB               PIC 9(01) VALUE 0.
       01 WS-SALARY-SHOWN-FLAG      PIC X(01) VALUE "N".
           88 WS-SALARY-SHOWN                 VALUE "Y".
       01 WS-SALARY-AMOUNT          PIC 9(09)V9(02) VALUE 0.
       01 WS-SALARY-EDIT            PIC Z(08)9.99.
       01 WS-SALARY-LEAD            PIC 9(02) VALUE 0.
       01 WS-SALARY-TEXT            PIC X(12) VALUE SPACES.
       01 WS-USE-DATE               PIC 9(08) VALUE 0.
       01 WS-USE-TIME               PIC 9(08) VALUE 0.
       01 WS-USE-MINUTE             PIC 9(04) VALUE 0.
       01 WS-USE-CLIENT-ID          PIC X(08) VALUE SPACES.
       01 WS-USE-WRITE-FLAG         PIC X(01) VALUE "N".
           88 WS-USE-IS-WRITE                 VALUE "Y".
       01 WS-USAGE-SLOT-FLAG        PIC X(01) VALUE "N".
           88 WS-USAGE-SLOT-FOUND             VALUE "Y".
       01 WS-JRN-EOF                PIC X(01) VALUE "N".
           88 WS-JRN-AT-END                   VALUE "Y".
       01 WS-USAGE-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-USAGE-MAX              PIC 9(03) COMP VALUE 50.
       01 WS-USAGE-TABLE.
           05 WS-US-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-US-IDX.
               10 WS-US-CLIENT-ID   PIC X(08).
               10 WS-US-DATE        PIC 9(08).
               10 WS-US-MINUTE      PIC 9(04).
               10 WS-US-MINUTE-COUNT
                                    PIC 9(04).
               10 WS-US-DAY-COUNT   PIC 9(06).
               10 WS-US-WRITE-COUNT PIC 9(05).
               10 WS-US-WARNED-FLAG PIC X(01).
                   88 WS-US-WARNED            VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0020-MAKE-PIPES
           PERFORM 0040-LOAD-TODAYS-USAGE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PersonApi listening on " WS-REQUEST-PIPE-NAME
           PERFORM 1000-HANDLE-ONE-REQUEST
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

      *>----------------------------------------------------------*>
      *> 0040-LOAD-TODAYS-USAGE - replay today's PERSAPI.LOG rows     *>
      *> into the per-client usage table, so the day and write-verb   *>
      *> quotas survive a listener restart.  Rows that were refused,  *>
      *> throttled, ignored or carry no client ID never counted.      *>
      *>----------------------------------------------------------*>
       0040-LOAD-TODAYS-USAGE.
           ACCEPT WS-USE-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-JRN-EOF
           OPEN INPUT API-JOURNAL
           IF WS-JRN-STATUS = "00"
               PERFORM 0050-REPLAY-ONE-JOURNAL-ROW
                   UNTIL WS-JRN-AT-END
               CLOSE API-JOURNAL
           END-IF.

       0050-REPLAY-ONE-JOURNAL-ROW.
           READ API-JOURNAL
               AT END
                   SET WS-JRN-AT-END TO TRUE
               NOT AT END
                   IF API-LOG-DATE = WS-USE-DATE
                       AND API-LOG-CLIENT-ID NOT = SPACES
                       AND API-LOG-VERB NOT = "SHUTDOWN"
                       AND API-LOG-OUTCOME(1:9) NOT = "throttled"
                       AND API-LOG-OUTCOME(1:7) NOT = "refused"
                       AND API-LOG-OUTCOME(1:7) NOT = "ignored"
                       MOVE API-LOG-CLIENT-ID TO WS-USE-CLIENT-ID
                       MOVE API-LOG-TIME TO WS-USE-TIME
                       MOVE "N" TO WS-USE-WRITE-FLAG
                       IF API-LOG-VERB = "SET"
                           OR API-LOG-VERB = "DEACTIVATE"
                           SET WS-USE-IS-WRITE TO TRUE
                       END-IF
                       PERFORM 7210-FIND-USAGE-SLOT
                       IF WS-USAGE-SLOT-FOUND
                           PERFORM 7230-COUNT-ONE-USE
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1000-HANDLE-ONE-REQUEST - block until a caller writes one    *>
      *> line to the request pipe, then act on it.  OPEN on a named   *>
           END-IF
           PERFORM 7000-CHECK-CLIENT-AUTHORITY
           THRU 7000-CHECK-CLIENT-AUTHORITY-EXIT
           IF WS-CLIENT-AUTHORIZED
               AND WS-REQUEST-VERB NOT = "SHUTDOWN"
               AND WS-RESPONSE-PIPE-NAME NOT = SPACES
               PERFORM 7200-CHECK-CLIENT-QUOTA
                   THRU 7200-CHECK-CLIENT-QUOTA-EXIT
               IF WS-THROTTLE-REASON NOT = SPACES
                   PERFORM 7300-THROTTLE-THIS-REQUEST
                   GO TO 1000-HANDLE-ONE-REQUEST-EXIT
               END-IF
           END-IF
           IF NOT WS-CLIENT-AUTHORIZED
               PERFORM 7100-REFUSE-THIS-CLIENT
           ELSE
                               PERFORM 4000-DEACTIVATE-AND-RESPOND
                           WHEN "SEARCH"
                               PERFORM 8100-SEARCH-AND-RESPOND
                           WHEN "COMP"
                               PERFORM 8500-COMP-AND-RESPOND
                                   THRU 8500-COMP-AND-RESPOND-EXIT
                           WHEN OTHER
                               PERFORM 5000-REJECT-UNKNOWN-VERB
                       END-EVALUATE
      *>----------------------------------------------------------*>
       7000-CHECK-CLIENT-AUTHORITY.
           MOVE "N" TO WS-CLIENT-AUTH-FLAG
           MOVE 0 TO WS-CLIENT-MINUTE-LIMIT
           MOVE 0 TO WS-CLIENT-DAY-LIMIT
           MOVE 0 TO WS-CLIENT-WRITE-LIMIT
           MOVE SPACES TO WS-CLIENT-DEPT-TABLE
           IF WS-CLIENT-ID = SPACES
               GO TO 7000-CHECK-CLIENT-AUTHORITY-EXIT
           END-IF
                   IF CL-CLIENT-ID = WS-CLIENT-ID
                           AND CL-CLIENT-ACTIVE
                       PERFORM 7020-CHECK-VERB-ALLOWED
                           THRU 7020-CHECK-VERB-ALLOWED-EXIT
                       PERFORM 7040-TAKE-CLIENT-LIMITS
                   END-IF
           END-READ.

       7020-CHECK-VERB-ALLOWED.
           IF WS-REQUEST-VERB = "COMP"
               IF CL-COMP-ENTITLED
                   SET WS-CLIENT-AUTHORIZED TO TRUE
               END-IF
               GO TO 7020-CHECK-VERB-ALLOWED-EXIT
           END-IF
           MOVE SPACES TO WS-VERB-TABLE
           UNSTRING CL-ALLOWED-VERBS DELIMITED BY ALL SPACE
               INTO WS-ALLOWED-VERB(1) WS-ALLOWED-VERB(2)
               VARYING WS-VERB-SUB FROM 1 BY 1
               UNTIL WS-VERB-SUB > 5
                   OR WS-CLIENT-AUTHORIZED.
       7020-CHECK-VERB-ALLOWED-EXIT.
           EXIT.

       7030-TEST-ONE-ALLOWED-VERB.
           IF WS-ALLOWED-VERB(WS-VERB-SUB) = WS-REQUEST-VERB
               SET WS-CLIENT-AUTHORIZED TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 7040-TAKE-CLIENT-LIMITS - the matched row's rate limits; a   *>
      *> blank (or otherwise non-numeric) column leaves that limit    *>
      *> at zero, which means unlimited.                              *>
      *>----------------------------------------------------------*>
       7040-TAKE-CLIENT-LIMITS.
           IF CL-MINUTE-LIMIT IS NUMERIC
               MOVE CL-MINUTE-LIMIT TO WS-CLIENT-MINUTE-LIMIT
           END-IF
           IF CL-DAY-LIMIT IS NUMERIC
               MOVE CL-DAY-LIMIT TO WS-CLIENT-DAY-LIMIT
           END-IF
           IF CL-WRITE-LIMIT IS NUMERIC
               MOVE CL-WRITE-LIMIT TO WS-CLIENT-WRITE-LIMIT
           END-IF
           IF CL-COMP-ENTITLED
               UNSTRING CL-COMP-DEPARTMENTS DELIMITED BY ALL SPACE
                   INTO WS-CLIENT-DEPT(1) WS-CLIENT-DEPT(2)
                       WS-CLIENT-DEPT(3) WS-CLIENT-DEPT(4)
                       WS-CLIENT-DEPT(5)
           END-IF.

      *>----------------------------------------------------------*>
      *> 7200-CHECK-CLIENT-QUOTA - hold this request against the      *>
      *> client's per-minute, per-day and write-verb limits.  A       *>
      *> request within all three is counted and goes ahead; one      *>
      *> over any of them leaves WS-THROTTLE-REASON set and is not    *>
      *> counted, so a caller that backs off gets its turn back.      *>
      *> A client the full usage table has no room for is served      *>
      *> unmetered rather than turned away.                           *>
      *>----------------------------------------------------------*>
       7200-CHECK-CLIENT-QUOTA.
           MOVE SPACES TO WS-THROTTLE-REASON
           ACCEPT WS-USE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-USE-TIME FROM TIME
           MOVE WS-CLIENT-ID TO WS-USE-CLIENT-ID
           MOVE "N" TO WS-USE-WRITE-FLAG
           IF WS-WRITE-VERB
               SET WS-USE-IS-WRITE TO TRUE
           END-IF
           PERFORM 7210-FIND-USAGE-SLOT
           IF NOT WS-USAGE-SLOT-FOUND
               GO TO 7200-CHECK-CLIENT-QUOTA-EXIT
           END-IF
           PERFORM 7220-ROLL-USAGE-PERIODS
           EVALUATE TRUE
               WHEN WS-CLIENT-MINUTE-LIMIT > 0
                   AND WS-US-MINUTE-COUNT(WS-US-IDX)
                       NOT < WS-CLIENT-MINUTE-LIMIT
                   MOVE "throttled - minute" TO WS-THROTTLE-REASON
               WHEN WS-CLIENT-DAY-LIMIT > 0
                   AND WS-US-DAY-COUNT(WS-US-IDX)
                       NOT < WS-CLIENT-DAY-LIMIT
                   MOVE "throttled - day" TO WS-THROTTLE-REASON
               WHEN WS-USE-IS-WRITE
                   AND WS-CLIENT-WRITE-LIMIT > 0
                   AND WS-US-WRITE-COUNT(WS-US-IDX)
                       NOT < WS-CLIENT-WRITE-LIMIT
                   MOVE "throttled - writes" TO WS-THROTTLE-REASON
               WHEN OTHER
                   PERFORM 7230-COUNT-ONE-USE
           END-EVALUATE.
       7200-CHECK-CLIENT-QUOTA-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 7210-FIND-USAGE-SLOT - locate WS-USE-CLIENT-ID's row in the  *>
      *> usage table, opening a fresh one the first time a client is  *>
      *> seen while there is room.                                    *>
      *>----------------------------------------------------------*>
       7210-FIND-USAGE-SLOT.
           MOVE "N" TO WS-USAGE-SLOT-FLAG
           PERFORM 7215-MATCH-ONE-USAGE-SLOT
               VARYING WS-US-IDX FROM 1 BY 1
               UNTIL WS-US-IDX > WS-USAGE-COUNT
                   OR WS-USAGE-SLOT-FOUND
           IF NOT WS-USAGE-SLOT-FOUND
               AND WS-USAGE-COUNT < WS-USAGE-MAX
               ADD 1 TO WS-USAGE-COUNT
               SET WS-US-IDX TO WS-USAGE-COUNT
               MOVE WS-USE-CLIENT-ID TO WS-US-CLIENT-ID(WS-US-IDX)
               MOVE WS-USE-DATE TO WS-US-DATE(WS-US-IDX)
               MOVE WS-USE-TIME(1:4) TO WS-US-MINUTE(WS-US-IDX)
               MOVE 0 TO WS-US-MINUTE-COUNT(WS-US-IDX)
               MOVE 0 TO WS-US-DAY-COUNT(WS-US-IDX)
               MOVE 0 TO WS-US-WRITE-COUNT(WS-US-IDX)
               MOVE "N" TO WS-US-WARNED-FLAG(WS-US-IDX)
               SET WS-USAGE-SLOT-FOUND TO TRUE
           END-IF.

       7215-MATCH-ONE-USAGE-SLOT.
           IF WS-US-CLIENT-ID(WS-US-IDX) = WS-USE-CLIENT-ID
               SET WS-USAGE-SLOT-FOUND TO TRUE
               SET WS-US-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 7220-ROLL-USAGE-PERIODS - a new day clears the day, write    *>
      *> and warning counts; a new clock minute clears the minute     *>
      *> count.                                                       *>
      *>----------------------------------------------------------*>
       7220-ROLL-USAGE-PERIODS.
           MOVE WS-USE-TIME(1:4) TO WS-USE-MINUTE
           IF WS-US-DATE(WS-US-IDX) NOT = WS-USE-DATE
               MOVE WS-USE-DATE TO WS-US-DATE(WS-US-IDX)
               MOVE 0 TO WS-US-DAY-COUNT(WS-US-IDX)
               MOVE 0 TO WS-US-WRITE-COUNT(WS-US-IDX)
               MOVE "N" TO WS-US-WARNED-FLAG(WS-US-IDX)
               MOVE 0 TO WS-US-MINUTE-COUNT(WS-US-IDX)
           END-IF
           IF WS-US-MINUTE(WS-US-IDX) NOT = WS-USE-MINUTE
               MOVE WS-USE-MINUTE TO WS-US-MINUTE(WS-US-IDX)
               MOVE 0 TO WS-US-MINUTE-COUNT(WS-US-IDX)
           END-IF.

       7230-COUNT-ONE-USE.
           PERFORM 7220-ROLL-USAGE-PERIODS
           ADD 1 TO WS-US-MINUTE-COUNT(WS-US-IDX)
           ADD 1 TO WS-US-DAY-COUNT(WS-US-IDX)
           IF WS-USE-IS-WRITE
               ADD 1 TO WS-US-WRITE-COUNT(WS-US-IDX)
           END-IF.

      *>----------------------------------------------------------*>
      *> 7300-THROTTLE-THIS-REQUEST - an over-limit caller is told    *>
      *> so rather than left waiting, and the request is journaled    *>
      *> with the limit it hit.  It is not quarantined: the line was  *>
      *> well-formed and can simply be sent again later.  The first   *>
      *> throttle of the day per client also goes to LogError.       *>
      *>----------------------------------------------------------*>
       7300-THROTTLE-THIS-REQUEST.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Throttled client [" WS-CLIENT-ID "] verb "
               WS-REQUEST-VERB " - " WS-THROTTLE-REASON
           IF NOT WS-US-WARNED(WS-US-IDX)
               MOVE "Y" TO WS-US-WARNED-FLAG(WS-US-IDX)
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "Client " DELIMITED BY SIZE
                   WS-CLIENT-ID DELIMITED BY SPACE
                   " over its quota, first " DELIMITED BY SIZE
                   WS-THROTTLE-REASON DELIMITED BY "  "
                   INTO LE-MESSAGE-TEXT
               MOVE "PERSNAPI" TO LE-PROGRAM-NAME
               MOVE "7200-CHECK-QUOTA" TO LE-PARAGRAPH-NAME
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
                   LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           MOVE WS-THROTTLE-REASON TO WS-JOURNAL-OUTCOME
           PERFORM 6000-JOURNAL-THIS-REQUEST
           MOVE "throttled" TO WS-STATUS-TEXT
           PERFORM 3900-BUILD-STATUS-RESPONSE
           PERFORM 2900-SEND-RESPONSE.

      *>----------------------------------------------------------*>
      *> 7100-REFUSE-THIS-CLIENT - an unregistered or unauthorized    *>
      *> caller gets no answer at all; the refusal goes to the        *>
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE
           IF WS-REQUEST-VERB = "COMP"
               MOVE "refused-entitlement" TO WS-JOURNAL-OUTCOME
           ELSE
               MOVE "refused-unauthorized" TO WS-JOURNAL-OUTCOME
           END-IF
           PERFORM 6000-JOURNAL-THIS-REQUEST
           PERFORM 6500-QUARANTINE-THIS-REQUEST.

           MOVE WS-REQUEST-ID TO API-LOG-PERSON-ID
           MOVE WS-RESPONSE-PIPE-NAME TO API-LOG-PIPE-NAME
           MOVE WS-JOURNAL-OUTCOME TO API-LOG-OUTCOME
           MOVE WS-CLIENT-ID TO API-LOG-CLIENT-ID
           WRITE PERSON-API-LOG-RECORD.

      *>----------------------------------------------------------*>

       2020-BACK-UP-ONE-POSITION.
           SUBTRACT 1 FROM WS-TRIM-LEN.

      *>----------------------------------------------------------*>
      *> 8500-COMP-AND-RESPOND - grade, annual salary and effective   *>
      *> date for an entitled client, through the same               *>
      *> GetCompensation entry every other compensation reader uses.  *>
      *> The person's department comes off the master; unless it is  *>
      *> one of the client's registered departments (or the client   *>
      *> is registered for all of them) the salary is withheld and   *>
      *> only the grade and date are given.                           *>
      *>----------------------------------------------------------*>
       8500-COMP-AND-RESPOND.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               MOVE "error - master open" TO WS-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO WS-JOURNAL-OUTCOME
               PERFORM 6000-JOURNAL-THIS-REQUEST
               PERFORM 3900-BUILD-STATUS-RESPONSE
               PERFORM 2900-SEND-RESPONSE
               GO TO 8500-COMP-AND-RESPOND-EXIT
           END-IF
           MOVE WS-REQUEST-ID TO PM-PERSON-ID
           MOVE "N" TO CompFoundFlag
           READ PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO PM-DEPARTMENT-CODE
               NOT INVALID KEY
                   MOVE WS-REQUEST-ID TO CompPersonId
                   MOVE WS-CLIENT-ID TO RX-OPERATOR-ID
                   MOVE "PERSNAPI" TO RX-PROGRAM-NAME
                   CALL "SetReadAccessViewer" USING RX-OPERATOR-ID
                       RX-PROGRAM-NAME
                   CALL "GetCompensation" USING CompPersonId
                       CompGrade CompAnnualSalary CompEffectiveDate
                       CompFoundFlag
                   CALL "ClearReadAccessViewer"
           END-READ
           CLOSE PERSON-MASTER
           IF NOT CompWasFound
               MOVE "not-found" TO WS-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO WS-JOURNAL-OUTCOME
               PERFORM 6000-JOURNAL-THIS-REQUEST
               PERFORM 3900-BUILD-STATUS-RESPONSE
               PERFORM 2900-SEND-RESPONSE
               GO TO 8500-COMP-AND-RESPOND-EXIT
           END-IF
           MOVE "N" TO WS-SALARY-SHOWN-FLAG
           PERFORM 8510-TEST-ONE-CLIENT-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 5
                   OR WS-SALARY-SHOWN
           IF WS-SALARY-SHOWN
               COMPUTE WS-SALARY-AMOUNT = CompAnnualSalary / 100
               MOVE WS-SALARY-AMOUNT TO WS-SALARY-EDIT
               MOVE 0 TO WS-SALARY-LEAD
               INSPECT WS-SALARY-EDIT
                   TALLYING WS-SALARY-LEAD FOR LEADING SPACES
               MOVE WS-SALARY-EDIT(WS-SALARY-LEAD + 1:)
                   TO WS-SALARY-TEXT
               MOVE "found" TO WS-JOURNAL-OUTCOME
           ELSE
               MOVE """restricted""" TO WS-SALARY-TEXT
               MOVE "found - no salary" TO WS-JOURNAL-OUTCOME
           END-IF
           PERFORM 6000-JOURNAL-THIS-REQUEST
           MOVE WS-REQUEST-ID TO WS-PERSON-ID-DISPLAY
           MOVE SPACES TO WS-RESPONSE-LINE
           STRING "{""personId"":" DELIMITED BY SIZE
               WS-PERSON-ID-DISPLAY DELIMITED BY SIZE
               ",""grade"":""" DELIMITED BY SIZE
               CompGrade DELIMITED BY SIZE
               """,""annualSalary"":" DELIMITED BY SIZE
               WS-SALARY-TEXT DELIMITED BY SPACE
               ",""effectiveDate"":""" DELIMITED BY SIZE
               CompEffectiveDate DELIMITED BY SIZE
               """}" DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE
           PERFORM 2900-SEND-RESPONSE.
       8500-COMP-AND-RESPOND-EXIT.
           EXIT.

       8510-TEST-ONE-CLIENT-DEPT.
           IF WS-CLIENT-DEPT(WS-DEPT-SUB) = "*"
               OR (WS-CLIENT-DEPT(WS-DEPT-SUB) NOT = SPACES
                   AND WS-CLIENT-DEPT(WS-DEPT-SUB)
                       = PM-DEPARTMENT-CODE)
               SET WS-SALARY-SHOWN TO TRUE
           END-IF.
