      *>             indented underneath.  Persons whose manager is   *>
      *>             not an active record (orphans) and persons       *>
      *>             trapped in a reporting loop are listed in an     *>
      *>             exceptions section at the end.  The roster and   *>
      *>             reporting lines come from tonight's PERSSNAP     *>
      *>             person snapshot when it is on hand and balances; *>
      *>             otherwise PERSMAST and PERSMGR are read as       *>
      *>             before.                                          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  The roster and reporting lines come from       *>
      *>               tonight's PERSSNAP person snapshot when it is  *>
      *>               on hand and balances, with PERSMAST and        *>
      *>               PERSMGR read as before when it is not.         *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrgChart.
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-MG-STATUS              PIC X(02) VALUE "00".
      *> 1000-LOAD-THE-ROSTER - every active or on-leave master      *>
      *> record into the table with its PERSMGR manager ID, the      *>
      *> distinct departments as they appear, and the orphan flag    *>
      *> for a manager who is not in the loaded roster.  Tonight's   *>
      *> snapshot, when usable, stands in for both files.            *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-ROSTER.
           MOVE "N" TO WS-EOF-FLAG
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF SN-USABLE
               PERFORM 1015-LOAD-FROM-SNAPSHOT
                   UNTIL WS-AT-END
               CALL "ClosePersonSnapshot"
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSSNAP not usable - " SN-REASON-TEXT
                   " - reading the masters"
               PERFORM 1005-SWEEP-THE-MASTERS
                   THRU 1005-SWEEP-THE-MASTERS-EXIT
               IF NOT WS-PM-OK
                   GO TO 1000-LOAD-THE-ROSTER-EXIT
               END-IF
           END-IF
           PERFORM 1100-FLAG-ONE-ORPHAN
               VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT.
       1000-LOAD-THE-ROSTER-EXIT.
           EXIT.

       1005-SWEEP-THE-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 1005-SWEEP-THE-MASTERS-EXIT
           END-IF
           OPEN INPUT PERSON-MANAGER
           IF WS-MG-OK
               SET WS-MANAGER-FILE-OPEN TO TRUE
           END-IF
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
           CLOSE PERSON-MASTER
           IF WS-MANAGER-FILE-OPEN
               CLOSE PERSON-MANAGER
           END-IF.
       1005-SWEEP-THE-MASTERS-EXIT.
           EXIT.

       1010-LOAD-ONE-PERSON.
                   END-IF
           END-READ.

      *> the same, from a snapshot detail that carries the PERSMGR
      *> manager ID already joined (zero when there is no row).
       1015-LOAD-FROM-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-AT-END TO TRUE
           ELSE
               MOVE PN-PERSON-ID TO PM-PERSON-ID
               MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
               MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
               MOVE PN-HIRE-DATE TO PM-HIRE-DATE
               MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
               IF (PM-ACTIVE OR PM-ON-LEAVE)
                   AND WS-PERSON-COUNT < WS-PERSON-MAX
                   ADD 1 TO WS-PERSON-COUNT
                   MOVE PM-PERSON-ID TO WS-PT-ID(WS-PERSON-COUNT)
                   MOVE PM-HUMAN-NAME TO WS-PT-NAME(WS-PERSON-COUNT)
                   MOVE PM-DEPARTMENT-CODE
                       TO WS-PT-DEPT(WS-PERSON-COUNT)
                   MOVE PN-MANAGER-ID TO WS-PT-MGR(WS-PERSON-COUNT)
                   MOVE "U" TO WS-PT-STATE(WS-PERSON-COUNT)
                   MOVE "N" TO WS-PT-ORPHAN-FLAG(WS-PERSON-COUNT)
                   PERFORM 1020-NOTE-ONE-DEPARTMENT
               END-IF
           END-IF.

       1020-NOTE-ONE-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM 1030-MATCH-ONE-DEPT-CODE
