      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-10-15  The run now needs the batch-update authority   *>
      *>               level and is refused while FREEZE.CTL has a    *>
      *>               MASTER change freeze in force, unless an       *>
      *>               emergency override is given                    *>
      *>               (CheckOperatorAuthClass).                      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMassChange.
           COPY "person-detail.cpy".
           COPY "person-search.cpy".
           COPY "dept.cpy".
           COPY "operator-auth-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CT-STATUS              PIC X(02) VALUE "00".
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0040-CHECK-AUTHORITY
           IF OA-REFUSED
               PERFORM 0019-END-JOB-TIMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-CHANGE-PAIRS
           IF WS-PAIR-COUNT > 0
               MOVE 1 TO WS-SWEEP-PASS
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 0040-CHECK-AUTHORITY - a mass change rewrites the person     *>
      *> master, so it needs the batch-update authority level and is  *>
      *> held off while a MASTER change freeze is in force.           *>
      *>----------------------------------------------------------*>
       0040-CHECK-AUTHORITY.
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           MOVE "MASTER" TO OA-FREEZE-CLASS
           MOVE RC-JOB-STEP-NAME TO OA-ACTION-NAME
           CALL "CheckOperatorAuthClass" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
               OA-FREEZE-CLASS OA-ACTION-NAME OA-FREEZE-RESULT
           IF OA-REFUSED
               IF OA-FROZEN
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Mass change refused - change freeze in "
                       "force."
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Mass change refused - operator "
                       RC-OPERATOR-ID " lacks authority."
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-CHANGE-PAIRS - one from/to pair per DEPTCHG.DAT    *>
      *> row; the to-code must be an active DEPTMAST department or    *>
