      *>               or writes resolves to the .TST file-set, so a  *>
      *>               rehearsal merge cannot rewrite the real comp   *>
      *>               master, pending transactions or audit log.     *>
      *>   2026-10-15  A comp row moved to the survivor keeps its pay *>
      *>               basis and hourly rate.                         *>
      *>   2026-10-15  A comp row moved to the survivor keeps its     *>
      *>               currency code.                                 *>
      *>   2026-10-15  The PERSTRAN.DAT rewrite record widened to 28  *>
      *>               bytes for the new termination reason code.     *>
      *>   2026-10-15  The PERSTRAN.DAT rewrite record widened to 33  *>
      *>               bytes for the new manager column; a pending M  *>
      *>               row naming the victim as the new manager is    *>
      *>               repointed to the survivor.                     *>
      *>   2026-10-15  The merge is now also refused while FREEZE.CTL *>
      *>               has a DESTROY change freeze in force, unless   *>
      *>               an emergency override is given                 *>
      *>               (CheckOperatorAuthClass).                      *>
      *>   2026-10-15  Both merge audit rows are now hash-chained on  *>
      *>               PERSAUD.LOG through ChainLogRow.               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMerge.
           COPY "person-trans.cpy".

       FD  TRANS-REWRITE.
       01  TRANS-REWRITE-RECORD     PIC X(33).

       FD  PERSON-XREF.
           COPY "person-xref.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "log-chain-call.cpy".
           COPY "person.cpy".
           COPY "person-search.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
       01 WS-VICTIM-SALARY          PIC 9(11) VALUE 0.
       01 WS-VICTIM-GRADE           PIC X(02) VALUE SPACES.
       01 WS-VICTIM-EFF-DATE        PIC 9(08) VALUE 0.
       01 WS-VICTIM-PAY-BASIS       PIC X(01) VALUE "S".
       01 WS-VICTIM-HOURLY-RATE     PIC 9(07) VALUE 0.
       01 WS-VICTIM-CURRENCY        PIC X(03) VALUE SPACES.
       01 WS-VICTIM-HAD-COMP        PIC X(01) VALUE "N".
           88 WS-VICTIM-COMP-FOUND            VALUE "Y".
       01 WS-SURVIVOR-HAS-COMP      PIC X(01) VALUE "N".
       1000-CHECK-AUTHORITY-AND-KEYS.
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 9 TO OA-REQUIRED-LEVEL
           MOVE "DESTROY" TO OA-FREEZE-CLASS
           MOVE RC-JOB-STEP-NAME TO OA-ACTION-NAME
           CALL "CheckOperatorAuthClass" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
               OA-FREEZE-CLASS OA-ACTION-NAME OA-FREEZE-RESULT
           IF OA-REFUSED
               IF OA-FROZEN
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Merge refused - change freeze in force."
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Merge refused - operator " RC-OPERATOR-ID
                       " lacks authority."
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 1000-CHECK-AUTHORITY-AND-KEYS-EXIT
           END-IF
                   MOVE CM-GRADE TO WS-VICTIM-GRADE
                   MOVE CM-ANNUAL-SALARY TO WS-VICTIM-SALARY
                   MOVE CM-EFFECTIVE-DATE TO WS-VICTIM-EFF-DATE
                   MOVE CM-PAY-BASIS TO WS-VICTIM-PAY-BASIS
                   MOVE CM-HOURLY-RATE TO WS-VICTIM-HOURLY-RATE
                   MOVE CM-CURRENCY-CODE TO WS-VICTIM-CURRENCY
           END-READ
           IF WS-VICTIM-COMP-FOUND
               MOVE WS-SURVIVOR-ID TO CM-PERSON-ID
                   MOVE WS-VICTIM-GRADE TO CM-GRADE
                   MOVE WS-VICTIM-SALARY TO CM-ANNUAL-SALARY
                   MOVE WS-VICTIM-EFF-DATE TO CM-EFFECTIVE-DATE
                   MOVE WS-VICTIM-PAY-BASIS TO CM-PAY-BASIS
                   MOVE WS-VICTIM-HOURLY-RATE TO CM-HOURLY-RATE
                   MOVE WS-VICTIM-CURRENCY TO CM-CURRENCY-CODE
                   WRITE COMP-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       MOVE WS-SURVIVOR-ID TO PT-PERSON-ID
                       ADD 1 TO WS-TRANS-REPOINTED
                   END-IF
                   IF PT-ACTION-MANAGER
                       AND PT-NEW-MANAGER = WS-VICTIM-ID
                       MOVE WS-SURVIVOR-ID TO PT-NEW-MANAGER
                       ADD 1 TO WS-TRANS-REPOINTED
                   END-IF
                   MOVE PERSON-TRANS-RECORD TO TRANS-REWRITE-RECORD
                   WRITE TRANS-REWRITE-RECORD
           END-READ.
           MOVE WS-VICTIM-NAME TO PA-OLD-NAME
           MOVE WS-SURVIVOR-NAME TO PA-NEW-NAME
           MOVE WS-TIMESTAMP TO PA-CHANGE-TIMESTAMP
           PERFORM 5010-CHAIN-AUDIT-ROW
           WRITE PERSON-AUDIT-RECORD
           MOVE WS-SURVIVOR-ID TO PA-PERSON-ID
           MOVE WS-SURVIVOR-NAME TO PA-OLD-NAME
           MOVE WS-SURVIVOR-NAME TO PA-NEW-NAME
           MOVE WS-TIMESTAMP TO PA-CHANGE-TIMESTAMP
           PERFORM 5010-CHAIN-AUDIT-ROW
           WRITE PERSON-AUDIT-RECORD
           CLOSE PERSON-AUDIT.

      *>----------------------------------------------------------*>
      *> 5010-CHAIN-AUDIT-ROW - link the row in the buffer to the     *>
      *> one before it on PERSAUD.LOG (ChainLogRow).                  *>
      *>----------------------------------------------------------*>
       5010-CHAIN-AUDIT-ROW.
           MOVE WS-AUDIT-FILE-NAME TO HC-LOG-NAME
           MOVE PA-ROW-CONTENT TO HC-ROW-CONTENT
           CALL "ChainLogRow" USING HC-LOG-NAME HC-ROW-CONTENT
               HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
           MOVE HC-CHAIN-SEQ TO PA-CHAIN-SEQ
           MOVE HC-PREV-HASH TO PA-PREV-HASH
           MOVE HC-ROW-HASH TO PA-ROW-HASH.

      *>----------------------------------------------------------*>
      *> 6000-DEACTIVATE-THE-VICTIM - through the standard            *>
      *> DeactivatePerson entry, which re-checks operator authority   *>
