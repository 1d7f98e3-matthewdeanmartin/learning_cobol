      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Generated comp rows are written salaried.      *>
      *>   2026-10-15  Generated comp rows are written in the base    *>
      *>               currency.                                      *>
      *>   2026-10-15  Generated audit rows are written with blank    *>
      *>               chain columns and PERSAUD.TST starts a fresh   *>
      *>               chain with a CREATE checkpoint.                *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestDataGen.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-DM-STATUS              PIC X(02) VALUE "00".
           88 WS-DM-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           CLOSE TEST-PERSON
           CLOSE TEST-COMP
           CLOSE TEST-AUDIT
           PERFORM 2900-START-AUDIT-CHAIN
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Test persons generated: "
               WS-WRITTEN-COUNT " into the .TST file set."
               REMAINDER WS-SALARY-WORK
           COMPUTE CM-ANNUAL-SALARY = 3000000 + WS-SALARY-WORK
           MOVE PM-HIRE-DATE TO CM-EFFECTIVE-DATE
           MOVE "S" TO CM-PAY-BASIS
           MOVE 0 TO CM-HOURLY-RATE
           MOVE SPACES TO CM-CURRENCY-CODE
           WRITE COMP-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE SPACES TO PERSON-AUDIT-RECORD
           MOVE PM-PERSON-ID TO PA-PERSON-ID
           MOVE SPACES TO PA-OLD-NAME
           MOVE PM-HUMAN-NAME TO PA-NEW-NAME
           MOVE WS-TIMESTAMP TO PA-CHANGE-TIMESTAMP
           WRITE PERSON-AUDIT-RECORD.

      *>----------------------------------------------------------*>
      *> 2900-START-AUDIT-CHAIN - the generated audit rows carry no   *>
      *> chain columns, so the new PERSAUD.TST starts its chain over  *>
      *> at zero with a CREATE checkpoint; a checkpoint left by the   *>
      *> file it replaces would otherwise read as rows gone.          *>
      *>----------------------------------------------------------*>
       2900-START-AUDIT-CHAIN.
           MOVE "PERSAUD.TST" TO HC-LOG-NAME
           MOVE "CREATE" TO HC-SEAL-REASON
           MOVE "TESTGEN" TO HC-PROGRAM-NAME
           MOVE 0 TO HC-ANCHOR-SEQ
           MOVE ALL "0" TO HC-ANCHOR-HASH
           MOVE 0 TO HC-END-SEQ
           MOVE ALL "0" TO HC-END-HASH
           CALL "ResealLogChain" USING HC-LOG-NAME HC-SEAL-REASON
               HC-PROGRAM-NAME HC-ANCHOR-SEQ HC-ANCHOR-HASH
               HC-END-SEQ HC-END-HASH.
