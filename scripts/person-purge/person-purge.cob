      *>               EnqResource registry and releases it on        *>
      *>               completion, so whole-file jobs stop stepping   *>
      *>               on each other.                                 *>
      *>   2026-10-15  The purge is now also refused while FREEZE.CTL *>
      *>               has a DESTROY change freeze in force, unless   *>
      *>               an emergency override is given                 *>
      *>               (CheckOperatorAuthClass).                      *>
      *>   2026-10-15  The anonymization now proves the PERSAUD.LOG   *>
      *>               hash chain first and re-seals it afterwards    *>
      *>               (ResealLogChain) with a signed PURGE           *>
      *>               checkpoint; a chain already broken is left     *>
      *>               unsealed, logged as critical, and the step     *>
      *>               ends with 8.                                   *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonPurge.

       FD  AUDIT-REWRITE.
       01  AUDIT-REWRITE-RECORD.
           05 AN-ROW-CONTENT.
               10 AN-PERSON-ID         PIC 9(05).
               10 AN-OLD-NAME          PIC X(20).
               10 AN-NEW-NAME          PIC X(20).
               10 AN-CHANGE-TIMESTAMP  PIC X(16).
           05 AN-CHAIN-SEQ         PIC X(09).
           05 AN-PREV-HASH         PIC X(32).
           05 AN-ROW-HASH          PIC X(32).

       FD  PURGE-POLICY.
       01  PURGE-POLICY-RECORD.
           COPY "enqueue-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-PA-STATUS              PIC X(02) VALUE "00".
       01 WS-PURGED-COUNT           PIC 9(05) VALUE 0.
       01 WS-AUDIT-ROWS-MASKED      PIC 9(07) VALUE 0.

      *> the PERSAUD.LOG hash chain, proved before the rewrite and
      *> re-sealed after it.
       01 WS-CHAIN-PROVEN-FLAG      PIC X(01) VALUE "Y".
           88 WS-CHAIN-PROVEN                 VALUE "Y".
       01 WS-CHAIN-STARTED-FLAG     PIC X(01) VALUE "N".
           88 WS-CHAIN-STARTED                VALUE "Y".
       01 WS-CHAIN-ROW-COUNT        PIC 9(07) VALUE 0.
       01 WS-CHAIN-BREAK-ROW        PIC 9(07) VALUE 0.
       01 WS-ROW-SEQ-TEXT           PIC X(09) VALUE SPACES.
       01 WS-ROW-SEQ REDEFINES WS-ROW-SEQ-TEXT
                                    PIC 9(09).
       01 WS-ANCHOR-SEQ             PIC 9(09) VALUE 0.
       01 WS-ANCHOR-HASH            PIC X(32) VALUE SPACES.
       01 WS-OLD-LAST-SEQ           PIC 9(09) VALUE 0.
       01 WS-OLD-LAST-HASH          PIC X(32) VALUE SPACES.
       01 WS-NEW-LAST-SEQ           PIC 9(09) VALUE 0.
       01 WS-NEW-LAST-HASH          PIC X(32) VALUE SPACES.

       01 WS-LAST-COUNT             PIC 9(04) COMP VALUE 0.
       01 WS-LAST-MAX               PIC 9(04) COMP VALUE 5000.
       01 WS-LAST-FOUND-FLAG        PIC X(01) VALUE "N".
           PERFORM 0012-START-JOB-TIMER
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
                       " Purge refused - change freeze in force."
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " Purge refused - operator " RC-OPERATOR-ID
                       " lacks authority."
               END-IF
               PERFORM 0019-END-JOB-TIMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           CALL "DeqResource" USING EQ-RESOURCE-NAME
               EQ-HOLDER-NAME
           PERFORM 0019-END-JOB-TIMER
           IF NOT WS-CHAIN-PROVEN
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------*>
      *>----------------------------------------------------------*>
      *> 3000-ANONYMIZE-AUDIT-LOG - every PERSAUD.LOG row for a       *>
      *> purged person keeps its ID and timestamp but loses both      *>
      *> names, then the rewritten log replaces the live one.  The    *>
      *> hash chain is proved first; a sound chain is re-hashed from  *>
      *> the first changed row on and re-sealed with a signed PURGE   *>
      *> checkpoint, so LogVerify does not take the masking for       *>
      *> tampering.  A chain that is already broken is not re-sealed  *>
      *> over: the rows keep their old chain columns, the break stays *>
      *> for LogVerify to report, and the step ends with 8.           *>
      *>----------------------------------------------------------*>
       3000-ANONYMIZE-AUDIT-LOG.
           PERFORM 3100-PROVE-THE-CHAIN
           MOVE WS-ANCHOR-HASH TO WS-NEW-LAST-HASH
           MOVE WS-ANCHOR-SEQ TO WS-NEW-LAST-SEQ
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PERSON-AUDIT
           IF WS-PA-OK
               CLOSE PERSON-AUDIT
               MOVE "mv PERSAUD.NEW PERSAUD.LOG" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               IF WS-CHAIN-PROVEN
                   IF WS-CHAIN-STARTED
                       PERFORM 3200-RESEAL-THE-CHAIN
                   END-IF
               ELSE
                   PERFORM 3300-REPORT-BROKEN-CHAIN
               END-IF
           END-IF.

       3010-REWRITE-ONE-AUDIT-ROW.
                   MOVE PA-NEW-NAME TO AN-NEW-NAME
                   MOVE PA-CHANGE-TIMESTAMP TO AN-CHANGE-TIMESTAMP
                   PERFORM 3020-MASK-IF-PURGED
                   PERFORM 3040-RECHAIN-ONE-ROW
                   WRITE AUDIT-REWRITE-RECORD
           END-READ.

               SET WS-PURGE-LISTED TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3040-RECHAIN-ONE-ROW - carry the row's chain columns across; *>
      *> on a proven chain, a masked row, or any row after one, gets  *>
      *> a fresh hash linked to the rewritten row before it.  Rows    *>
      *> ahead of the first masked row hash exactly as they did.      *>
      *>----------------------------------------------------------*>
       3040-RECHAIN-ONE-ROW.
           MOVE PERSON-AUDIT-RECORD(62:9) TO AN-CHAIN-SEQ
           MOVE PA-PREV-HASH TO AN-PREV-HASH
           MOVE PA-ROW-HASH TO AN-ROW-HASH
           MOVE AN-CHAIN-SEQ TO WS-ROW-SEQ-TEXT
           IF WS-CHAIN-PROVEN AND WS-ROW-SEQ-TEXT IS NUMERIC
               IF WS-PURGE-LISTED
                   OR PA-PREV-HASH NOT = WS-NEW-LAST-HASH
                   MOVE WS-NEW-LAST-HASH TO AN-PREV-HASH
                   MOVE AN-ROW-CONTENT TO HC-ROW-CONTENT
                   MOVE WS-ROW-SEQ TO HC-CHAIN-SEQ
                   MOVE AN-PREV-HASH TO HC-PREV-HASH
                   CALL "ComputeChainHash" USING HC-ROW-CONTENT
                       HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
                   MOVE HC-ROW-HASH TO AN-ROW-HASH
               END-IF
               MOVE WS-ROW-SEQ TO WS-NEW-LAST-SEQ
               MOVE AN-ROW-HASH TO WS-NEW-LAST-HASH
           END-IF.

      *>----------------------------------------------------------*>
      *> 3100-PROVE-THE-CHAIN - walk PERSAUD.LOG from the anchor of   *>
      *> its latest signed checkpoint the way LogVerify does: each    *>
      *> chained row must follow the one before it in sequence, link  *>
      *> to its hash and match its own, and the last must be where    *>
      *> the chain head says.  Rows from before the chain started     *>
      *> are passed over.                                             *>
      *>----------------------------------------------------------*>
       3100-PROVE-THE-CHAIN.
           MOVE "Y" TO WS-CHAIN-PROVEN-FLAG
           MOVE "N" TO WS-CHAIN-STARTED-FLAG
           MOVE 0 TO WS-CHAIN-ROW-COUNT
           MOVE 0 TO WS-CHAIN-BREAK-ROW
           MOVE "PERSAUD.LOG" TO HC-LOG-NAME
           CALL "GetLogSeal" USING HC-LOG-NAME HC-ANCHOR-SEQ
               HC-ANCHOR-HASH HC-END-SEQ HC-END-HASH HC-SEAL-FLAG
           MOVE HC-ANCHOR-SEQ TO WS-ANCHOR-SEQ
           MOVE HC-ANCHOR-HASH TO WS-ANCHOR-HASH
           MOVE HC-ANCHOR-SEQ TO WS-OLD-LAST-SEQ
           MOVE HC-ANCHOR-HASH TO WS-OLD-LAST-HASH
           IF HC-SEAL-FORGED
               MOVE "N" TO WS-CHAIN-PROVEN-FLAG
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PERSON-AUDIT
           IF WS-PA-OK
               PERFORM 3110-PROVE-ONE-AUDIT-ROW
                   UNTIL WS-AT-END OR NOT WS-CHAIN-PROVEN
               CLOSE PERSON-AUDIT
           END-IF
           IF WS-CHAIN-PROVEN
               MOVE "PERSAUD.LOG" TO HC-LOG-NAME
               CALL "GetChainHead" USING HC-LOG-NAME HC-END-SEQ
                   HC-END-HASH HC-HEAD-FLAG
               IF WS-CHAIN-STARTED
                   AND (HC-END-SEQ NOT = WS-OLD-LAST-SEQ
                       OR HC-END-HASH NOT = WS-OLD-LAST-HASH)
                   MOVE "N" TO WS-CHAIN-PROVEN-FLAG
                   MOVE WS-CHAIN-ROW-COUNT TO WS-CHAIN-BREAK-ROW
               END-IF
           END-IF.

       3110-PROVE-ONE-AUDIT-ROW.
           READ PERSON-AUDIT
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHAIN-ROW-COUNT
                   MOVE PERSON-AUDIT-RECORD(62:9) TO WS-ROW-SEQ-TEXT
                   IF WS-ROW-SEQ-TEXT IS NUMERIC
                       SET WS-CHAIN-STARTED TO TRUE
                       PERFORM 3120-PROVE-ONE-LINK
                   ELSE
                       IF WS-CHAIN-STARTED
                           MOVE "N" TO WS-CHAIN-PROVEN-FLAG
                       END-IF
                   END-IF
                   IF NOT WS-CHAIN-PROVEN
                       MOVE WS-CHAIN-ROW-COUNT TO WS-CHAIN-BREAK-ROW
                   END-IF
           END-READ.

       3120-PROVE-ONE-LINK.
           IF WS-ROW-SEQ NOT = WS-OLD-LAST-SEQ + 1
               OR PA-PREV-HASH NOT = WS-OLD-LAST-HASH
               MOVE "N" TO WS-CHAIN-PROVEN-FLAG
           ELSE
               MOVE PA-ROW-CONTENT TO HC-ROW-CONTENT
               MOVE WS-ROW-SEQ TO HC-CHAIN-SEQ
               MOVE PA-PREV-HASH TO HC-PREV-HASH
               CALL "ComputeChainHash" USING HC-ROW-CONTENT
                   HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
               IF HC-ROW-HASH NOT = PA-ROW-HASH
                   MOVE "N" TO WS-CHAIN-PROVEN-FLAG
               END-IF
           END-IF
           MOVE WS-ROW-SEQ TO WS-OLD-LAST-SEQ
           MOVE PA-ROW-HASH TO WS-OLD-LAST-HASH.

      *>----------------------------------------------------------*>
      *> 3200-RESEAL-THE-CHAIN - the head moves to the rewritten last *>
      *> row, and a signed PURGE checkpoint records the rewrite from  *>
      *> the same anchor.                                             *>
      *>----------------------------------------------------------*>
       3200-RESEAL-THE-CHAIN.
           MOVE "PERSAUD.LOG" TO HC-LOG-NAME
           MOVE "PURGE" TO HC-SEAL-REASON
           MOVE "PERSPURG" TO HC-PROGRAM-NAME
           MOVE WS-ANCHOR-SEQ TO HC-ANCHOR-SEQ
           MOVE WS-ANCHOR-HASH TO HC-ANCHOR-HASH
           MOVE WS-NEW-LAST-SEQ TO HC-END-SEQ
           MOVE WS-NEW-LAST-HASH TO HC-END-HASH
           CALL "ResealLogChain" USING HC-LOG-NAME HC-SEAL-REASON
               HC-PROGRAM-NAME HC-ANCHOR-SEQ HC-ANCHOR-HASH
               HC-END-SEQ HC-END-HASH
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PERSAUD.LOG chain re-sealed through sequence "
               WS-NEW-LAST-SEQ.

       3300-REPORT-BROKEN-CHAIN.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PERSAUD.LOG chain was already broken at row "
               WS-CHAIN-BREAK-ROW " - not re-sealed."
           MOVE "PERSPURG" TO LE-PROGRAM-NAME
           MOVE "3100-PROVE-THE-CHAIN" TO LE-PARAGRAPH-NAME
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING "PERSAUD.LOG chain broken before purge, row "
                   DELIMITED BY SIZE
               WS-CHAIN-BREAK-ROW DELIMITED BY SIZE
               INTO LE-MESSAGE-TEXT
           SET LE-SEVERITY-CRITICAL TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME
               LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Persons purged: " WS-PURGED-COUNT
