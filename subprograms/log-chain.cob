      *>--------------------------------------------------------------*>
      *> PROGRAM:    ChainLogRow                                      *>
      *> PURPOSE:    Tamper-evident hash chain for the PERSAUD.LOG    *>
      *>             and COMPHIST.LOG change journals.  A writer      *>
      *>             CALLs this with the log name and the row's own   *>
      *>             columns just before it appends the row; the      *>
      *>             next sequence number and the previous row's      *>
      *>             hash come from the log's head file (the log      *>
      *>             name plus ".CHN"), and the row hash is the MD5   *>
      *>             of the columns, the sequence, the previous hash  *>
      *>             and the LOGSEAL.KEY site key, taken through      *>
      *>             md5sum the way ListFiles checksums files.  A     *>
      *>             row changed, dropped or slipped in afterwards    *>
      *>             no longer chains, and without the key the chain  *>
      *>             cannot be recomputed to cover it.                *>
      *>                                                              *>
      *>             ENTRY "ComputeChainHash" hashes a row without    *>
      *>             moving the chain; "GetChainHead" returns the     *>
      *>             last sequence and hash issued for a log;         *>
      *>             "ResealLogChain" moves the head after a          *>
      *>             legitimate rewrite and appends a signed          *>
      *>             checkpoint row to LOGSEAL.DAT; "GetLogSeal"      *>
      *>             returns a log's latest checkpoint with its       *>
      *>             signature checked.                               *>
      *>                                                              *>
      *>             Under the shop-wide test mode                    *>
      *>             (SHOP_TEST_MODE=Y) checkpoints land on           *>
      *>             LOGSEAL.TST; the callers' own .TST journals      *>
      *>             keep their own head files.                       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainLogRow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HEAD ASSIGN TO WS-HEAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT HASH-INPUT ASSIGN TO WS-HASH-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HI-STATUS.
           SELECT HASH-RESULT ASSIGN TO WS-HASH-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.
           SELECT SEAL-KEY ASSIGN TO "LOGSEAL.KEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
           SELECT LOG-SEAL ASSIGN TO WS-SEAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD.
           05 CN-CHAIN-SEQ         PIC 9(09).
           05 FILLER               PIC X(01).
           05 CN-LAST-HASH         PIC X(32).

       FD  HASH-INPUT.
       01  HASH-INPUT-RECORD.
           05 HI-ROW-CONTENT       PIC X(200).
           05 HI-CHAIN-SEQ         PIC 9(09).
           05 HI-PREV-HASH         PIC X(32).
           05 HI-SITE-KEY          PIC X(32).

       FD  HASH-RESULT.
       01  HASH-RESULT-RECORD      PIC X(256).

       FD  SEAL-KEY.
       01  SEAL-KEY-RECORD         PIC X(32).

       FD  LOG-SEAL.
           COPY "log-seal.cpy".

       WORKING-STORAGE SECTION.
           COPY "log-error-call.cpy".
       01 WS-CN-STATUS              PIC X(02) VALUE "00".
           88 WS-CN-OK                        VALUE "00".
       01 WS-HI-STATUS              PIC X(02) VALUE "00".
       01 WS-HR-STATUS              PIC X(02) VALUE "00".
           88 WS-HR-OK                        VALUE "00".
       01 WS-SK-STATUS              PIC X(02) VALUE "00".
       01 WS-LX-STATUS              PIC X(02) VALUE "00".
           88 WS-LX-OK                        VALUE "00".
       01 WS-HEAD-FILE-NAME         PIC X(24) VALUE SPACES.
       01 WS-HASH-INPUT-NAME        PIC X(16) VALUE "LOGCHAIN.TMP".
       01 WS-HASH-RESULT-NAME       PIC X(16) VALUE "LOGCHAIN.MD5".
       01 WS-SEAL-FILE-NAME         PIC X(16) VALUE "LOGSEAL.DAT".
       01 WS-COMMAND                PIC X(256) VALUE SPACES.
       01 WS-DELETE-STATUS          PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-ID                 PIC X(08) VALUE "ADHOC".
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-ENV-WORK               PIC X(08) VALUE SPACES.
       01 WS-STAMPED-FLAG           PIC X(01) VALUE "N".
           88 WS-STAMPED                      VALUE "Y".
       01 WS-TEST-MODE-FLAG         PIC X(01) VALUE "N".
           88 WS-TEST-MODE                    VALUE "Y".
       01 WS-SITE-KEY               PIC X(32) VALUE SPACES.
       01 WS-ZERO-HASH              PIC X(32) VALUE ALL "0".

      *> the head of the chain for the log in hand.
       01 WS-HEAD-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-HEAD-FOUND                   VALUE "Y".
       01 WS-HEAD-SEQ               PIC 9(09) VALUE 0.
       01 WS-HEAD-HASH              PIC X(32) VALUE SPACES.

      *> one hash to take: the row, its place and what it chains to.
       01 WS-HASH-CONTENT           PIC X(200) VALUE SPACES.
       01 WS-HASH-SEQ               PIC 9(09) VALUE 0.
       01 WS-HASH-PREV              PIC X(32) VALUE SPACES.
       01 WS-HASH-VALUE             PIC X(32) VALUE SPACES.

      *> the latest checkpoint found for a log.
       01 WS-SEAL-EOF-FLAG          PIC X(01) VALUE "N".
           88 WS-SEAL-AT-END                  VALUE "Y".
       01 WS-SEAL-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-SEAL-FOUND                   VALUE "Y".
       01 WS-SEAL-LOG-NAME          PIC X(16) VALUE SPACES.
       01 WS-LATEST-SEAL            PIC X(189) VALUE SPACES.
       01 WS-STORED-SIGNATURE       PIC X(32) VALUE SPACES.

       LINKAGE SECTION.
           COPY "log-chain-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE HC-LOG-NAME
           BY REFERENCE HC-ROW-CONTENT BY REFERENCE HC-CHAIN-SEQ
           BY REFERENCE HC-PREV-HASH BY REFERENCE HC-ROW-HASH.

       0000-MAINLINE.
           PERFORM 1000-STAMP-ONCE
           PERFORM 2000-READ-CHAIN-HEAD
           COMPUTE HC-CHAIN-SEQ = WS-HEAD-SEQ + 1
           MOVE WS-HEAD-HASH TO HC-PREV-HASH
           MOVE HC-ROW-CONTENT TO WS-HASH-CONTENT
           MOVE HC-CHAIN-SEQ TO WS-HASH-SEQ
           MOVE HC-PREV-HASH TO WS-HASH-PREV
           PERFORM 3000-HASH-ONE-ROW
           MOVE WS-HASH-VALUE TO HC-ROW-HASH
           MOVE HC-CHAIN-SEQ TO WS-HEAD-SEQ
           MOVE HC-ROW-HASH TO WS-HEAD-HASH
           PERFORM 2100-WRITE-CHAIN-HEAD
           GOBACK.

       0900-COMPUTE-ENTRY-POINT.
       ENTRY "ComputeChainHash" USING BY REFERENCE HC-ROW-CONTENT
           BY REFERENCE HC-CHAIN-SEQ BY REFERENCE HC-PREV-HASH
           BY REFERENCE HC-ROW-HASH.
           PERFORM 1000-STAMP-ONCE
           MOVE HC-ROW-CONTENT TO WS-HASH-CONTENT
           MOVE HC-CHAIN-SEQ TO WS-HASH-SEQ
           MOVE HC-PREV-HASH TO WS-HASH-PREV
           PERFORM 3000-HASH-ONE-ROW
           MOVE WS-HASH-VALUE TO HC-ROW-HASH
           GOBACK.

       0910-HEAD-ENTRY-POINT.
       ENTRY "GetChainHead" USING BY REFERENCE HC-LOG-NAME
           BY REFERENCE HC-END-SEQ BY REFERENCE HC-END-HASH
           BY REFERENCE HC-HEAD-FLAG.
           PERFORM 1000-STAMP-ONCE
           PERFORM 2000-READ-CHAIN-HEAD
           MOVE WS-HEAD-SEQ TO HC-END-SEQ
           MOVE WS-HEAD-HASH TO HC-END-HASH
           MOVE WS-HEAD-FOUND-FLAG TO HC-HEAD-FLAG
           GOBACK.

       0920-RESEAL-ENTRY-POINT.
       ENTRY "ResealLogChain" USING BY REFERENCE HC-LOG-NAME
           BY REFERENCE HC-SEAL-REASON BY REFERENCE HC-PROGRAM-NAME
           BY REFERENCE HC-ANCHOR-SEQ BY REFERENCE HC-ANCHOR-HASH
           BY REFERENCE HC-END-SEQ BY REFERENCE HC-END-HASH.
           PERFORM 1000-STAMP-ONCE
           PERFORM 2000-READ-CHAIN-HEAD
           MOVE HC-END-SEQ TO WS-HEAD-SEQ
           MOVE HC-END-HASH TO WS-HEAD-HASH
           PERFORM 2100-WRITE-CHAIN-HEAD
           PERFORM 4000-WRITE-CHECKPOINT
           GOBACK.

       0930-SEAL-ENTRY-POINT.
       ENTRY "GetLogSeal" USING BY REFERENCE HC-LOG-NAME
           BY REFERENCE HC-ANCHOR-SEQ BY REFERENCE HC-ANCHOR-HASH
           BY REFERENCE HC-END-SEQ BY REFERENCE HC-END-HASH
           BY REFERENCE HC-SEAL-FLAG.
           PERFORM 1000-STAMP-ONCE
           MOVE 0 TO HC-ANCHOR-SEQ
           MOVE WS-ZERO-HASH TO HC-ANCHOR-HASH
           MOVE 0 TO HC-END-SEQ
           MOVE WS-ZERO-HASH TO HC-END-HASH
           SET HC-SEAL-NONE TO TRUE
           PERFORM 5000-FIND-LATEST-CHECKPOINT
           IF WS-SEAL-FOUND
               MOVE WS-LATEST-SEAL TO LOG-SEAL-RECORD
               MOVE LX-ANCHOR-SEQ TO HC-ANCHOR-SEQ
               MOVE LX-ANCHOR-HASH TO HC-ANCHOR-HASH
               MOVE LX-END-SEQ TO HC-END-SEQ
               MOVE LX-END-HASH TO HC-END-HASH
               MOVE LX-SIGNATURE TO WS-STORED-SIGNATURE
               PERFORM 4100-SIGN-CHECKPOINT
               IF WS-HASH-VALUE = WS-STORED-SIGNATURE
                   SET HC-SEAL-GOOD TO TRUE
               ELSE
                   SET HC-SEAL-FORGED TO TRUE
               END-IF
           END-IF
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-STAMP-ONCE - the run ID, operator, checkpoint file and  *>
      *> LOGSEAL.KEY site key, the first time this subprogram is      *>
      *> called in a run.  No key file leaves the key blank; the      *>
      *> chain still shows a changed row, but anyone could recompute  *>
      *> it, so production keeps the key file readable by the batch   *>
      *> account alone.                                               *>
      *>----------------------------------------------------------*>
       1000-STAMP-ONCE.
           IF NOT WS-STAMPED
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RUNID"
               IF WS-ENV-WORK NOT = SPACES
                   MOVE WS-ENV-WORK TO WS-RUN-ID
               END-IF
               MOVE SPACES TO WS-ENV-WORK
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "OPERATOR"
               MOVE WS-ENV-WORK TO WS-OPERATOR-ID
               ACCEPT WS-TEST-MODE-FLAG
                   FROM ENVIRONMENT "SHOP_TEST_MODE"
               IF WS-TEST-MODE
                   MOVE "LOGSEAL.TST" TO WS-SEAL-FILE-NAME
               END-IF
               OPEN INPUT SEAL-KEY
               IF WS-SK-STATUS = "00"
                   READ SEAL-KEY
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SEAL-KEY-RECORD TO WS-SITE-KEY
                   END-READ
                   CLOSE SEAL-KEY
               END-IF
               SET WS-STAMPED TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-READ-CHAIN-HEAD - the last sequence and hash issued for *>
      *> HC-LOG-NAME.  A log with no head file has not been chained   *>
      *> yet: its first chained row is sequence 1 and chains from an  *>
      *> all-zero hash.                                               *>
      *>----------------------------------------------------------*>
       2000-READ-CHAIN-HEAD.
           MOVE SPACES TO WS-HEAD-FILE-NAME
           STRING HC-LOG-NAME DELIMITED BY SPACE
               ".CHN" DELIMITED BY SIZE
               INTO WS-HEAD-FILE-NAME
           MOVE "N" TO WS-HEAD-FOUND-FLAG
           MOVE 0 TO WS-HEAD-SEQ
           MOVE WS-ZERO-HASH TO WS-HEAD-HASH
           OPEN INPUT CHAIN-HEAD
           IF WS-CN-OK
               READ CHAIN-HEAD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CN-CHAIN-SEQ IS NUMERIC
                           SET WS-HEAD-FOUND TO TRUE
                           MOVE CN-CHAIN-SEQ TO WS-HEAD-SEQ
                           MOVE CN-LAST-HASH TO WS-HEAD-HASH
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD
           END-IF.

       2100-WRITE-CHAIN-HEAD.
           OPEN OUTPUT CHAIN-HEAD
           MOVE SPACES TO CHAIN-HEAD-RECORD
           MOVE WS-HEAD-SEQ TO CN-CHAIN-SEQ
           MOVE WS-HEAD-HASH TO CN-LAST-HASH
           WRITE CHAIN-HEAD-RECORD
           CLOSE CHAIN-HEAD.

      *>----------------------------------------------------------*>
      *> 3000-HASH-ONE-ROW - MD5 of WS-HASH-CONTENT, WS-HASH-SEQ,     *>
      *> WS-HASH-PREV and the site key, written to a scratch file,    *>
      *> run through md5sum and read back; both scratch files are     *>
      *> removed.  A hash that cannot be taken comes back blank and   *>
      *> is logged, and the row it was for will not verify.           *>
      *>----------------------------------------------------------*>
       3000-HASH-ONE-ROW.
           MOVE SPACES TO WS-HASH-VALUE
           OPEN OUTPUT HASH-INPUT
           MOVE WS-HASH-CONTENT TO HI-ROW-CONTENT
           MOVE WS-HASH-SEQ TO HI-CHAIN-SEQ
           MOVE WS-HASH-PREV TO HI-PREV-HASH
           MOVE WS-SITE-KEY TO HI-SITE-KEY
           WRITE HASH-INPUT-RECORD
           CLOSE HASH-INPUT
           MOVE SPACES TO WS-COMMAND
           STRING "md5sum " DELIMITED BY SIZE
               WS-HASH-INPUT-NAME DELIMITED BY SPACE
               " > " DELIMITED BY SIZE
               WS-HASH-RESULT-NAME DELIMITED BY SPACE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT HASH-RESULT
           IF WS-HR-OK
               READ HASH-RESULT
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING HASH-RESULT-RECORD DELIMITED BY SPACE
                           INTO WS-HASH-VALUE
               END-READ
               CLOSE HASH-RESULT
               CALL "CBL_DELETE_FILE" USING WS-HASH-RESULT-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-HASH-INPUT-NAME
               RETURNING WS-DELETE-STATUS
           IF WS-HASH-VALUE = SPACES
               MOVE "LOGCHAIN" TO LE-PROGRAM-NAME
               MOVE "3000-HASH-ONE-ROW" TO LE-PARAGRAPH-NAME
               MOVE "md5sum gave no hash for a chained journal row"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-WRITE-CHECKPOINT - one signed LOGSEAL row recording the *>
      *> rewrite: who, when, why, the anchor the live log now chains  *>
      *> from and the last row it ends on.                            *>
      *>----------------------------------------------------------*>
       4000-WRITE-CHECKPOINT.
           MOVE SPACES TO LOG-SEAL-RECORD
           MOVE HC-LOG-NAME TO LX-LOG-NAME
           ACCEPT LX-SEAL-DATE FROM DATE YYYYMMDD
           ACCEPT LX-SEAL-TIME FROM TIME
           MOVE HC-SEAL-REASON TO LX-SEAL-REASON
           MOVE HC-PROGRAM-NAME TO LX-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO LX-OPERATOR-ID
           MOVE WS-RUN-ID TO LX-RUN-ID
           MOVE HC-ANCHOR-SEQ TO LX-ANCHOR-SEQ
           MOVE HC-ANCHOR-HASH TO LX-ANCHOR-HASH
           MOVE HC-END-SEQ TO LX-END-SEQ
           MOVE HC-END-HASH TO LX-END-HASH
           PERFORM 4100-SIGN-CHECKPOINT
           MOVE WS-HASH-VALUE TO LX-SIGNATURE
           OPEN EXTEND LOG-SEAL
           IF WS-LX-STATUS = "35"
               OPEN OUTPUT LOG-SEAL
               CLOSE LOG-SEAL
               OPEN EXTEND LOG-SEAL
           END-IF
           WRITE LOG-SEAL-RECORD
           CLOSE LOG-SEAL.

      *>----------------------------------------------------------*>
      *> 4100-SIGN-CHECKPOINT - the signature over LOG-SEAL-RECORD    *>
      *> with its signature column blank, keyed like a row hash.      *>
      *>----------------------------------------------------------*>
       4100-SIGN-CHECKPOINT.
           MOVE SPACES TO LX-SIGNATURE
           MOVE LOG-SEAL-RECORD TO WS-HASH-CONTENT
           MOVE 0 TO WS-HASH-SEQ
           MOVE WS-ZERO-HASH TO WS-HASH-PREV
           PERFORM 3000-HASH-ONE-ROW.

      *>----------------------------------------------------------*>
      *> 5000-FIND-LATEST-CHECKPOINT - the last LOGSEAL row written   *>
      *> for HC-LOG-NAME, if any.                                     *>
      *>----------------------------------------------------------*>
       5000-FIND-LATEST-CHECKPOINT.
           MOVE "N" TO WS-SEAL-FOUND-FLAG
           MOVE HC-LOG-NAME TO WS-SEAL-LOG-NAME
           OPEN INPUT LOG-SEAL
           IF WS-LX-OK
               MOVE "N" TO WS-SEAL-EOF-FLAG
               PERFORM 5010-NOTE-ONE-CHECKPOINT
                   UNTIL WS-SEAL-AT-END
               CLOSE LOG-SEAL
           END-IF.

       5010-NOTE-ONE-CHECKPOINT.
           READ LOG-SEAL
               AT END
                   SET WS-SEAL-AT-END TO TRUE
               NOT AT END
                   IF LX-LOG-NAME = WS-SEAL-LOG-NAME
                       SET WS-SEAL-FOUND TO TRUE
                       MOVE LOG-SEAL-RECORD TO WS-LATEST-SEAL
                   END-IF
           END-READ.
