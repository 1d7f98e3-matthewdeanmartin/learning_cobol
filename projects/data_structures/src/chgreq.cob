      *>--------------------------------------------------------------*>
      *> PROGRAM:    chgreq                                           *>
      *> PURPOSE:    Maintain the CHGREQ dual-control change request  *>
      *>             file.  HoldChangeRequest files a pay or bank     *>
      *>             change pending instead of writing it: the        *>
      *>             request is stamped with the current date and     *>
      *>             time (the key), the requesting operator, and an  *>
      *>             expiry date CHGREQ_EXPIRY_DAYS business days on  *>
      *>             (default 5, counted on PROCCAL.CTL).             *>
      *>             GetChangeRequest returns one request by key, and *>
      *>             DecideChangeRequest records the approval,        *>
      *>             rejection or expiry the caller has set - only    *>
      *>             for a request still pending, so two screens      *>
      *>             cannot both decide it.  The file is opened and   *>
      *>             closed on every call, since the approval screen  *>
      *>             and the daily report browse it themselves.       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgreq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REQUEST ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-REQUEST-KEY
               FILE STATUS IS WS-CQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REQUEST.
           COPY "change-request.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "CHGREQ".
       01 WS-CQ-STATUS          PIC X(02) VALUE "00".
           88 WS-CQ-OK                    VALUE "00".
       01 WS-STAMPED-FLAG       PIC X(01) VALUE "N".
           88 WS-RUN-STAMPED              VALUE "Y".
       01 WS-EXPIRY-TEXT        PIC X(02) VALUE SPACES.
       01 WS-EXPIRY-DAYS        PIC 9(02) VALUE 5.
       01 WS-WRITE-SWITCH       PIC X(01) VALUE "N".
           88 WS-REQUEST-WRITTEN          VALUE "Y".
       01 WS-WRITE-TRIES        PIC 9(03) COMP VALUE 0.
       01 WS-DECIDED-STATUS     PIC X(01) VALUE SPACE.
       01 WS-DECIDED-BY         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
           COPY "chgreq.cpy".

       PROCEDURE DIVISION USING BY REFERENCE ChangeRequestDetail
           BY REFERENCE ChangeFoundFlag.

       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 3000-GET-CHANGE-REQUEST
           GOBACK.

       ENTRY "GetChangeRequest" USING BY REFERENCE ChangeRequestDetail
           BY REFERENCE ChangeFoundFlag.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 3000-GET-CHANGE-REQUEST
           GOBACK.

       ENTRY "HoldChangeRequest" USING BY REFERENCE ChangeRequestDetail
           BY REFERENCE ChangeFoundFlag.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 2000-HOLD-CHANGE-REQUEST
           GOBACK.

       ENTRY "DecideChangeRequest" USING
           BY REFERENCE ChangeRequestDetail
           BY REFERENCE ChangeFoundFlag.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 4000-DECIDE-CHANGE-REQUEST
               THRU 4000-DECIDE-CHANGE-REQUEST-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the expiry setting once per run, the first time   *>
      *> this program is called.                                      *>
      *>----------------------------------------------------------*>
       0010-STAMP-RUN-CONTROL.
           IF NOT WS-RUN-STAMPED
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
               MOVE "CHGREQ" TO RC-JOB-STEP-NAME
               ACCEPT WS-EXPIRY-TEXT
                   FROM ENVIRONMENT "CHGREQ_EXPIRY_DAYS"
               IF WS-EXPIRY-TEXT(2:1) = SPACE
                   MOVE WS-EXPIRY-TEXT(1:1) TO WS-EXPIRY-TEXT(2:1)
                   MOVE "0" TO WS-EXPIRY-TEXT(1:1)
               END-IF
               IF WS-EXPIRY-TEXT IS NUMERIC
                   AND WS-EXPIRY-TEXT NOT = "00"
                   MOVE WS-EXPIRY-TEXT TO WS-EXPIRY-DAYS
               END-IF
               ACCEPT RC-TEST-MODE-FLAG
                   FROM ENVIRONMENT "SHOP_TEST_MODE"
               IF RC-TEST-MODE
                   DISPLAY "*** TEST MODE - CHGREQ resolves to "
                       "the .TST file-set ***"
                   MOVE "CHGREQ.TST" TO WS-MASTER-FILE-NAME
               END-IF
               SET WS-RUN-STAMPED TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-REQUEST-FILE - open CHGREQ I-O for one call,       *>
      *> creating it the first time a change is held.                 *>
      *>----------------------------------------------------------*>
       1000-OPEN-REQUEST-FILE.
           OPEN I-O CHANGE-REQUEST
           IF WS-CQ-STATUS = "35"
               OPEN OUTPUT CHANGE-REQUEST
               CLOSE CHANGE-REQUEST
               OPEN I-O CHANGE-REQUEST
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-HOLD-CHANGE-REQUEST - file the caller's change type,    *>
      *> person and old and new values as a new pending request.      *>
      *> Two holds in the same hundredth of a second take the next    *>
      *> free time in the key.                                        *>
      *>----------------------------------------------------------*>
       2000-HOLD-CHANGE-REQUEST.
           MOVE ChangeRequestDetail TO CHANGE-REQUEST-RECORD
           ACCEPT CQ-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT CQ-REQUEST-TIME FROM TIME
           SET CQ-PENDING TO TRUE
           MOVE RC-OPERATOR-ID TO CQ-REQUESTED-BY
           MOVE CQ-REQUEST-DATE TO DC-DATE
           MOVE WS-EXPIRY-DAYS TO DC-DAYS-ADJUST
           CALL "AddBusinessDays" USING DC-DATE DC-DAYS-ADJUST
           MOVE DC-DATE TO CQ-EXPIRY-DATE
           MOVE SPACES TO CQ-DECIDED-BY
           MOVE 0 TO CQ-DECIDED-DATE
           PERFORM 1000-OPEN-REQUEST-FILE
           MOVE "N" TO WS-WRITE-SWITCH
           MOVE 0 TO WS-WRITE-TRIES
           PERFORM 2100-WRITE-ONE-TRY
               UNTIL WS-REQUEST-WRITTEN OR WS-WRITE-TRIES > 99
           CLOSE CHANGE-REQUEST
           IF WS-REQUEST-WRITTEN
               SET ChangeWasFound TO TRUE
               MOVE CHANGE-REQUEST-RECORD TO ChangeRequestDetail
           ELSE
               SET ChangeNotFound TO TRUE
               PERFORM 2900-REPORT-HOLD-FAILED
           END-IF.

       2100-WRITE-ONE-TRY.
           ADD 1 TO WS-WRITE-TRIES
           WRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   ADD 1 TO CQ-REQUEST-TIME
               NOT INVALID KEY
                   SET WS-REQUEST-WRITTEN TO TRUE
           END-WRITE.

       2900-REPORT-HOLD-FAILED.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Change request not filed for person " CQ-PERSON-ID
               " - status " WS-CQ-STATUS
           MOVE "CHGREQ" TO LE-PROGRAM-NAME
           MOVE "2000-HOLD-CHANGE-REQ" TO LE-PARAGRAPH-NAME
           MOVE "Change request could not be written to CHGREQ"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-GET-CHANGE-REQUEST - the request under the caller's     *>
      *> key, or NOT-FOUND with the caller's area left as it was.     *>
      *>----------------------------------------------------------*>
       3000-GET-CHANGE-REQUEST.
           MOVE ChangeRequestDetail TO CHANGE-REQUEST-RECORD
           OPEN INPUT CHANGE-REQUEST
           IF NOT WS-CQ-OK
               SET ChangeNotFound TO TRUE
           ELSE
               READ CHANGE-REQUEST
                   INVALID KEY
                       SET ChangeNotFound TO TRUE
                   NOT INVALID KEY
                       SET ChangeWasFound TO TRUE
                       MOVE CHANGE-REQUEST-RECORD
                           TO ChangeRequestDetail
               END-READ
               CLOSE CHANGE-REQUEST
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-DECIDE-CHANGE-REQUEST - carry the caller's status and   *>
      *> deciding operator onto the request on file, dated today;     *>
      *> a request no longer on file or already decided comes back    *>
      *> NOT-FOUND and is left alone.                                 *>
      *>----------------------------------------------------------*>
       4000-DECIDE-CHANGE-REQUEST.
           SET ChangeNotFound TO TRUE
           MOVE ChangeRequestDetail TO CHANGE-REQUEST-RECORD
           MOVE CQ-STATUS-FLAG TO WS-DECIDED-STATUS
           MOVE CQ-DECIDED-BY TO WS-DECIDED-BY
           PERFORM 1000-OPEN-REQUEST-FILE
           READ CHANGE-REQUEST
               INVALID KEY
                   CLOSE CHANGE-REQUEST
                   GO TO 4000-DECIDE-CHANGE-REQUEST-EXIT
           END-READ
           IF NOT CQ-PENDING
               CLOSE CHANGE-REQUEST
               GO TO 4000-DECIDE-CHANGE-REQUEST-EXIT
           END-IF
           MOVE WS-DECIDED-STATUS TO CQ-STATUS-FLAG
           MOVE WS-DECIDED-BY TO CQ-DECIDED-BY
           MOVE RC-RUN-DATE TO CQ-DECIDED-DATE
           REWRITE CHANGE-REQUEST-RECORD
           CLOSE CHANGE-REQUEST
           SET ChangeWasFound TO TRUE
           MOVE CHANGE-REQUEST-RECORD TO ChangeRequestDetail.
       4000-DECIDE-CHANGE-REQUEST-EXIT.
           EXIT.
