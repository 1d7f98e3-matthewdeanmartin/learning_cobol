      *>--------------------------------------------------------------*>
      *> PROGRAM:    VacApprove                                       *>
      *> PURPOSE:    Manager approval screen over the VACREQ vacation *>
      *>             requests VacRequest loads.  After the operator   *>
      *>             signs on, a manager's person ID lists their      *>
      *>             pending requests - requester, dates, the         *>
      *>             business days asked for (counted with            *>
      *>             CountBusinessDaysBetween), the requester's       *>
      *>             current VB-BALANCE-DAYS, and OVERDRAWN where     *>
      *>             the days would take that balance negative.  An   *>
      *>             approval writes the VACTRAN.DAT usage row        *>
      *>             VacAccrual charges at month-end, so only         *>
      *>             approved absences are ever charged; an           *>
      *>             overdrawn request approves only when the         *>
      *>             confirm field is keyed Y.  A denial just closes  *>
      *>             the request.  Every decision is stamped into     *>
      *>             the session journal.                             *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VacApprove.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT VACATION-BALANCE ASSIGN TO "VACBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-PERSON-ID
               FILE STATUS IS WS-VB-STATUS.
           SELECT VACATION-REQUEST ASSIGN TO "VACREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VQ-REQUEST-KEY
               FILE STATUS IS WS-VQ-STATUS.
           SELECT VACATION-TRANS ASSIGN TO "VACTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  VACATION-BALANCE.
           COPY "vacation-balance.cpy".

       FD  VACATION-REQUEST.
           COPY "vacation-request.cpy".

       FD  VACATION-TRANS.
           COPY "vacation-trans.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "date-calc-call.cpy".
           COPY "operator-signon-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-VB-STATUS              PIC X(02) VALUE "00".
           88 WS-VB-OK                        VALUE "00".
       01 WS-VQ-STATUS              PIC X(02) VALUE "00".
           88 WS-VQ-OK                        VALUE "00".
       01 WS-VT-STATUS              PIC X(02) VALUE "00".
           88 WS-VT-OK                        VALUE "00".
       01 WS-PM-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-PM-FILE-OPEN                 VALUE "Y".
       01 WS-VB-FILE-FLAG           PIC X(01) VALUE "N".
           88 WS-VB-FILE-OPEN                 VALUE "Y".
       01 WS-DONE-SWITCH            PIC X(01) VALUE "N".
           88 WS-APPROVE-DONE                 VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-BALANCE-AFTER          PIC S9(05)V9(02) VALUE 0.
       01 SCR-ACTION                PIC X(01) VALUE SPACE.
       01 SCR-MANAGER-ID            PIC 9(05) VALUE 0.
       01 SCR-LINE-NUMBER           PIC 9(02) VALUE 0.
       01 SCR-CONFIRM               PIC X(01) VALUE SPACE.
       01 SCR-MESSAGE               PIC X(60) VALUE SPACES.

      *> the listed manager's pending requests, one per screen line.
       01 WS-RQ-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-RQ-MAX                 PIC 9(02) COMP VALUE 12.
       01 WS-RQ-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-REQUEST-TABLE.
           05 WS-RQ-ENTRY OCCURS 12 TIMES.
               10 WS-RQ-PERSON-ID   PIC 9(05).
               10 WS-RQ-START-DATE  PIC 9(08).
               10 WS-RQ-END-DATE    PIC 9(08).
               10 WS-RQ-DAYS        PIC 9(03).
               10 WS-RQ-BALANCE     PIC S9(04)V9(02).
               10 WS-RQ-OVERDRAW    PIC X(01).
                   88 WS-RQ-OVERDRAWS         VALUE "Y".

       01 WS-LIST-LINE-AREA.
           05 WS-LIST-LINE          PIC X(78) OCCURS 12 TIMES.
       01 WS-ONE-LIST-LINE.
           05 WS-LL-NUMBER          PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-START           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-END             PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-DAYS            PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-BALANCE         PIC ---9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-FLAG            PIC X(09).

       SCREEN SECTION.
       01 APPROVAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COL 20 VALUE "VACATION REQUEST APPROVAL".
           05 LINE 02 COL 02 VALUE "MANAGER ID:".
           05 LINE 02 COL 14 PIC 9(05) USING SCR-MANAGER-ID.
           05 LINE 03 COL 02 VALUE
               "NO ID    NAME                 FROM     TO".
           05 LINE 03 COL 49 VALUE "DAYS BALANCE".
           05 LINE 04 COL 02 PIC X(78) FROM WS-LIST-LINE(1).
           05 LINE 05 COL 02 PIC X(78) FROM WS-LIST-LINE(2).
           05 LINE 06 COL 02 PIC X(78) FROM WS-LIST-LINE(3).
           05 LINE 07 COL 02 PIC X(78) FROM WS-LIST-LINE(4).
           05 LINE 08 COL 02 PIC X(78) FROM WS-LIST-LINE(5).
           05 LINE 09 COL 02 PIC X(78) FROM WS-LIST-LINE(6).
           05 LINE 10 COL 02 PIC X(78) FROM WS-LIST-LINE(7).
           05 LINE 11 COL 02 PIC X(78) FROM WS-LIST-LINE(8).
           05 LINE 12 COL 02 PIC X(78) FROM WS-LIST-LINE(9).
           05 LINE 13 COL 02 PIC X(78) FROM WS-LIST-LINE(10).
           05 LINE 14 COL 02 PIC X(78) FROM WS-LIST-LINE(11).
           05 LINE 15 COL 02 PIC X(78) FROM WS-LIST-LINE(12).
           05 LINE 17 COL 02 VALUE
               "L - LIST  A - APPROVE  D - DENY  X - EXIT".
           05 LINE 18 COL 02 VALUE "ACTION:".
           05 LINE 18 COL 10 PIC X(01) USING SCR-ACTION.
           05 LINE 18 COL 14 VALUE "LINE NO:".
           05 LINE 18 COL 23 PIC 9(02) USING SCR-LINE-NUMBER.
           05 LINE 18 COL 28 VALUE "CONFIRM OVERDRAWN (Y):".
           05 LINE 18 COL 51 PIC X(01) USING SCR-CONFIRM.
           05 LINE 21 COL 02 PIC X(60) FROM SCR-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0020-SIGN-THE-OPERATOR-ON
           IF OS-SIGNED-ON
               PERFORM 0500-OPEN-FILES
               IF WS-VQ-OK
                   PERFORM 1000-SHOW-LIST-AND-DISPATCH
                       UNTIL WS-APPROVE-DONE
                   PERFORM 0590-CLOSE-FILES
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " No VACREQ - no requests to decide."
               END-IF
               CALL "OperatorSignOff" USING OS-OPERATOR-ID
           END-IF
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step.                                    *>
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
           MOVE "VACAPPR" TO RC-JOB-STEP-NAME.

      *>----------------------------------------------------------*>
      *> 0020-SIGN-THE-OPERATOR-ON - password sign-on before any     *>
      *> screen shows; a refusal ends the session unstarted.         *>
      *>----------------------------------------------------------*>
       0020-SIGN-THE-OPERATOR-ON.
           MOVE RC-OPERATOR-ID TO OS-OPERATOR-ID
           DISPLAY "PASSWORD FOR " OS-OPERATOR-ID ": "
               WITH NO ADVANCING
           ACCEPT OS-PASSWORD
           CALL "OperatorSignOn" USING OS-OPERATOR-ID OS-PASSWORD
               OS-SIGNON-FLAG.

      *>----------------------------------------------------------*>
      *> 0500-OPEN-FILES - VACREQ is required; the names and the     *>
      *> balances are shown when their files are there.              *>
      *>----------------------------------------------------------*>
       0500-OPEN-FILES.
           OPEN I-O VACATION-REQUEST
           OPEN INPUT PERSON-MASTER
           IF WS-PM-OK
               SET WS-PM-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT VACATION-BALANCE
           IF WS-VB-OK
               SET WS-VB-FILE-OPEN TO TRUE
           END-IF.

       0590-CLOSE-FILES.
           CLOSE VACATION-REQUEST
           IF WS-PM-FILE-OPEN
               CLOSE PERSON-MASTER
           END-IF
           IF WS-VB-FILE-OPEN
               CLOSE VACATION-BALANCE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-SHOW-LIST-AND-DISPATCH - one pass through the screen:   *>
      *> paint the current list, take the action, run it.             *>
      *>----------------------------------------------------------*>
       1000-SHOW-LIST-AND-DISPATCH.
           MOVE SPACE TO SCR-ACTION
           MOVE 0 TO SCR-LINE-NUMBER
           MOVE SPACE TO SCR-CONFIRM
           DISPLAY APPROVAL-SCREEN
           ACCEPT APPROVAL-SCREEN
           MOVE SPACES TO SCR-MESSAGE
           EVALUATE SCR-ACTION
               WHEN "L"
               WHEN "l"
                   PERFORM 2000-LIST-PENDING-REQUESTS
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-APPROVE-REQUEST
                   THRU 3000-APPROVE-REQUEST-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 4000-DENY-REQUEST
                   THRU 4000-DENY-REQUEST-EXIT
               WHEN "X"
               WHEN "x"
                   SET WS-APPROVE-DONE TO TRUE
               WHEN OTHER
                   MOVE "PLEASE CHOOSE L, A, D OR X" TO SCR-MESSAGE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2000-LIST-PENDING-REQUESTS - the keyed manager's pending     *>
      *> VACREQ rows with the requester's balance as it stands now.   *>
      *>----------------------------------------------------------*>
       2000-LIST-PENDING-REQUESTS.
           MOVE 0 TO WS-RQ-COUNT
           MOVE SPACES TO WS-LIST-LINE-AREA
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO VQ-PERSON-ID
           MOVE 0 TO VQ-START-DATE
           START VACATION-REQUEST
               KEY IS NOT LESS THAN VQ-REQUEST-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-LIST-ONE-REQUEST
               UNTIL WS-AT-END
           PERFORM 2100-BUILD-ONE-LIST-LINE
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT
           IF WS-RQ-COUNT = 0
               MOVE "NO PENDING REQUESTS FOR THAT MANAGER"
                   TO SCR-MESSAGE
           END-IF.

       2010-LIST-ONE-REQUEST.
           READ VACATION-REQUEST NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF VQ-PENDING
                       AND VQ-MANAGER-ID = SCR-MANAGER-ID
                       AND WS-RQ-COUNT < WS-RQ-MAX
                       ADD 1 TO WS-RQ-COUNT
                       PERFORM 2020-LOAD-ONE-REQUEST
                   END-IF
           END-READ.

       2020-LOAD-ONE-REQUEST.
           MOVE VQ-PERSON-ID TO WS-RQ-PERSON-ID(WS-RQ-COUNT)
           MOVE VQ-START-DATE TO WS-RQ-START-DATE(WS-RQ-COUNT)
           MOVE VQ-END-DATE TO WS-RQ-END-DATE(WS-RQ-COUNT)
           MOVE VQ-START-DATE TO DC-DATE
           MOVE VQ-END-DATE TO DC-DATE-2
           CALL "CountBusinessDaysBetween" USING DC-DATE DC-DATE-2
               DC-BUSINESS-DAYS
           MOVE DC-BUSINESS-DAYS TO WS-RQ-DAYS(WS-RQ-COUNT)
           PERFORM 2030-READ-CURRENT-BALANCE
           MOVE VB-BALANCE-DAYS TO WS-RQ-BALANCE(WS-RQ-COUNT)
           COMPUTE WS-BALANCE-AFTER =
               VB-BALANCE-DAYS - WS-RQ-DAYS(WS-RQ-COUNT)
           MOVE "N" TO WS-RQ-OVERDRAW(WS-RQ-COUNT)
           IF WS-BALANCE-AFTER < 0
               MOVE "Y" TO WS-RQ-OVERDRAW(WS-RQ-COUNT)
           END-IF.

       2030-READ-CURRENT-BALANCE.
           IF WS-VB-FILE-OPEN
               MOVE VQ-PERSON-ID TO VB-PERSON-ID
               READ VACATION-BALANCE
                   INVALID KEY
                       MOVE 0 TO VB-BALANCE-DAYS
               END-READ
           ELSE
               MOVE 0 TO VB-BALANCE-DAYS
           END-IF.

       2100-BUILD-ONE-LIST-LINE.
           MOVE SPACES TO WS-ONE-LIST-LINE
           MOVE WS-RQ-SUB TO WS-LL-NUMBER
           MOVE WS-RQ-PERSON-ID(WS-RQ-SUB) TO WS-LL-PERSON-ID
           MOVE SPACES TO WS-LL-NAME
           IF WS-PM-FILE-OPEN
               MOVE WS-RQ-PERSON-ID(WS-RQ-SUB) TO PM-PERSON-ID
               READ PERSON-MASTER
                   NOT INVALID KEY
                       MOVE PM-HUMAN-NAME TO WS-LL-NAME
               END-READ
           END-IF
           MOVE WS-RQ-START-DATE(WS-RQ-SUB) TO WS-LL-START
           MOVE WS-RQ-END-DATE(WS-RQ-SUB) TO WS-LL-END
           MOVE WS-RQ-DAYS(WS-RQ-SUB) TO WS-LL-DAYS
           MOVE WS-RQ-BALANCE(WS-RQ-SUB) TO WS-LL-BALANCE
           IF WS-RQ-OVERDRAWS(WS-RQ-SUB)
               MOVE "OVERDRAWN" TO WS-LL-FLAG
           END-IF
           MOVE WS-ONE-LIST-LINE TO WS-LIST-LINE(WS-RQ-SUB).

      *>----------------------------------------------------------*>
      *> 3000-APPROVE-REQUEST - the chosen line, still pending, goes  *>
      *> to A and its absence onto VACTRAN.DAT; an overdrawn request  *>
      *> needs the confirm field.                                    *>
      *>----------------------------------------------------------*>
       3000-APPROVE-REQUEST.
           PERFORM 5000-READ-CHOSEN-REQUEST
               THRU 5000-READ-CHOSEN-REQUEST-EXIT
           IF SCR-MESSAGE NOT = SPACES
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           IF WS-RQ-OVERDRAWS(SCR-LINE-NUMBER)
               AND SCR-CONFIRM NOT = "Y" AND SCR-CONFIRM NOT = "y"
               MOVE "OVERDRAWS THE BALANCE - KEY Y TO CONFIRM"
                   TO SCR-MESSAGE
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           SET VQ-APPROVED TO TRUE
           MOVE WS-RQ-DAYS(SCR-LINE-NUMBER) TO VQ-BUSINESS-DAYS
           MOVE WS-RQ-OVERDRAW(SCR-LINE-NUMBER) TO VQ-OVERDRAW-FLAG
           MOVE RC-RUN-DATE TO VQ-DECIDED-DATE
           MOVE OS-OPERATOR-ID TO VQ-DECIDED-BY
           REWRITE VACATION-REQUEST-RECORD
           PERFORM 3100-WRITE-USAGE-ROW
           MOVE SPACES TO OS-ACTION-TEXT
           STRING "APPROVED VACATION " DELIMITED BY SIZE
               VQ-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VQ-START-DATE DELIMITED BY SIZE
               INTO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT
           PERFORM 2000-LIST-PENDING-REQUESTS
           MOVE "REQUEST APPROVED - USAGE WRITTEN TO VACTRAN"
               TO SCR-MESSAGE.
       3000-APPROVE-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3100-WRITE-USAGE-ROW - the approved absence appended to     *>
      *> VACTRAN.DAT, which is created when the month-end job has    *>
      *> cleared it away.                                            *>
      *>----------------------------------------------------------*>
       3100-WRITE-USAGE-ROW.
           OPEN EXTEND VACATION-TRANS
           IF WS-VT-STATUS = "35"
               OPEN OUTPUT VACATION-TRANS
           END-IF
           MOVE VQ-PERSON-ID TO VT-PERSON-ID
           MOVE VQ-START-DATE TO VT-START-DATE
           MOVE VQ-END-DATE TO VT-END-DATE
           WRITE VACATION-TRANS-RECORD
           CLOSE VACATION-TRANS.

      *>----------------------------------------------------------*>
      *> 4000-DENY-REQUEST - the chosen line, still pending, goes to  *>
      *> D; nothing is charged.                                      *>
      *>----------------------------------------------------------*>
       4000-DENY-REQUEST.
           PERFORM 5000-READ-CHOSEN-REQUEST
               THRU 5000-READ-CHOSEN-REQUEST-EXIT
           IF SCR-MESSAGE NOT = SPACES
               GO TO 4000-DENY-REQUEST-EXIT
           END-IF
           SET VQ-DENIED TO TRUE
           MOVE RC-RUN-DATE TO VQ-DECIDED-DATE
           MOVE OS-OPERATOR-ID TO VQ-DECIDED-BY
           REWRITE VACATION-REQUEST-RECORD
           MOVE SPACES TO OS-ACTION-TEXT
           STRING "DENIED VACATION " DELIMITED BY SIZE
               VQ-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VQ-START-DATE DELIMITED BY SIZE
               INTO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT
           PERFORM 2000-LIST-PENDING-REQUESTS
           MOVE "REQUEST DENIED" TO SCR-MESSAGE.
       4000-DENY-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 5000-READ-CHOSEN-REQUEST - the keyed line must be on the     *>
      *> current list and its request still pending on VACREQ (a     *>
      *> second screen may have decided it meanwhile).               *>
      *>----------------------------------------------------------*>
       5000-READ-CHOSEN-REQUEST.
           IF SCR-LINE-NUMBER = 0 OR SCR-LINE-NUMBER > WS-RQ-COUNT
               MOVE "LIST THE REQUESTS, THEN KEY A LINE NUMBER"
                   TO SCR-MESSAGE
               GO TO 5000-READ-CHOSEN-REQUEST-EXIT
           END-IF
           MOVE WS-RQ-PERSON-ID(SCR-LINE-NUMBER) TO VQ-PERSON-ID
           MOVE WS-RQ-START-DATE(SCR-LINE-NUMBER) TO VQ-START-DATE
           READ VACATION-REQUEST
               INVALID KEY
                   MOVE "REQUEST NO LONGER ON FILE" TO SCR-MESSAGE
                   GO TO 5000-READ-CHOSEN-REQUEST-EXIT
           END-READ
           IF NOT VQ-PENDING
               MOVE "REQUEST ALREADY DECIDED" TO SCR-MESSAGE
           END-IF.
       5000-READ-CHOSEN-REQUEST-EXIT.
           EXIT.
