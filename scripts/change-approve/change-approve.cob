      *>--------------------------------------------------------------*>
      *> PROGRAM:    ChangeApprove                                    *>
      *> PURPOSE:    Second-operator approval screen over the CHGREQ  *>
      *>             dual-control change requests - pay changes held  *>
      *>             by SetCompensation, SetPayBasis and              *>
      *>             SetCompCurrency, and bank detail changes held by *>
      *>             SetBankAccount and CancelBankAccount.  After     *>
      *>             the operator signs on, L lists the oldest        *>
      *>             pending requests with the person, the type, the  *>
      *>             requesting operator, the date keyed, the expiry  *>
      *>             date, and the old and new pay or account; V      *>
      *>             shows a line's old and new values in full.  A    *>
      *>             approves (ApplyCompChange / ApplyBankChange      *>
      *>             carry the change onto the master) and R rejects; *>
      *>             both need the OPERAUTH.CTL payment approver      *>
      *>             level, and nobody approves a request they keyed  *>
      *>             themselves.  A request past its expiry date is   *>
      *>             marked expired instead of approved.  Every       *>
      *>             decision is stamped into the session journal.    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  CURR pay-currency requests are listed with the *>
      *>               old and new currency (blank shows as BASE),    *>
      *>               and V shows the currency on the pay view; a    *>
      *>               BANK request closing an account lists as       *>
      *>               (CLOSE).                                       *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeApprove.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REQUEST ASSIGN TO WS-REQUEST-FILE-NAME
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
           COPY "operator-signon-call.cpy".
           COPY "operator-auth-call.cpy".
           COPY "comp.cpy".
           COPY "bank.cpy".
           COPY "chgreq.cpy".
       01 WS-REQUEST-FILE-NAME      PIC X(16) VALUE "CHGREQ".
       01 WS-CQ-STATUS              PIC X(02) VALUE "00".
           88 WS-CQ-OK                        VALUE "00".
       01 WS-DONE-SWITCH            PIC X(01) VALUE "N".
           88 WS-APPROVE-DONE                 VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-MORE-FLAG              PIC X(01) VALUE "N".
           88 WS-MORE-PENDING                 VALUE "Y".
       01 WS-APPROVER-LEVEL         PIC 9(01) VALUE 7.
       01 SCR-ACTION                PIC X(01) VALUE SPACE.
       01 SCR-LINE-NUMBER           PIC 9(02) VALUE 0.
       01 SCR-MESSAGE               PIC X(60) VALUE SPACES.
       01 SCR-VIEW-OLD              PIC X(78) VALUE SPACES.
       01 SCR-VIEW-NEW              PIC X(78) VALUE SPACES.

      *> the pending requests listed, one per screen line.
       01 WS-RQ-COUNT               PIC 9(02) COMP VALUE 0.
       01 WS-RQ-MAX                 PIC 9(02) COMP VALUE 12.
       01 WS-REQUEST-TABLE.
           05 WS-RQ-KEY             PIC X(21) OCCURS 12 TIMES.

       01 WS-LIST-LINE-AREA.
           05 WS-LIST-LINE          PIC X(78) OCCURS 12 TIMES.
       01 WS-ONE-LIST-LINE.
           05 WS-LL-NUMBER          PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-TYPE            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-REQUESTED-BY    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-REQUEST-DATE    PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-EXPIRY-DATE     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-OLD             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LL-NEW             PIC X(12).

      *> the short old / new value shown on a list line.
       01 WS-SHORT-VALUE            PIC X(12) VALUE SPACES.
       01 WS-SHORT-SALARY REDEFINES WS-SHORT-VALUE.
           05 WS-SS-AMOUNT          PIC ZZZZZZZZ9.99.
       01 WS-SHORT-RATE REDEFINES WS-SHORT-VALUE.
           05 WS-SR-BASIS           PIC X(01).
           05 FILLER                PIC X(02).
           05 WS-SR-AMOUNT          PIC ZZZZZ9.99.
       01 WS-CENTS-WORK             PIC 9(11) VALUE 0.
       01 WS-DOLLARS-WORK           PIC 9(09)V9(02) VALUE 0.

      *> the full old / new values shown by V.
       01 WS-PAY-VIEW.
           05 WS-PV-LABEL           PIC X(04).
           05 FILLER                PIC X(06) VALUE "GRADE ".
           05 WS-PV-GRADE           PIC X(02).
           05 FILLER                PIC X(08) VALUE " SALARY ".
           05 WS-PV-SALARY          PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(07) VALUE " BASIS ".
           05 WS-PV-BASIS           PIC X(01).
           05 FILLER                PIC X(06) VALUE " RATE ".
           05 WS-PV-RATE            PIC ZZZZ9.99.
           05 FILLER                PIC X(05) VALUE " EFF ".
           05 WS-PV-EFFECTIVE       PIC 9(08).
           05 FILLER                PIC X(06) VALUE " CURR ".
           05 WS-PV-CURRENCY        PIC X(04).
       01 WS-BANK-VIEW.
           05 WS-BV-LABEL           PIC X(04).
           05 FILLER                PIC X(04) VALUE "SEQ ".
           05 WS-BV-SEQ             PIC 9(01).
           05 FILLER                PIC X(04) VALUE " RT ".
           05 WS-BV-ROUTING         PIC 9(09).
           05 FILLER                PIC X(06) VALUE " ACCT ".
           05 WS-BV-ACCOUNT         PIC X(17).
           05 FILLER                PIC X(06) VALUE " TYPE ".
           05 WS-BV-TYPE            PIC X(01).
           05 FILLER                PIC X(07) VALUE " SPLIT ".
           05 WS-BV-METHOD          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BV-PERCENT         PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-BV-AMOUNT          PIC ZZZZZZ9.99.

       SCREEN SECTION.
       01 APPROVAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COL 20 VALUE "PAY AND BANK CHANGE APPROVAL".
           05 LINE 03 COL 02 VALUE
               "NO  ID   TYPE BY       KEYED    EXPIRES".
           05 LINE 03 COL 43 VALUE "OLD          NEW".
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
               "L - LIST  V - VIEW  A - APPROVE  R - REJECT  X - EXIT".
           05 LINE 18 COL 02 VALUE "ACTION:".
           05 LINE 18 COL 10 PIC X(01) USING SCR-ACTION.
           05 LINE 18 COL 14 VALUE "LINE NO:".
           05 LINE 18 COL 23 PIC 9(02) USING SCR-LINE-NUMBER.
           05 LINE 19 COL 02 PIC X(78) FROM SCR-VIEW-OLD.
           05 LINE 20 COL 02 PIC X(78) FROM SCR-VIEW-NEW.
           05 LINE 21 COL 02 PIC X(60) FROM SCR-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0020-SIGN-THE-OPERATOR-ON
           IF OS-SIGNED-ON
               PERFORM 2000-LIST-PENDING-REQUESTS
               PERFORM 1000-SHOW-LIST-AND-DISPATCH
                   UNTIL WS-APPROVE-DONE
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
           MOVE "CHGAPPR" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               MOVE "CHGREQ.TST" TO WS-REQUEST-FILE-NAME
           END-IF.

      *>----------------------------------------------------------*>
      *> 0020-SIGN-THE-OPERATOR-ON - password sign-on before any      *>
      *> screen shows; a refusal ends the session unstarted.          *>
      *>----------------------------------------------------------*>
       0020-SIGN-THE-OPERATOR-ON.
           MOVE RC-OPERATOR-ID TO OS-OPERATOR-ID
           DISPLAY "PASSWORD FOR " OS-OPERATOR-ID ": "
               WITH NO ADVANCING
           ACCEPT OS-PASSWORD
           CALL "OperatorSignOn" USING OS-OPERATOR-ID OS-PASSWORD
               OS-SIGNON-FLAG.

      *>----------------------------------------------------------*>
      *> 1000-SHOW-LIST-AND-DISPATCH - one pass through the screen:   *>
      *> paint the current list, take the action, run it.             *>
      *>----------------------------------------------------------*>
       1000-SHOW-LIST-AND-DISPATCH.
           MOVE SPACE TO SCR-ACTION
           MOVE 0 TO SCR-LINE-NUMBER
           DISPLAY APPROVAL-SCREEN
           ACCEPT APPROVAL-SCREEN
           MOVE SPACES TO SCR-MESSAGE
           MOVE SPACES TO SCR-VIEW-OLD
           MOVE SPACES TO SCR-VIEW-NEW
           EVALUATE SCR-ACTION
               WHEN "L"
               WHEN "l"
                   PERFORM 2000-LIST-PENDING-REQUESTS
               WHEN "V"
               WHEN "v"
                   PERFORM 2500-VIEW-REQUEST
                   THRU 2500-VIEW-REQUEST-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-APPROVE-REQUEST
                   THRU 3000-APPROVE-REQUEST-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 4000-REJECT-REQUEST
                   THRU 4000-REJECT-REQUEST-EXIT
               WHEN "X"
               WHEN "x"
                   SET WS-APPROVE-DONE TO TRUE
               WHEN OTHER
                   MOVE "PLEASE CHOOSE L, V, A, R OR X" TO SCR-MESSAGE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 2000-LIST-PENDING-REQUESTS - the oldest pending CHGREQ rows, *>
      *> as many as the screen holds.  The file is closed again       *>
      *> before any decision, which goes through CALL "chgreq".       *>
      *>----------------------------------------------------------*>
       2000-LIST-PENDING-REQUESTS.
           MOVE 0 TO WS-RQ-COUNT
           MOVE SPACES TO WS-LIST-LINE-AREA
           MOVE "N" TO WS-MORE-FLAG
           OPEN INPUT CHANGE-REQUEST
           IF WS-CQ-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-LIST-ONE-REQUEST
                   UNTIL WS-AT-END
               CLOSE CHANGE-REQUEST
           END-IF
           EVALUATE TRUE
               WHEN WS-RQ-COUNT = 0
                   MOVE "NO CHANGE REQUESTS PENDING" TO SCR-MESSAGE
               WHEN WS-MORE-PENDING
                   MOVE "MORE PENDING - DECIDE THESE, THEN LIST AGAIN"
                       TO SCR-MESSAGE
           END-EVALUATE.

       2010-LIST-ONE-REQUEST.
           READ CHANGE-REQUEST NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CQ-PENDING
                       IF WS-RQ-COUNT < WS-RQ-MAX
                           ADD 1 TO WS-RQ-COUNT
                           MOVE CQ-REQUEST-KEY
                               TO WS-RQ-KEY(WS-RQ-COUNT)
                           PERFORM 2100-BUILD-ONE-LIST-LINE
                       ELSE
                           SET WS-MORE-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2100-BUILD-ONE-LIST-LINE.
           MOVE SPACES TO WS-ONE-LIST-LINE
           MOVE WS-RQ-COUNT TO WS-LL-NUMBER
           MOVE CQ-PERSON-ID TO WS-LL-PERSON-ID
           MOVE CQ-CHANGE-TYPE TO WS-LL-TYPE
           MOVE CQ-REQUESTED-BY TO WS-LL-REQUESTED-BY
           MOVE CQ-REQUEST-DATE TO WS-LL-REQUEST-DATE
           MOVE CQ-EXPIRY-DATE TO WS-LL-EXPIRY-DATE
           EVALUATE TRUE
               WHEN CQ-COMP-CHANGE
                   MOVE CQ-OLD-SALARY TO WS-CENTS-WORK
                   PERFORM 2110-SHORT-SALARY
                   MOVE WS-SHORT-VALUE TO WS-LL-OLD
                   MOVE CQ-NEW-SALARY TO WS-CENTS-WORK
                   PERFORM 2110-SHORT-SALARY
                   MOVE WS-SHORT-VALUE TO WS-LL-NEW
               WHEN CQ-RATE-CHANGE
                   MOVE CQ-OLD-PAY-BASIS TO WS-SR-BASIS
                   MOVE CQ-OLD-HOURLY-RATE TO WS-CENTS-WORK
                   PERFORM 2120-SHORT-RATE
                   MOVE WS-SHORT-VALUE TO WS-LL-OLD
                   MOVE CQ-NEW-PAY-BASIS TO WS-SR-BASIS
                   MOVE CQ-NEW-HOURLY-RATE TO WS-CENTS-WORK
                   PERFORM 2120-SHORT-RATE
                   MOVE WS-SHORT-VALUE TO WS-LL-NEW
               WHEN CQ-CURRENCY-CHANGE
                   MOVE CQ-OLD-CURRENCY TO WS-LL-OLD
                   IF CQ-OLD-CURRENCY = SPACES
                       MOVE "BASE" TO WS-LL-OLD
                   END-IF
                   MOVE CQ-NEW-CURRENCY TO WS-LL-NEW
                   IF CQ-NEW-CURRENCY = SPACES
                       MOVE "BASE" TO WS-LL-NEW
                   END-IF
               WHEN OTHER
                   MOVE CQ-OLD-ACCOUNT-NUMBER TO WS-LL-OLD
                   IF CQ-OLD-ACCOUNT-NUMBER = SPACES
                       MOVE "(NEW)" TO WS-LL-OLD
                   END-IF
                   MOVE CQ-NEW-ACCOUNT-NUMBER TO WS-LL-NEW
                   IF CQ-NEW-ACCOUNT-NUMBER = SPACES
                       MOVE "(CLOSE)" TO WS-LL-NEW
                   END-IF
           END-EVALUATE
           MOVE WS-ONE-LIST-LINE TO WS-LIST-LINE(WS-RQ-COUNT).

       2110-SHORT-SALARY.
           COMPUTE WS-DOLLARS-WORK = WS-CENTS-WORK / 100
           MOVE SPACES TO WS-SHORT-VALUE
           MOVE WS-DOLLARS-WORK TO WS-SS-AMOUNT.

       2120-SHORT-RATE.
           COMPUTE WS-DOLLARS-WORK = WS-CENTS-WORK / 100
           MOVE SPACES TO WS-SHORT-RATE(2:11)
           IF WS-SR-BASIS = "H"
               MOVE WS-DOLLARS-WORK TO WS-SR-AMOUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2500-VIEW-REQUEST - the chosen line's old and new values in  *>
      *> full on the two lines under the action prompt.               *>
      *>----------------------------------------------------------*>
       2500-VIEW-REQUEST.
           PERFORM 5000-READ-CHOSEN-REQUEST
               THRU 5000-READ-CHOSEN-REQUEST-EXIT
           IF SCR-MESSAGE NOT = SPACES
               GO TO 2500-VIEW-REQUEST-EXIT
           END-IF
           IF CQ-BANK-CHANGE
               MOVE "OLD " TO WS-BV-LABEL
               MOVE CQ-OLD-ACCOUNT-SEQ TO WS-BV-SEQ
               MOVE CQ-OLD-ROUTING-NUMBER TO WS-BV-ROUTING
               MOVE CQ-OLD-ACCOUNT-NUMBER TO WS-BV-ACCOUNT
               MOVE CQ-OLD-ACCOUNT-TYPE TO WS-BV-TYPE
               MOVE CQ-OLD-SPLIT-METHOD TO WS-BV-METHOD
               MOVE CQ-OLD-SPLIT-PERCENT TO WS-BV-PERCENT
               MOVE CQ-OLD-SPLIT-AMOUNT TO WS-CENTS-WORK
               COMPUTE WS-BV-AMOUNT = WS-CENTS-WORK / 100
               MOVE WS-BANK-VIEW TO SCR-VIEW-OLD
               MOVE "NEW " TO WS-BV-LABEL
               MOVE CQ-NEW-ACCOUNT-SEQ TO WS-BV-SEQ
               MOVE CQ-NEW-ROUTING-NUMBER TO WS-BV-ROUTING
               MOVE CQ-NEW-ACCOUNT-NUMBER TO WS-BV-ACCOUNT
               MOVE CQ-NEW-ACCOUNT-TYPE TO WS-BV-TYPE
               MOVE CQ-NEW-SPLIT-METHOD TO WS-BV-METHOD
               MOVE CQ-NEW-SPLIT-PERCENT TO WS-BV-PERCENT
               MOVE CQ-NEW-SPLIT-AMOUNT TO WS-CENTS-WORK
               COMPUTE WS-BV-AMOUNT = WS-CENTS-WORK / 100
               MOVE WS-BANK-VIEW TO SCR-VIEW-NEW
           ELSE
               MOVE "OLD " TO WS-PV-LABEL
               MOVE CQ-OLD-GRADE TO WS-PV-GRADE
               COMPUTE WS-PV-SALARY = CQ-OLD-SALARY / 100
               MOVE CQ-OLD-PAY-BASIS TO WS-PV-BASIS
               COMPUTE WS-PV-RATE = CQ-OLD-HOURLY-RATE / 100
               MOVE CQ-OLD-EFFECTIVE-DATE TO WS-PV-EFFECTIVE
               MOVE CQ-OLD-CURRENCY TO WS-PV-CURRENCY
               IF CQ-OLD-CURRENCY = SPACES
                   MOVE "BASE" TO WS-PV-CURRENCY
               END-IF
               MOVE WS-PAY-VIEW TO SCR-VIEW-OLD
               MOVE "NEW " TO WS-PV-LABEL
               MOVE CQ-NEW-GRADE TO WS-PV-GRADE
               COMPUTE WS-PV-SALARY = CQ-NEW-SALARY / 100
               MOVE CQ-NEW-PAY-BASIS TO WS-PV-BASIS
               COMPUTE WS-PV-RATE = CQ-NEW-HOURLY-RATE / 100
               MOVE CQ-NEW-EFFECTIVE-DATE TO WS-PV-EFFECTIVE
               MOVE CQ-NEW-CURRENCY TO WS-PV-CURRENCY
               IF CQ-NEW-CURRENCY = SPACES
                   MOVE "BASE" TO WS-PV-CURRENCY
               END-IF
               MOVE WS-PAY-VIEW TO SCR-VIEW-NEW
           END-IF.
       2500-VIEW-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3000-APPROVE-REQUEST - the chosen line, still pending, goes  *>
      *> onto its master through the owning program, which marks it   *>
      *> approved.  The approver needs the payment approver level     *>
      *> and cannot be the operator who keyed it; a request past its  *>
      *> expiry date is closed as expired instead.                    *>
      *>----------------------------------------------------------*>
       3000-APPROVE-REQUEST.
           PERFORM 5000-READ-CHOSEN-REQUEST
               THRU 5000-READ-CHOSEN-REQUEST-EXIT
           IF SCR-MESSAGE NOT = SPACES
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           PERFORM 5100-CHECK-APPROVER-LEVEL
           IF OA-REFUSED
               MOVE "APPROVAL REFUSED - OPERATOR LACKS APPROVER LEVEL"
                   TO SCR-MESSAGE
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           IF CQ-REQUESTED-BY = OS-OPERATOR-ID
               MOVE "A SECOND OPERATOR MUST APPROVE YOUR OWN REQUEST"
                   TO SCR-MESSAGE
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           IF CQ-EXPIRY-DATE < RC-RUN-DATE
               SET CQ-EXPIRED TO TRUE
               MOVE OS-OPERATOR-ID TO CQ-DECIDED-BY
               CALL "DecideChangeRequest" USING CHANGE-REQUEST-RECORD
                   ChangeFoundFlag
               PERFORM 2000-LIST-PENDING-REQUESTS
               MOVE "REQUEST EXPIRED - KEY THE CHANGE AGAIN"
                   TO SCR-MESSAGE
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           IF CQ-BANK-CHANGE
               MOVE CQ-REQUEST-KEY TO BankRequestKey
               MOVE OS-OPERATOR-ID TO BankApproverId
               CALL "ApplyBankChange" USING BankRequestKey
                   BankApproverId BankFoundFlag
               MOVE BankFoundFlag TO ChangeFoundFlag
           ELSE
               MOVE CQ-REQUEST-KEY TO CompRequestKey
               MOVE OS-OPERATOR-ID TO CompApproverId
               CALL "ApplyCompChange" USING CompRequestKey
                   CompApproverId CompFoundFlag
               MOVE CompFoundFlag TO ChangeFoundFlag
           END-IF
           IF ChangeNotFound
               MOVE "NOT APPLIED - RECORD CHANGED SINCE; SEE ERROR LOG"
                   TO SCR-MESSAGE
               GO TO 3000-APPROVE-REQUEST-EXIT
           END-IF
           MOVE SPACES TO OS-ACTION-TEXT
           STRING "APPROVED " DELIMITED BY SIZE
               CQ-CHANGE-TYPE DELIMITED BY SIZE
               " CHANGE " DELIMITED BY SIZE
               CQ-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CQ-REQUESTED-BY DELIMITED BY SPACE
               INTO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT
           PERFORM 2000-LIST-PENDING-REQUESTS
           MOVE "REQUEST APPROVED - CHANGE APPLIED" TO SCR-MESSAGE.
       3000-APPROVE-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 4000-REJECT-REQUEST - the chosen line, still pending, is     *>
      *> closed rejected; nothing reaches the master.  The keying     *>
      *> operator may withdraw their own request this way.            *>
      *>----------------------------------------------------------*>
       4000-REJECT-REQUEST.
           PERFORM 5000-READ-CHOSEN-REQUEST
               THRU 5000-READ-CHOSEN-REQUEST-EXIT
           IF SCR-MESSAGE NOT = SPACES
               GO TO 4000-REJECT-REQUEST-EXIT
           END-IF
           PERFORM 5100-CHECK-APPROVER-LEVEL
           IF OA-REFUSED AND CQ-REQUESTED-BY NOT = OS-OPERATOR-ID
               MOVE "REJECT REFUSED - OPERATOR LACKS APPROVER LEVEL"
                   TO SCR-MESSAGE
               GO TO 4000-REJECT-REQUEST-EXIT
           END-IF
           SET CQ-REJECTED TO TRUE
           MOVE OS-OPERATOR-ID TO CQ-DECIDED-BY
           CALL "DecideChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               MOVE "REQUEST ALREADY DECIDED" TO SCR-MESSAGE
               GO TO 4000-REJECT-REQUEST-EXIT
           END-IF
           MOVE SPACES TO OS-ACTION-TEXT
           STRING "REJECTED " DELIMITED BY SIZE
               CQ-CHANGE-TYPE DELIMITED BY SIZE
               " CHANGE " DELIMITED BY SIZE
               CQ-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CQ-REQUESTED-BY DELIMITED BY SPACE
               INTO OS-ACTION-TEXT
           CALL "JournalPrivilegedAction" USING OS-OPERATOR-ID
               OS-ACTION-TEXT
           PERFORM 2000-LIST-PENDING-REQUESTS
           MOVE "REQUEST REJECTED" TO SCR-MESSAGE.
       4000-REJECT-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 5000-READ-CHOSEN-REQUEST - the keyed line must be on the     *>
      *> current list and its request still pending on CHGREQ (a      *>
      *> second screen may have decided it meanwhile).                *>
      *>----------------------------------------------------------*>
       5000-READ-CHOSEN-REQUEST.
           IF SCR-LINE-NUMBER = 0 OR SCR-LINE-NUMBER > WS-RQ-COUNT
               MOVE "LIST THE REQUESTS, THEN KEY A LINE NUMBER"
                   TO SCR-MESSAGE
               GO TO 5000-READ-CHOSEN-REQUEST-EXIT
           END-IF
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           MOVE WS-RQ-KEY(SCR-LINE-NUMBER) TO CQ-REQUEST-KEY
           CALL "GetChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               MOVE "REQUEST NO LONGER ON FILE" TO SCR-MESSAGE
               GO TO 5000-READ-CHOSEN-REQUEST-EXIT
           END-IF
           IF NOT CQ-PENDING
               MOVE "REQUEST ALREADY DECIDED" TO SCR-MESSAGE
           END-IF.
       5000-READ-CHOSEN-REQUEST-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 5100-CHECK-APPROVER-LEVEL - the signed-on operator against   *>
      *> the OPERAUTH.CTL payment approver level.                     *>
      *>----------------------------------------------------------*>
       5100-CHECK-APPROVER-LEVEL.
           MOVE OS-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE WS-APPROVER-LEVEL TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG.
