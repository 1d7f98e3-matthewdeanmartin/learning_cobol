      *>--------------------------------------------------------------*>
      *> PROGRAM:    bank                                             *>
      *> PURPOSE:    Maintain the PERSBANK direct-deposit child file  *>
      *>             (routing and account number, account type, and  *>
      *>             how much of net pay goes to the account), keyed  *>
      *>             by person ID plus account sequence.              *>
      *>             SetBankAccount is guarded the way deduct.cob     *>
      *>             guards SetDeduction: the person must be on the   *>
      *>             person master, the sequence 1-9, the routing     *>
      *>             number must pass its check digit, the account    *>
      *>             number present, the type C or S, and the split   *>
      *>             P (1-100 percent), F (nonzero amount) or R.      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>   2026-10-15  SetBankAccount no longer writes PERSBANK: the  *>
      *>               validated change is held pending on CHGREQ     *>
      *>               (CALL "HoldChangeRequest") with the account as *>
      *>               it stands, and BankChangeHeld comes back. The  *>
      *>               new ApplyBankChange entry carries a request a  *>
      *>               second operator approved onto PERSBANK.        *>
      *>   2026-10-15  CancelBankAccount no longer deactivates the    *>
      *>               row itself: the close is held on CHGREQ as a   *>
      *>               BANK request with a blank new account, and     *>
      *>               ApplyBankChange makes the row inactive once a  *>
      *>               second operator approves it.                   *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-KEY
               FILE STATUS IS WS-BA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-MASTER.
           COPY "person-bank.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "person.cpy".
           COPY "change-request.cpy".
           COPY "chgreq.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "PERSBANK".
       01 WS-BA-STATUS          PIC X(02) VALUE "00".
           88 WS-BA-OK                    VALUE "00".
       01 WS-FILE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-FILE-OPEN               VALUE "Y".
       01 WS-SET-IS-VALID       PIC X(01) VALUE "Y".
           88 WS-SET-VALID                VALUE "Y".
           88 WS-SET-INVALID              VALUE "N".
       01 WS-ROUTING-WORK       PIC 9(09) VALUE 0.
       01 WS-ROUTING-PARTS REDEFINES WS-ROUTING-WORK.
           05 WS-RT-DIGIT       PIC 9(01) OCCURS 9 TIMES.
       01 WS-ROUTING-SUM        PIC 9(04) VALUE 0.
       01 WS-ROUTING-QUOTIENT   PIC 9(04) VALUE 0.
       01 WS-ROUTING-REMAINDER  PIC 9(02) VALUE 0.

       LINKAGE SECTION.
           COPY "bank.cpy".
       01 BankPersonId          PIC 9(05).

       PROCEDURE DIVISION USING BY REFERENCE BankPersonId
           BY REFERENCE BankAccountSeq
           BY REFERENCE BankRoutingNumber
           BY REFERENCE BankAccountNumber
           BY REFERENCE BankAccountType
           BY REFERENCE BankSplitMethod
           BY REFERENCE BankSplitPercent
           BY REFERENCE BankSplitAmount
           BY REFERENCE BankFoundFlag.

       0000-MAINLINE.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-BANK-ACCOUNT
           GOBACK.

       ENTRY "GetBankAccount" USING BY REFERENCE BankPersonId
           BY REFERENCE BankAccountSeq
           BY REFERENCE BankRoutingNumber
           BY REFERENCE BankAccountNumber
           BY REFERENCE BankAccountType
           BY REFERENCE BankSplitMethod
           BY REFERENCE BankSplitPercent
           BY REFERENCE BankSplitAmount
           BY REFERENCE BankFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-BANK-ACCOUNT
           GOBACK.

       ENTRY "SetBankAccount" USING BY REFERENCE BankPersonId
           BY REFERENCE BankAccountSeq
           BY REFERENCE BankRoutingNumber
           BY REFERENCE BankAccountNumber
           BY REFERENCE BankAccountType
           BY REFERENCE BankSplitMethod
           BY REFERENCE BankSplitPercent
           BY REFERENCE BankSplitAmount
           BY REFERENCE BankFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2000-SET-BANK-ACCOUNT
               THRU 2000-SET-BANK-ACCOUNT-EXIT
           GOBACK.

       ENTRY "CancelBankAccount" USING BY REFERENCE BankPersonId
           BY REFERENCE BankAccountSeq BY REFERENCE BankFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2400-CANCEL-BANK-ACCOUNT
               THRU 2400-CANCEL-BANK-ACCOUNT-EXIT
           GOBACK.

       ENTRY "ApplyBankChange" USING BY REFERENCE BankRequestKey
           BY REFERENCE BankApproverId BY REFERENCE BankFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2300-APPLY-BANK-CHANGE
               THRU 2300-APPLY-BANK-CHANGE-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-MASTER-FILE - open the indexed file I-O, the    *>
      *> first call of the run creates it if it does not exist.   *>
      *>----------------------------------------------------------*>
       1000-OPEN-MASTER-FILE.
           IF NOT WS-FILE-OPEN
               PERFORM 0010-STAMP-RUN-CONTROL
               OPEN I-O BANK-MASTER
               IF WS-BA-STATUS = "35"
                   OPEN OUTPUT BANK-MASTER
                   CLOSE BANK-MASTER
                   OPEN I-O BANK-MASTER
               END-IF
               SET WS-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control    *>
      *> fields once per run, the first time this program is called. *>
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
           MOVE "PERSBANK" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - PERSBANK resolves to "
                   "the .TST file-set ***"
               MOVE "PERSBANK.TST" TO WS-MASTER-FILE-NAME
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-SET-BANK-ACCOUNT - validate the guarded fields, then   *>
      *> hold the change on CHGREQ with the row as it stands now;    *>
      *> PERSBANK is written only when a second operator approves    *>
      *> it (2300-APPLY-BANK-CHANGE).                                *>
      *>----------------------------------------------------------*>
       2000-SET-BANK-ACCOUNT.
           PERFORM 2100-VALIDATE-SET-FIELDS
           THRU 2100-VALIDATE-SET-FIELDS-EXIT
           IF WS-SET-INVALID
               SET BankNotFound TO TRUE
               GO TO 2000-SET-BANK-ACCOUNT-EXIT
           END-IF
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           SET CQ-BANK-CHANGE TO TRUE
           MOVE BankPersonId TO CQ-PERSON-ID
           PERFORM 2050-LOAD-OLD-BANK-VALUES
           MOVE BankAccountSeq TO CQ-NEW-ACCOUNT-SEQ
           MOVE BankRoutingNumber TO CQ-NEW-ROUTING-NUMBER
           MOVE BankAccountNumber TO CQ-NEW-ACCOUNT-NUMBER
           MOVE BankAccountType TO CQ-NEW-ACCOUNT-TYPE
           MOVE BankSplitMethod TO CQ-NEW-SPLIT-METHOD
           MOVE BankSplitPercent TO CQ-NEW-SPLIT-PERCENT
           MOVE BankSplitAmount TO CQ-NEW-SPLIT-AMOUNT
           PERFORM 2060-HOLD-BANK-CHANGE.
       2000-SET-BANK-ACCOUNT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2050-LOAD-OLD-BANK-VALUES - the active PERSBANK row for the *>
      *> person and sequence as the request's old values; a new      *>
      *> account (or an inactive one) has none, and shows blank.     *>
      *>----------------------------------------------------------*>
       2050-LOAD-OLD-BANK-VALUES.
           MOVE SPACES TO CQ-OLD-VALUES
           MOVE BankAccountSeq TO CQ-OLD-ACCOUNT-SEQ
           MOVE 0 TO CQ-OLD-ROUTING-NUMBER
           MOVE 0 TO CQ-OLD-SPLIT-PERCENT
           MOVE 0 TO CQ-OLD-SPLIT-AMOUNT
           MOVE BankPersonId TO BA-PERSON-ID
           MOVE BankAccountSeq TO BA-ACCOUNT-SEQ
           READ BANK-MASTER
               INVALID KEY
                   MOVE SPACE TO BA-STATUS-FLAG
           END-READ
           IF WS-BA-OK AND BA-ACTIVE
               MOVE BA-ROUTING-NUMBER TO CQ-OLD-ROUTING-NUMBER
               MOVE BA-ACCOUNT-NUMBER TO CQ-OLD-ACCOUNT-NUMBER
               MOVE BA-ACCOUNT-TYPE TO CQ-OLD-ACCOUNT-TYPE
               MOVE BA-SPLIT-METHOD TO CQ-OLD-SPLIT-METHOD
               MOVE BA-SPLIT-PERCENT-RATE TO CQ-OLD-SPLIT-PERCENT
               MOVE BA-SPLIT-FLAT-AMOUNT TO CQ-OLD-SPLIT-AMOUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2060-HOLD-BANK-CHANGE - file the request pending; PERSBANK  *>
      *> is not touched until ApplyBankChange.                       *>
      *>----------------------------------------------------------*>
       2060-HOLD-BANK-CHANGE.
           CALL "HoldChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeWasFound
               SET BankChangeHeld TO TRUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Bank change for person " BankPersonId
                   " held for approval - request " CQ-REQUEST-KEY
           ELSE
               SET BankNotFound TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-CANCEL-BANK-ACCOUNT - closing an account stops net pay *>
      *> going to it, so it is held on CHGREQ like any other bank    *>
      *> change: the active row as the old values, a blank account   *>
      *> as the new.  There must be an active account to close.      *>
      *>----------------------------------------------------------*>
       2400-CANCEL-BANK-ACCOUNT.
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           SET CQ-BANK-CHANGE TO TRUE
           MOVE BankPersonId TO CQ-PERSON-ID
           PERFORM 2050-LOAD-OLD-BANK-VALUES
           IF CQ-OLD-ACCOUNT-NUMBER = SPACES
               SET BankNotFound TO TRUE
               GO TO 2400-CANCEL-BANK-ACCOUNT-EXIT
           END-IF
           MOVE SPACES TO CQ-NEW-VALUES
           MOVE BankAccountSeq TO CQ-NEW-ACCOUNT-SEQ
           MOVE 0 TO CQ-NEW-ROUTING-NUMBER
           MOVE 0 TO CQ-NEW-SPLIT-PERCENT
           MOVE 0 TO CQ-NEW-SPLIT-AMOUNT
           PERFORM 2060-HOLD-BANK-CHANGE.
       2400-CANCEL-BANK-ACCOUNT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2300-APPLY-BANK-CHANGE - carry an approved CHGREQ bank      *>
      *> change onto PERSBANK, active from today.  The request must  *>
      *> still be pending and unexpired, the approver someone other  *>
      *> than the requester, and the account on file must still be   *>
      *> the one the request was keyed against.  A request with a    *>
      *> blank new account closes the row instead.                   *>
      *>----------------------------------------------------------*>
       2300-APPLY-BANK-CHANGE.
           SET BankNotFound TO TRUE
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           MOVE BankRequestKey TO CQ-REQUEST-KEY
           CALL "GetChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               OR NOT CQ-PENDING
               OR NOT CQ-BANK-CHANGE
               OR CQ-EXPIRY-DATE < RC-RUN-DATE
               OR BankApproverId = SPACES
               OR BankApproverId = CQ-REQUESTED-BY
               PERFORM 2920-REJECT-BAD-APPROVAL
               GO TO 2300-APPLY-BANK-CHANGE-EXIT
           END-IF
           MOVE CQ-PERSON-ID TO BA-PERSON-ID
           MOVE CQ-NEW-ACCOUNT-SEQ TO BA-ACCOUNT-SEQ
           READ BANK-MASTER
               INVALID KEY
                   MOVE SPACE TO BA-STATUS-FLAG
           END-READ
           IF (BA-ACTIVE
                   AND (BA-ROUTING-NUMBER NOT = CQ-OLD-ROUTING-NUMBER
                   OR BA-ACCOUNT-NUMBER NOT = CQ-OLD-ACCOUNT-NUMBER))
               OR (NOT BA-ACTIVE AND CQ-OLD-ACCOUNT-NUMBER NOT = SPACES)
               PERFORM 2930-REJECT-STALE-CHANGE
               GO TO 2300-APPLY-BANK-CHANGE-EXIT
           END-IF
           SET CQ-APPROVED TO TRUE
           MOVE BankApproverId TO CQ-DECIDED-BY
           CALL "DecideChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               PERFORM 2920-REJECT-BAD-APPROVAL
               GO TO 2300-APPLY-BANK-CHANGE-EXIT
           END-IF
           IF CQ-NEW-ACCOUNT-NUMBER = SPACES
               SET BA-INACTIVE TO TRUE
               REWRITE PERSON-BANK-RECORD
               SET BankWasFound TO TRUE
               GO TO 2300-APPLY-BANK-CHANGE-EXIT
           END-IF
           MOVE CQ-PERSON-ID TO BA-PERSON-ID
           MOVE CQ-NEW-ACCOUNT-SEQ TO BA-ACCOUNT-SEQ
           MOVE CQ-NEW-ROUTING-NUMBER TO BA-ROUTING-NUMBER
           MOVE CQ-NEW-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
           MOVE CQ-NEW-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE
           MOVE CQ-NEW-SPLIT-METHOD TO BA-SPLIT-METHOD
           MOVE CQ-NEW-SPLIT-PERCENT TO BA-SPLIT-PERCENT-RATE
           MOVE CQ-NEW-SPLIT-AMOUNT TO BA-SPLIT-FLAT-AMOUNT
           SET BA-ACTIVE TO TRUE
           MOVE RC-RUN-DATE TO BA-EFFECTIVE-DATE
           IF WS-BA-OK
               REWRITE PERSON-BANK-RECORD
           ELSE
               WRITE PERSON-BANK-RECORD
           END-IF
           SET BankWasFound TO TRUE.
       2300-APPLY-BANK-CHANGE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2100-VALIDATE-SET-FIELDS - the person must be on the        *>
      *> person master, the sequence 1-9, the routing number pass    *>
      *> its check digit, the account number present, the type C or  *>
      *> S, and the split method carry a sensible amount.            *>
      *>----------------------------------------------------------*>
       2100-VALIDATE-SET-FIELDS.
           SET WS-SET-VALID TO TRUE
           MOVE BankPersonId TO PersonIndex
           MOVE SPACES TO NewName
           CALL "person" USING PersonIndex NewName PersonName
           IF PersonName = SPACES
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF BankAccountSeq = 0
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           PERFORM 2200-CHECK-ROUTING-NUMBER
           IF WS-SET-INVALID
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF BankAccountNumber = SPACES
               OR NOT (BankIsChecking OR BankIsSavings)
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           EVALUATE TRUE
               WHEN BankSplitIsPercent
                   IF BankSplitPercent = 0
                       OR BankSplitPercent > 100
                       PERFORM 2910-REJECT-ONE-SET
                   END-IF
               WHEN BankSplitIsFlat
                   IF BankSplitAmount = 0
                       PERFORM 2910-REJECT-ONE-SET
                   END-IF
               WHEN BankSplitIsRemainder
                   CONTINUE
               WHEN OTHER
                   PERFORM 2910-REJECT-ONE-SET
           END-EVALUATE.
       2100-VALIDATE-SET-FIELDS-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2200-CHECK-ROUTING-NUMBER - the ABA check digit: three     *>
      *> times digits 1, 4 and 7, plus seven times digits 2, 5 and  *>
      *> 8, plus digits 3, 6 and 9 must be a multiple of ten.  All  *>
      *> zeros passes the arithmetic but is not a bank.             *>
      *>----------------------------------------------------------*>
       2200-CHECK-ROUTING-NUMBER.
           IF BankRoutingNumber IS NOT NUMERIC
               OR BankRoutingNumber = 0
               PERFORM 2910-REJECT-ONE-SET
           ELSE
               MOVE BankRoutingNumber TO WS-ROUTING-WORK
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                 + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                        + WS-RT-DIGIT(8))
                 + WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)
               DIVIDE WS-ROUTING-SUM BY 10
                   GIVING WS-ROUTING-QUOTIENT
                   REMAINDER WS-ROUTING-REMAINDER
               IF WS-ROUTING-REMAINDER NOT = 0
                   PERFORM 2910-REJECT-ONE-SET
               END-IF
           END-IF.

       2910-REJECT-ONE-SET.
           SET WS-SET-INVALID TO TRUE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Bank account rejected for person " BankPersonId
               " sequence " BankAccountSeq
           MOVE "BANK" TO LE-PROGRAM-NAME
           MOVE "2100-VALIDATE-SET" TO LE-PARAGRAPH-NAME
           MOVE "Bank account rejected - bad routing/account/split"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2920-REJECT-BAD-APPROVAL.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Bank change not applied - request " BankRequestKey
               " not pending, expired, or approver " BankApproverId
               " not a second operator"
           MOVE "BANK" TO LE-PROGRAM-NAME
           MOVE "2300-APPLY-BANK-CHG" TO LE-PARAGRAPH-NAME
           MOVE "Bank change refused - not pending or same operator"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2930-REJECT-STALE-CHANGE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Bank change not applied - PERSBANK for person "
               CQ-PERSON-ID " changed since request " BankRequestKey
           MOVE "BANK" TO LE-PROGRAM-NAME
           MOVE "2300-APPLY-BANK-CHG" TO LE-PARAGRAPH-NAME
           MOVE "Bank change refused - PERSBANK changed since request"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-GET-BANK-ACCOUNT - return the active PERSBANK row for  *>
      *> the person and sequence, or NOT-FOUND with cleared fields.  *>
      *>----------------------------------------------------------*>
       3000-GET-BANK-ACCOUNT.
           MOVE BankPersonId TO BA-PERSON-ID
           MOVE BankAccountSeq TO BA-ACCOUNT-SEQ
           READ BANK-MASTER
               INVALID KEY
                   MOVE SPACE TO BA-STATUS-FLAG
           END-READ
           IF WS-BA-OK AND BA-ACTIVE
               SET BankWasFound TO TRUE
               MOVE BA-ROUTING-NUMBER TO BankRoutingNumber
               MOVE BA-ACCOUNT-NUMBER TO BankAccountNumber
               MOVE BA-ACCOUNT-TYPE TO BankAccountType
               MOVE BA-SPLIT-METHOD TO BankSplitMethod
               MOVE BA-SPLIT-PERCENT-RATE TO BankSplitPercent
               MOVE BA-SPLIT-FLAT-AMOUNT TO BankSplitAmount
           ELSE
               SET BankNotFound TO TRUE
               MOVE 0 TO BankRoutingNumber
               MOVE SPACES TO BankAccountNumber
               MOVE SPACE TO BankAccountType
               MOVE SPACE TO BankSplitMethod
               MOVE 0 TO BankSplitPercent
               MOVE 0 TO BankSplitAmount
           END-IF.
