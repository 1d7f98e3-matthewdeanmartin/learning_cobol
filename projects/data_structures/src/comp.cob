      *>               (CALL "GetGradeRange") and warns-and-logs      *>
      *>               when it lands below the minimum or above the   *>
      *>               maximum; the set still proceeds.               *>
      *>   2026-10-15  Added the SetPayBasis / GetPayBasis entries    *>
      *>               for the pay basis (S salaried, H hourly) and   *>
      *>               the hourly rate in cents; a new COMPMAST row   *>
      *>               starts salaried.  A basis change is journaled  *>
      *>               to COMPHIST.LOG like any other write.          *>
      *>   2026-10-15  Added a CancelCompensation entry that deletes  *>
      *>               a person's COMPMAST row, journaled to          *>
      *>               COMPHIST.LOG with a blank new grade and zero   *>
      *>               salary, for backing out an incomplete hire.    *>
      *>   2026-10-15  A compensation row returned by GetCompensation *>
      *>               (or the main entry) is journaled to READACC.LOG*>
      *>               through LogReadAccess as a COMP read by the    *>
      *>               operator under program GETCOMP.                *>
      *>   2026-10-15  Added the SetCompCurrency / GetCompCurrency    *>
      *>               entries for the currency a person is paid in   *>
      *>               (blank for the base currency); a code with no  *>
      *>               XRATEMST rate in force is rejected, and a      *>
      *>               change is journaled to COMPHIST.LOG.  A new    *>
      *>               COMPMAST row starts in the base currency.      *>
      *>   2026-10-15  SetCompensation on a person who already has a  *>
      *>               COMPMAST row, and SetPayBasis, no longer write *>
      *>               the row: the change is held pending on CHGREQ  *>
      *>               (CALL "HoldChangeRequest") and CompChangeHeld  *>
      *>               comes back. The new ApplyCompChange entry      *>
      *>               carries a request a second operator approved   *>
      *>               onto COMPMAST, and the COMPHIST.LOG row names  *>
      *>               both the requesting and the approving          *>
      *>               operator. A person's first COMPMAST row is     *>
      *>               still written directly.                        *>
      *>   2026-10-15  Each COMPHIST.LOG row is now hash-chained to   *>
      *>               the one before it through ChainLogRow before   *>
      *>               it is written.                                 *>
      *>   2026-10-15  SetCompCurrency no longer rewrites COMPMAST:   *>
      *>               the change is held on CHGREQ as type CURR and  *>
      *>               ApplyCompChange carries it on, the currency    *>
      *>               now part of the stale-row check.               *>
      *>               CancelCompensation only deletes the row this   *>
      *>               run unit wrote as a person's first through     *>
      *>               SetCompensation; any other person is refused.  *>
      *>               COMPHIST.LOG rows carry the old and new pay    *>
      *>               basis, hourly rate and currency.               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. comp.
           COPY "person.cpy".
           COPY "date-calc-call.cpy".
           COPY "grade.cpy".
           COPY "read-access-call.cpy".
           COPY "xrate.cpy".
           COPY "change-request.cpy".
           COPY "chgreq.cpy".
           COPY "log-chain-call.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "COMPMAST".
       01 WS-HISTORY-FILE-NAME  PIC X(16) VALUE "COMPHIST.LOG".
       01 WS-CM-STATUS          PIC X(02) VALUE "00".
       01 WS-CH-STATUS          PIC X(02) VALUE "00".
       01 WS-OLD-GRADE          PIC X(02) VALUE SPACES.
       01 WS-OLD-SALARY         PIC 9(11) VALUE 0.
       01 WS-OLD-PAY-BASIS      PIC X(01) VALUE SPACES.
       01 WS-OLD-HOURLY-RATE    PIC 9(07) VALUE 0.
       01 WS-OLD-CURRENCY       PIC X(03) VALUE SPACES.
      *> the person whose first COMPMAST row this run unit wrote -
      *> the only row CancelCompensation may take back.
       01 WS-FIRST-ROW-PERSON-ID PIC 9(05) VALUE 0.
       01 WS-HISTORY-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-HISTORY-APPROVER   PIC X(08) VALUE SPACES.
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).
               THRU 2000-SET-COMPENSATION-EXIT
           GOBACK.

       ENTRY "GetPayBasis" USING BY REFERENCE CompPersonId
           BY REFERENCE CompPayBasis BY REFERENCE CompHourlyRate
           BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3100-GET-PAY-BASIS
           GOBACK.

       ENTRY "SetPayBasis" USING BY REFERENCE CompPersonId
           BY REFERENCE CompPayBasis BY REFERENCE CompHourlyRate
           BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2700-SET-PAY-BASIS
               THRU 2700-SET-PAY-BASIS-EXIT
           GOBACK.

       ENTRY "GetCompCurrency" USING BY REFERENCE CompPersonId
           BY REFERENCE CompCurrencyCode BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3200-GET-COMP-CURRENCY
           GOBACK.

       ENTRY "SetCompCurrency" USING BY REFERENCE CompPersonId
           BY REFERENCE CompCurrencyCode BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2750-SET-COMP-CURRENCY
               THRU 2750-SET-COMP-CURRENCY-EXIT
           GOBACK.

       ENTRY "CancelCompensation" USING BY REFERENCE CompPersonId
           BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2800-CANCEL-COMPENSATION
               THRU 2800-CANCEL-COMPENSATION-EXIT
           GOBACK.

       ENTRY "ApplyCompChange" USING BY REFERENCE CompRequestKey
           BY REFERENCE CompApproverId BY REFERENCE CompFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2200-APPLY-COMP-CHANGE
               THRU 2200-APPLY-COMP-CHANGE-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-MASTER-FILE - open the indexed file I-O, the    *>
      *> first call of the run creates it if it does not exist.   *>

      *>----------------------------------------------------------*>
      *> 2000-SET-COMPENSATION - validate the guarded fields, then   *>
      *> write the first COMPMAST row for CompPersonId.  A change to *>
      *> a row already on file is held on CHGREQ for a second        *>
      *> operator's approval instead.                                *>
      *>----------------------------------------------------------*>
       2000-SET-COMPENSATION.
           PERFORM 2100-VALIDATE-SET-FIELDS
               INVALID KEY
                   MOVE SPACES TO CM-GRADE
                   MOVE 0 TO CM-ANNUAL-SALARY
                   MOVE "S" TO CM-PAY-BASIS
                   MOVE 0 TO CM-HOURLY-RATE
                   MOVE SPACES TO CM-CURRENCY-CODE
           END-READ
           IF WS-CM-OK
               SET CQ-COMP-CHANGE TO TRUE
               PERFORM 2050-LOAD-PAY-VALUES
               MOVE CompGrade TO CQ-NEW-GRADE
               MOVE CompAnnualSalary TO CQ-NEW-SALARY
               MOVE CompEffectiveDate TO CQ-NEW-EFFECTIVE-DATE
               PERFORM 2060-HOLD-PAY-CHANGE
               GO TO 2000-SET-COMPENSATION-EXIT
           END-IF
           PERFORM 2590-SAVE-OLD-VALUES
           MOVE CompGrade TO CM-GRADE
           MOVE CompAnnualSalary TO CM-ANNUAL-SALARY
           MOVE CompEffectiveDate TO CM-EFFECTIVE-DATE
           WRITE COMP-MASTER-RECORD
           SET CompWasFound TO TRUE
           MOVE CompPersonId TO WS-FIRST-ROW-PERSON-ID
           PERFORM 2600-WRITE-COMP-HISTORY.
       2000-SET-COMPENSATION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2050-LOAD-PAY-VALUES - a new request whose old and new pay  *>
      *> both start as the COMPMAST row just read; the caller then   *>
      *> overlays the new values being asked for.                    *>
      *>----------------------------------------------------------*>
       2050-LOAD-PAY-VALUES.
           MOVE SPACES TO CQ-OLD-VALUES
           MOVE CM-GRADE TO CQ-OLD-GRADE
           MOVE CM-ANNUAL-SALARY TO CQ-OLD-SALARY
           MOVE CM-EFFECTIVE-DATE TO CQ-OLD-EFFECTIVE-DATE
           MOVE CM-PAY-BASIS TO CQ-OLD-PAY-BASIS
           MOVE CM-HOURLY-RATE TO CQ-OLD-HOURLY-RATE
           MOVE CM-CURRENCY-CODE TO CQ-OLD-CURRENCY
           MOVE CQ-OLD-VALUES TO CQ-NEW-VALUES
           MOVE CompPersonId TO CQ-PERSON-ID.

      *>----------------------------------------------------------*>
      *> 2060-HOLD-PAY-CHANGE - file the request pending; COMPMAST   *>
      *> is not touched until ApplyCompChange.                       *>
      *>----------------------------------------------------------*>
       2060-HOLD-PAY-CHANGE.
           CALL "HoldChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeWasFound
               SET CompChangeHeld TO TRUE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Pay change for person " CompPersonId
                   " held for approval - request " CQ-REQUEST-KEY
           ELSE
               SET CompNotFound TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-APPLY-COMP-CHANGE - carry an approved CHGREQ pay       *>
      *> change onto COMPMAST.  The request must still be pending    *>
      *> and unexpired, and the approver someone other than the      *>
      *> requester; the row on file must still hold the old values   *>
      *> the request was keyed against, or the change is refused     *>
      *> and left pending to be rejected and keyed again.  The       *>
      *> journal row carries both operators.                         *>
      *>----------------------------------------------------------*>
       2200-APPLY-COMP-CHANGE.
           SET CompNotFound TO TRUE
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           MOVE CompRequestKey TO CQ-REQUEST-KEY
           CALL "GetChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               OR NOT CQ-PENDING
               OR NOT (CQ-COMP-CHANGE OR CQ-RATE-CHANGE
                   OR CQ-CURRENCY-CHANGE)
               OR CQ-EXPIRY-DATE < RC-RUN-DATE
               OR CompApproverId = SPACES
               OR CompApproverId = CQ-REQUESTED-BY
               PERFORM 2960-REJECT-BAD-APPROVAL
               GO TO 2200-APPLY-COMP-CHANGE-EXIT
           END-IF
           MOVE CQ-PERSON-ID TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   PERFORM 2970-REJECT-STALE-CHANGE
                   GO TO 2200-APPLY-COMP-CHANGE-EXIT
           END-READ
           IF CM-GRADE NOT = CQ-OLD-GRADE
               OR CM-ANNUAL-SALARY NOT = CQ-OLD-SALARY
               OR CM-PAY-BASIS NOT = CQ-OLD-PAY-BASIS
               OR CM-HOURLY-RATE NOT = CQ-OLD-HOURLY-RATE
               OR CM-CURRENCY-CODE NOT = CQ-OLD-CURRENCY
               PERFORM 2970-REJECT-STALE-CHANGE
               GO TO 2200-APPLY-COMP-CHANGE-EXIT
           END-IF
           SET CQ-APPROVED TO TRUE
           MOVE CompApproverId TO CQ-DECIDED-BY
           CALL "DecideChangeRequest" USING CHANGE-REQUEST-RECORD
               ChangeFoundFlag
           IF ChangeNotFound
               PERFORM 2960-REJECT-BAD-APPROVAL
               GO TO 2200-APPLY-COMP-CHANGE-EXIT
           END-IF
           PERFORM 2590-SAVE-OLD-VALUES
           MOVE CQ-NEW-GRADE TO CM-GRADE
           MOVE CQ-NEW-SALARY TO CM-ANNUAL-SALARY
           MOVE CQ-NEW-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE
           MOVE CQ-NEW-PAY-BASIS TO CM-PAY-BASIS
           MOVE CQ-NEW-HOURLY-RATE TO CM-HOURLY-RATE
           MOVE CQ-NEW-CURRENCY TO CM-CURRENCY-CODE
           REWRITE COMP-MASTER-RECORD
           SET CompWasFound TO TRUE
           MOVE CQ-REQUESTED-BY TO WS-HISTORY-OPERATOR
           MOVE CompApproverId TO WS-HISTORY-APPROVER
           PERFORM 2600-WRITE-COMP-HISTORY
           MOVE SPACES TO WS-HISTORY-OPERATOR
           MOVE SPACES TO WS-HISTORY-APPROVER.
       2200-APPLY-COMP-CHANGE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2590-SAVE-OLD-VALUES - the row as it stood, for the journal *>
      *> row's old columns, before the change goes into the buffer.  *>
      *>----------------------------------------------------------*>
       2590-SAVE-OLD-VALUES.
           MOVE CM-GRADE TO WS-OLD-GRADE
           MOVE CM-ANNUAL-SALARY TO WS-OLD-SALARY
           MOVE CM-PAY-BASIS TO WS-OLD-PAY-BASIS
           MOVE CM-HOURLY-RATE TO WS-OLD-HOURLY-RATE
           MOVE CM-CURRENCY-CODE TO WS-OLD-CURRENCY.

      *>----------------------------------------------------------*>
      *> 2600-WRITE-COMP-HISTORY - append one COMPHIST.LOG journal   *>
      *> row for the change just written to the master buffer,       *>
           MOVE WS-OLD-SALARY TO CH-OLD-SALARY
           MOVE CM-ANNUAL-SALARY TO CH-NEW-SALARY
           MOVE CM-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE
           MOVE WS-OLD-PAY-BASIS TO CH-OLD-PAY-BASIS
           MOVE CM-PAY-BASIS TO CH-NEW-PAY-BASIS
           MOVE WS-OLD-HOURLY-RATE TO CH-OLD-HOURLY-RATE
           MOVE CM-HOURLY-RATE TO CH-NEW-HOURLY-RATE
           MOVE WS-OLD-CURRENCY TO CH-OLD-CURRENCY
           MOVE CM-CURRENCY-CODE TO CH-NEW-CURRENCY
           MOVE RC-OPERATOR-ID TO CH-OPERATOR-ID
           IF WS-HISTORY-OPERATOR NOT = SPACES
               MOVE WS-HISTORY-OPERATOR TO CH-OPERATOR-ID
           END-IF
           MOVE WS-HISTORY-APPROVER TO CH-APPROVER-ID
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TIMESTAMP TO CH-CHANGE-TIMESTAMP
           PERFORM 2610-CHAIN-HISTORY-ROW
           WRITE COMP-HISTORY-RECORD
           CLOSE COMP-HISTORY.

      *>----------------------------------------------------------*>
      *> 2610-CHAIN-HISTORY-ROW - link the row in the buffer to      *>
      *> the one before it on COMPHIST.LOG (ChainLogRow).            *>
      *>----------------------------------------------------------*>
       2610-CHAIN-HISTORY-ROW.
           MOVE WS-HISTORY-FILE-NAME TO HC-LOG-NAME
           MOVE CH-ROW-CONTENT TO HC-ROW-CONTENT
           CALL "ChainLogRow" USING HC-LOG-NAME HC-ROW-CONTENT
               HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
           MOVE HC-CHAIN-SEQ TO CH-CHAIN-SEQ
           MOVE HC-PREV-HASH TO CH-PREV-HASH
           MOVE HC-ROW-HASH TO CH-ROW-HASH.

      *>----------------------------------------------------------*>
      *> 2700-SET-PAY-BASIS - switch an existing COMPMAST row        *>
      *> between salaried and hourly; hourly needs a nonzero rate.   *>
      *> The grade and salary are untouched, so the journal row      *>
      *> carries them unchanged.  The switch is held on CHGREQ for   *>
      *> a second operator's approval, like a salary change.         *>
      *>----------------------------------------------------------*>
       2700-SET-PAY-BASIS.
           IF NOT CompPaidSalary AND NOT CompPaidHourly
               OR (CompPaidHourly AND CompHourlyRate = 0)
               PERFORM 2940-REJECT-BAD-PAY-BASIS
               SET CompNotFound TO TRUE
               GO TO 2700-SET-PAY-BASIS-EXIT
           END-IF
           MOVE CompPersonId TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   SET CompNotFound TO TRUE
                   GO TO 2700-SET-PAY-BASIS-EXIT
           END-READ
           SET CQ-RATE-CHANGE TO TRUE
           PERFORM 2050-LOAD-PAY-VALUES
           MOVE CompPayBasis TO CQ-NEW-PAY-BASIS
           IF CompPaidHourly
               MOVE CompHourlyRate TO CQ-NEW-HOURLY-RATE
           ELSE
               MOVE 0 TO CQ-NEW-HOURLY-RATE
           END-IF
           PERFORM 2060-HOLD-PAY-CHANGE.
       2700-SET-PAY-BASIS-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2750-SET-COMP-CURRENCY - change the currency an existing    *>
      *> COMPMAST row is paid in.  Blank or the base currency is     *>
      *> stored blank; any other code must already have an XRATEMST  *>
      *> rate in force on the run date, so a mistyped code cannot    *>
      *> reach the reports.  The amounts are not restated - the      *>
      *> salary is re-keyed in the new currency through              *>
      *> SetCompensation.  A currency change is a pay change, so it  *>
      *> is held on CHGREQ for a second operator's approval.         *>
      *>----------------------------------------------------------*>
       2750-SET-COMP-CURRENCY.
           MOVE CompCurrencyCode TO XRateCurrencyCode
           MOVE RC-RUN-DATE TO XRateAsOfDate
           CALL "GetExchangeRate" USING XRateCurrencyCode
               XRateAsOfDate XRateEffectiveDate XRateBasePerUnit
               XRateFoundFlag
           IF XRateNotFound
               PERFORM 2950-REJECT-BAD-CURRENCY
               SET CompNotFound TO TRUE
               GO TO 2750-SET-COMP-CURRENCY-EXIT
           END-IF
           MOVE CompPersonId TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   SET CompNotFound TO TRUE
                   GO TO 2750-SET-COMP-CURRENCY-EXIT
           END-READ
           SET CQ-CURRENCY-CHANGE TO TRUE
           PERFORM 2050-LOAD-PAY-VALUES
           IF XRateEffectiveDate = 0
               MOVE SPACES TO CQ-NEW-CURRENCY
           ELSE
               MOVE CompCurrencyCode TO CQ-NEW-CURRENCY
           END-IF
           PERFORM 2060-HOLD-PAY-CHANGE.
       2750-SET-COMP-CURRENCY-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2800-CANCEL-COMPENSATION - delete the COMPMAST row for      *>
      *> CompPersonId; the journal row shows the old pay going to    *>
      *> blank and zero as of the run date.  Only the first row      *>
      *> this run unit wrote (2000) may be taken back - any other    *>
      *> pay change goes through CHGREQ, and so does undoing it.     *>
      *>----------------------------------------------------------*>
       2800-CANCEL-COMPENSATION.
           IF WS-FIRST-ROW-PERSON-ID = 0
               OR CompPersonId NOT = WS-FIRST-ROW-PERSON-ID
               PERFORM 2980-REJECT-CANCEL
               SET CompNotFound TO TRUE
               GO TO 2800-CANCEL-COMPENSATION-EXIT
           END-IF
           MOVE CompPersonId TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   SET CompNotFound TO TRUE
               NOT INVALID KEY
                   PERFORM 2590-SAVE-OLD-VALUES
                   DELETE COMP-MASTER RECORD
                   MOVE SPACES TO CM-GRADE
                   MOVE 0 TO CM-ANNUAL-SALARY
                   MOVE RC-RUN-DATE TO CM-EFFECTIVE-DATE
                   MOVE SPACE TO CM-PAY-BASIS
                   MOVE 0 TO CM-HOURLY-RATE
                   MOVE SPACES TO CM-CURRENCY-CODE
                   SET CompWasFound TO TRUE
                   PERFORM 2600-WRITE-COMP-HISTORY
           END-READ
           MOVE 0 TO WS-FIRST-ROW-PERSON-ID.
       2800-CANCEL-COMPENSATION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2500-WARN-OUTSIDE-GRADE-RANGE - a keyed salary below the    *>
      *> grade's GRADEMST minimum or above its maximum is worth      *>
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2940-REJECT-BAD-PAY-BASIS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Pay basis rejected - basis " CompPayBasis
               " rate " CompHourlyRate " for person " CompPersonId
           MOVE "COMP" TO LE-PROGRAM-NAME
           MOVE "2700-SET-PAY-BASIS" TO LE-PARAGRAPH-NAME
           MOVE "Pay basis rejected - not S, or H with no rate"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2950-REJECT-BAD-CURRENCY.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Currency rejected - no exchange rate for "
               CompCurrencyCode " for person " CompPersonId
           MOVE "COMP" TO LE-PROGRAM-NAME
           MOVE "2750-SET-COMP-CURR" TO LE-PARAGRAPH-NAME
           MOVE "Currency rejected - no XRATEMST rate in force"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2960-REJECT-BAD-APPROVAL.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Pay change not applied - request " CompRequestKey
               " not pending, expired, or approver " CompApproverId
               " not a second operator"
           MOVE "COMP" TO LE-PROGRAM-NAME
           MOVE "2200-APPLY-COMP-CHG" TO LE-PARAGRAPH-NAME
           MOVE "Pay change refused - not pending or same operator"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2970-REJECT-STALE-CHANGE.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Pay change not applied - COMPMAST for person "
               CQ-PERSON-ID " changed since request " CompRequestKey
           MOVE "COMP" TO LE-PROGRAM-NAME
           MOVE "2200-APPLY-COMP-CHG" TO LE-PARAGRAPH-NAME
           MOVE "Pay change refused - COMPMAST changed since request"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

       2980-REJECT-CANCEL.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Compensation cancel refused - person " CompPersonId
               " was not set up by this run"
           MOVE "COMP" TO LE-PROGRAM-NAME
           MOVE "2800-CANCEL-COMP" TO LE-PARAGRAPH-NAME
           MOVE "Cancel refused - row not written by this run"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-GET-COMPENSATION - return the COMPMAST row for         *>
      *> CompPersonId, or NOT-FOUND with zeroed fields.  A row       *>
      *> returned is journaled as a read of that person's pay.       *>
      *>----------------------------------------------------------*>
       3000-GET-COMPENSATION.
           MOVE CompPersonId TO CM-PERSON-ID
                   MOVE CM-GRADE TO CompGrade
                   MOVE CM-ANNUAL-SALARY TO CompAnnualSalary
                   MOVE CM-EFFECTIVE-DATE TO CompEffectiveDate
                   MOVE RC-OPERATOR-ID TO RX-OPERATOR-ID
                   MOVE "GETCOMP" TO RX-PROGRAM-NAME
                   MOVE CompPersonId TO RX-PERSON-ID
                   SET RX-CLASS-COMP TO TRUE
                   CALL "LogReadAccess" USING RX-OPERATOR-ID
                       RX-PROGRAM-NAME RX-PERSON-ID RX-DATA-CLASS
           END-READ.

      *>----------------------------------------------------------*>
      *> 3100-GET-PAY-BASIS - the person's pay basis and hourly      *>
      *> rate; a row from before the basis existed reads salaried.   *>
      *>----------------------------------------------------------*>
       3100-GET-PAY-BASIS.
           MOVE CompPersonId TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   SET CompNotFound TO TRUE
                   MOVE "S" TO CompPayBasis
                   MOVE 0 TO CompHourlyRate
               NOT INVALID KEY
                   SET CompWasFound TO TRUE
                   IF CM-HOURLY
                       MOVE "H" TO CompPayBasis
                       MOVE CM-HOURLY-RATE TO CompHourlyRate
                   ELSE
                       MOVE "S" TO CompPayBasis
                       MOVE 0 TO CompHourlyRate
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3200-GET-COMP-CURRENCY - the currency the person is paid    *>
      *> in; blank means the base currency.                          *>
      *>----------------------------------------------------------*>
       3200-GET-COMP-CURRENCY.
           MOVE CompPersonId TO CM-PERSON-ID
           READ COMP-MASTER
               INVALID KEY
                   SET CompNotFound TO TRUE
                   MOVE SPACES TO CompCurrencyCode
               NOT INVALID KEY
                   SET CompWasFound TO TRUE
                   MOVE CM-CURRENCY-CODE TO CompCurrencyCode
           END-READ.
