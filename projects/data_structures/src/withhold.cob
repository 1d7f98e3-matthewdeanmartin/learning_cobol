      *>--------------------------------------------------------------*>
      *> PROGRAM:    withhold                                         *>
      *> PURPOSE:    Maintain the PERSWHLD withholding-election       *>
      *>             child file (filing status, allowances and extra  *>
      *>             per-period amounts for federal and for the work  *>
      *>             state, and an exemption flag), keyed by person   *>
      *>             ID.  SetWithholding is guarded the way           *>
      *>             deduct.cob guards SetDeduction: the person must  *>
      *>             be an active PERSMAST record, each filing status *>
      *>             S, M or H, a state status only with a state      *>
      *>             code, and the exemption flag N, F, S or B.       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. withhold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLD-MASTER ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-PERSON-ID
               FILE STATUS IS WS-WH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLD-MASTER.
           COPY "person-withholding.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "person.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "PERSWHLD".
       01 WS-WH-STATUS          PIC X(02) VALUE "00".
           88 WS-WH-OK                    VALUE "00".
       01 WS-FILE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-FILE-OPEN               VALUE "Y".
       01 WS-SET-IS-VALID       PIC X(01) VALUE "Y".
           88 WS-SET-VALID                VALUE "Y".
           88 WS-SET-INVALID              VALUE "N".
       01 WS-STATUS-TEST        PIC X(01) VALUE SPACE.
           88 WS-STATUS-GOOD              VALUE "S" "M" "H".

       LINKAGE SECTION.
           COPY "withhold.cpy".
       01 WithholdPersonId      PIC 9(05).

       PROCEDURE DIVISION USING BY REFERENCE WithholdPersonId
           BY REFERENCE WithholdFedStatus
           BY REFERENCE WithholdFedAllowances
           BY REFERENCE WithholdFedExtra
           BY REFERENCE WithholdStateCode
           BY REFERENCE WithholdStateStatus
           BY REFERENCE WithholdStateAllowances
           BY REFERENCE WithholdStateExtra
           BY REFERENCE WithholdExemptFlag
           BY REFERENCE WithholdEffectiveDate
           BY REFERENCE WithholdFoundFlag.

       0000-MAINLINE.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-WITHHOLDING
           GOBACK.

       ENTRY "GetWithholding" USING BY REFERENCE WithholdPersonId
           BY REFERENCE WithholdFedStatus
           BY REFERENCE WithholdFedAllowances
           BY REFERENCE WithholdFedExtra
           BY REFERENCE WithholdStateCode
           BY REFERENCE WithholdStateStatus
           BY REFERENCE WithholdStateAllowances
           BY REFERENCE WithholdStateExtra
           BY REFERENCE WithholdExemptFlag
           BY REFERENCE WithholdEffectiveDate
           BY REFERENCE WithholdFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-WITHHOLDING
           GOBACK.

       ENTRY "SetWithholding" USING BY REFERENCE WithholdPersonId
           BY REFERENCE WithholdFedStatus
           BY REFERENCE WithholdFedAllowances
           BY REFERENCE WithholdFedExtra
           BY REFERENCE WithholdStateCode
           BY REFERENCE WithholdStateStatus
           BY REFERENCE WithholdStateAllowances
           BY REFERENCE WithholdStateExtra
           BY REFERENCE WithholdExemptFlag
           BY REFERENCE WithholdEffectiveDate
           BY REFERENCE WithholdFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2000-SET-WITHHOLDING
               THRU 2000-SET-WITHHOLDING-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-MASTER-FILE - open the indexed file I-O, the    *>
      *> first call of the run creates it if it does not exist.   *>
      *>----------------------------------------------------------*>
       1000-OPEN-MASTER-FILE.
           IF NOT WS-FILE-OPEN
               PERFORM 0010-STAMP-RUN-CONTROL
               OPEN I-O WITHHOLD-MASTER
               IF WS-WH-STATUS = "35"
                   OPEN OUTPUT WITHHOLD-MASTER
                   CLOSE WITHHOLD-MASTER
                   OPEN I-O WITHHOLD-MASTER
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
           MOVE "PERSWHLD" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - PERSWHLD resolves to "
                   "the .TST file-set ***"
               MOVE "PERSWHLD.TST" TO WS-MASTER-FILE-NAME
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-SET-WITHHOLDING - validate the guarded fields, then    *>
      *> write or rewrite the person's PERSWHLD row.                 *>
      *>----------------------------------------------------------*>
       2000-SET-WITHHOLDING.
           PERFORM 2100-VALIDATE-SET-FIELDS
           THRU 2100-VALIDATE-SET-FIELDS-EXIT
           IF WS-SET-INVALID
               SET WithholdNotFound TO TRUE
               GO TO 2000-SET-WITHHOLDING-EXIT
           END-IF
           MOVE WithholdPersonId TO WH-PERSON-ID
           READ WITHHOLD-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WithholdPersonId TO WH-PERSON-ID
           MOVE WithholdFedStatus TO WH-FED-FILING-STATUS
           MOVE WithholdFedAllowances TO WH-FED-ALLOWANCES
           MOVE WithholdFedExtra TO WH-FED-EXTRA-AMOUNT
           MOVE WithholdStateCode TO WH-STATE-CODE
           MOVE WithholdStateStatus TO WH-STATE-FILING-STATUS
           MOVE WithholdStateAllowances TO WH-STATE-ALLOWANCES
           MOVE WithholdStateExtra TO WH-STATE-EXTRA-AMOUNT
           MOVE WithholdExemptFlag TO WH-EXEMPT-FLAG
           IF WH-EXEMPT-FLAG = SPACE
               MOVE "N" TO WH-EXEMPT-FLAG
           END-IF
           MOVE WithholdEffectiveDate TO WH-EFFECTIVE-DATE
           IF WH-EFFECTIVE-DATE = 0
               MOVE RC-RUN-DATE TO WH-EFFECTIVE-DATE
           END-IF
           IF WS-WH-OK
               REWRITE PERSON-WITHHOLDING-RECORD
           ELSE
               WRITE PERSON-WITHHOLDING-RECORD
           END-IF
           SET WithholdWasFound TO TRUE.
       2000-SET-WITHHOLDING-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2100-VALIDATE-SET-FIELDS - the person must be on the        *>
      *> person master, the federal status S/M/H, a state status     *>
      *> S/M/H whenever a state is named, and the exemption flag     *>
      *> one of N, F, S, B (blank reads as N).                       *>
      *>----------------------------------------------------------*>
       2100-VALIDATE-SET-FIELDS.
           SET WS-SET-VALID TO TRUE
           MOVE WithholdPersonId TO PersonIndex
           MOVE SPACES TO NewName
           CALL "person" USING PersonIndex NewName PersonName
           IF PersonName = SPACES
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           MOVE WithholdFedStatus TO WS-STATUS-TEST
           IF NOT WS-STATUS-GOOD
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF WithholdStateCode NOT = SPACES
               MOVE WithholdStateStatus TO WS-STATUS-TEST
               IF NOT WS-STATUS-GOOD
                   PERFORM 2910-REJECT-ONE-SET
                   GO TO 2100-VALIDATE-SET-FIELDS-EXIT
               END-IF
           END-IF
           IF WithholdExemptFlag NOT = SPACE
               AND WithholdExemptFlag NOT = "N"
               AND WithholdExemptFlag NOT = "F"
               AND WithholdExemptFlag NOT = "S"
               AND WithholdExemptFlag NOT = "B"
               PERFORM 2910-REJECT-ONE-SET
           END-IF.
       2100-VALIDATE-SET-FIELDS-EXIT.
           EXIT.

       2910-REJECT-ONE-SET.
           SET WS-SET-INVALID TO TRUE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Withholding election rejected for person "
               WithholdPersonId
           MOVE "WITHHOLD" TO LE-PROGRAM-NAME
           MOVE "2100-VALIDATE-SET" TO LE-PARAGRAPH-NAME
           MOVE "Election rejected - bad person/status/flag"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-GET-WITHHOLDING - return the person's election, or    *>
      *> NOT-FOUND with the single/no-allowance default filled in.  *>
      *>----------------------------------------------------------*>
       3000-GET-WITHHOLDING.
           MOVE WithholdPersonId TO WH-PERSON-ID
           READ WITHHOLD-MASTER
               INVALID KEY
                   SET WithholdNotFound TO TRUE
                   MOVE "S" TO WithholdFedStatus
                   MOVE 0 TO WithholdFedAllowances
                   MOVE 0 TO WithholdFedExtra
                   MOVE SPACES TO WithholdStateCode
                   MOVE SPACE TO WithholdStateStatus
                   MOVE 0 TO WithholdStateAllowances
                   MOVE 0 TO WithholdStateExtra
                   MOVE "N" TO WithholdExemptFlag
                   MOVE 0 TO WithholdEffectiveDate
               NOT INVALID KEY
                   SET WithholdWasFound TO TRUE
                   MOVE WH-FED-FILING-STATUS TO WithholdFedStatus
                   MOVE WH-FED-ALLOWANCES TO WithholdFedAllowances
                   MOVE WH-FED-EXTRA-AMOUNT TO WithholdFedExtra
                   MOVE WH-STATE-CODE TO WithholdStateCode
                   MOVE WH-STATE-FILING-STATUS
                       TO WithholdStateStatus
                   MOVE WH-STATE-ALLOWANCES
                       TO WithholdStateAllowances
                   MOVE WH-STATE-EXTRA-AMOUNT TO WithholdStateExtra
                   MOVE WH-EXEMPT-FLAG TO WithholdExemptFlag
                   MOVE WH-EFFECTIVE-DATE TO WithholdEffectiveDate
           END-READ.
