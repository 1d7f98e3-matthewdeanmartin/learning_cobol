      *>             usual missing-control-file convention.           *>
      *>                                                              *>
      *>             OPERAUTH.CTL row: operator(8) level(1)           *>
      *>             active-flag(1) password-hash(8) language(2),     *>
      *>             blank-separated; this check reads only the       *>
      *>             first three columns, the hash belongs to the     *>
      *>             OperatorSignOn subprogram and the message        *>
      *>             language code to EmitMessage.                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-09-01  Noted the password-hash column OperatorSignOn  *>
      *>               added to the row; nothing here reads it.       *>
      *>   2026-10-15  New CheckOperatorAuthClass entry: an           *>
      *>               authorized operation whose freeze class is     *>
      *>               frozen today on FREEZE.CTL is refused unless   *>
      *>               FREEZE_OVERRIDE_BY names a second active       *>
      *>               operator of the same authority and             *>
      *>               FREEZE_OVERRIDE_REASON gives the reason; every *>
      *>               override attempt is written to FREEZOVR.LOG.   *>
      *>   2026-10-15  Noted the message-language column EmitMessage  *>
      *>               added to the row; nothing here reads it.       *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckOperatorAuth.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERAUTH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT FREEZE-CALENDAR ASSIGN TO "FREEZE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "FREEZOVR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OM-ACTIVE-FLAG       PIC X(01).
               88 OM-ACTIVE                  VALUE "A".

       FD  FREEZE-CALENDAR.
           COPY "freeze-window.cpy".

       FD  OVERRIDE-LOG.
           COPY "freeze-override.cpy".

       WORKING-STORAGE SECTION.
           COPY "log-error-call.cpy".
       01 WS-OPR-STATUS             PIC X(02) VALUE "00".
           88 WS-OPR-AT-END                   VALUE "Y".
       01 WS-ROW-MATCHED            PIC X(01) VALUE "N".
           88 WS-OPERATOR-MATCHED             VALUE "Y".
       01 WS-FRZ-STATUS             PIC X(02) VALUE "00".
       01 WS-FRZ-EOF                PIC X(01) VALUE "N".
           88 WS-FRZ-AT-END                   VALUE "Y".
       01 WS-OVR-STATUS             PIC X(02) VALUE "00".
       01 WS-TODAY                  PIC 9(08) VALUE 0.
       01 WS-NOW                    PIC 9(08) VALUE 0.
       01 WS-FROZEN-FLAG            PIC X(01) VALUE "N".
           88 WS-CLASS-FROZEN                 VALUE "Y".
       01 WS-WINDOW-NAME            PIC X(30) VALUE SPACES.
       01 WS-OVERRIDE-BY            PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-REASON        PIC X(60) VALUE SPACES.
       01 WS-APPROVER-FLAG          PIC X(01) VALUE "N".
           88 WS-APPROVER-VALID               VALUE "Y".
       01 WS-APPROVER-FOUND         PIC X(01) VALUE "N".
           88 WS-APPROVER-MATCHED             VALUE "Y".

       LINKAGE SECTION.
           COPY "operator-auth-call.cpy".
           BY REFERENCE OA-AUTHORIZED-FLAG.

       0000-MAINLINE.
           PERFORM 0100-CHECK-THE-OPERATOR
           GOBACK.

      *>----------------------------------------------------------*>
      *> 0500-CLASS-ENTRY-POINT - the authority check, then the       *>
      *> change-freeze check for an operation that declares a class.  *>
      *>----------------------------------------------------------*>
       0500-CLASS-ENTRY-POINT.
       ENTRY "CheckOperatorAuthClass" USING BY REFERENCE OA-OPERATOR-ID
           BY REFERENCE OA-REQUIRED-LEVEL
           BY REFERENCE OA-AUTHORIZED-FLAG
           BY REFERENCE OA-FREEZE-CLASS
           BY REFERENCE OA-ACTION-NAME
           BY REFERENCE OA-FREEZE-RESULT.
           SET OA-NOT-FROZEN TO TRUE
           PERFORM 0100-CHECK-THE-OPERATOR
           IF OA-AUTHORIZED AND OA-FREEZE-CLASS NOT = SPACES
               PERFORM 3000-CHECK-THE-FREEZE
                   THRU 3000-CHECK-THE-FREEZE-EXIT
           END-IF
           GOBACK.

       0100-CHECK-THE-OPERATOR.
           SET OA-REFUSED TO TRUE
           MOVE "N" TO WS-ROW-MATCHED
           MOVE "N" TO WS-OPR-EOF
               IF OA-REFUSED
                   PERFORM 2000-LOG-REFUSED-ATTEMPT
               END-IF
           END-IF.

       1000-MATCH-ONE-OPERATOR-ROW.
           READ OPERATOR-MASTER
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-CHECK-THE-FREEZE - a FREEZE.CTL window covering today   *>
      *> for the operation's class, or for ALL, refuses it unless     *>
      *> the emergency override holds up.  No FREEZE.CTL means no     *>
      *> freeze, the usual missing-control-file convention.           *>
      *>----------------------------------------------------------*>
       3000-CHECK-THE-FREEZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO WS-FROZEN-FLAG
           MOVE SPACES TO WS-WINDOW-NAME
           MOVE "N" TO WS-FRZ-EOF
           OPEN INPUT FREEZE-CALENDAR
           IF WS-FRZ-STATUS NOT = "00"
               GO TO 3000-CHECK-THE-FREEZE-EXIT
           END-IF
           PERFORM 3010-MATCH-ONE-WINDOW
               UNTIL WS-FRZ-AT-END OR WS-CLASS-FROZEN
           CLOSE FREEZE-CALENDAR
           IF NOT WS-CLASS-FROZEN
               GO TO 3000-CHECK-THE-FREEZE-EXIT
           END-IF
           MOVE SPACES TO WS-OVERRIDE-BY
           MOVE SPACES TO WS-OVERRIDE-REASON
           ACCEPT WS-OVERRIDE-BY FROM ENVIRONMENT "FREEZE_OVERRIDE_BY"
           ACCEPT WS-OVERRIDE-REASON
               FROM ENVIRONMENT "FREEZE_OVERRIDE_REASON"
           IF WS-OVERRIDE-BY = SPACES AND WS-OVERRIDE-REASON = SPACES
               SET OA-REFUSED TO TRUE
               SET OA-FROZEN TO TRUE
               DISPLAY "*** " OA-ACTION-NAME " refused - class "
                   OA-FREEZE-CLASS " frozen for " WS-WINDOW-NAME
               PERFORM 3200-LOG-FROZEN-ATTEMPT
               GO TO 3000-CHECK-THE-FREEZE-EXIT
           END-IF
           PERFORM 3100-VERIFY-THE-APPROVER
           IF WS-APPROVER-VALID AND WS-OVERRIDE-REASON NOT = SPACES
               SET OA-FREEZE-OVERRIDDEN TO TRUE
               SET FO-OVERRIDE-ACCEPTED TO TRUE
               DISPLAY "*** " OA-ACTION-NAME " run under freeze "
                   "override - class " OA-FREEZE-CLASS " frozen for "
                   WS-WINDOW-NAME ", approved by " WS-OVERRIDE-BY
           ELSE
               SET OA-REFUSED TO TRUE
               SET OA-FROZEN TO TRUE
               SET FO-OVERRIDE-REFUSED TO TRUE
               DISPLAY "*** " OA-ACTION-NAME " refused - freeze "
                   "override needs a reason and a second active "
                   "operator of authority " OA-REQUIRED-LEVEL
           END-IF
           PERFORM 3300-WRITE-OVERRIDE-ROW.
       3000-CHECK-THE-FREEZE-EXIT.
           EXIT.

       3010-MATCH-ONE-WINDOW.
           READ FREEZE-CALENDAR
               AT END
                   SET WS-FRZ-AT-END TO TRUE
               NOT AT END
                   IF FREEZE-WINDOW-RECORD(1:1) NOT = "*"
                       AND FZ-START-DATE IS NUMERIC
                       AND FZ-END-DATE IS NUMERIC
                       AND FZ-START-DATE NOT > WS-TODAY
                       AND FZ-END-DATE NOT < WS-TODAY
                       AND (FZ-ALL-CLASSES
                           OR FZ-FREEZE-CLASS = OA-FREEZE-CLASS)
                       SET WS-CLASS-FROZEN TO TRUE
                       MOVE FZ-WINDOW-NAME TO WS-WINDOW-NAME
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3100-VERIFY-THE-APPROVER - the second operator must be       *>
      *> someone else, active on OPERAUTH.CTL with at least the       *>
      *> authority the operation needs.                               *>
      *>----------------------------------------------------------*>
       3100-VERIFY-THE-APPROVER.
           MOVE "N" TO WS-APPROVER-FLAG
           MOVE "N" TO WS-APPROVER-FOUND
           IF WS-OVERRIDE-BY = SPACES
               OR WS-OVERRIDE-BY = OA-OPERATOR-ID
               CONTINUE
           ELSE
               MOVE "N" TO WS-OPR-EOF
               OPEN INPUT OPERATOR-MASTER
               IF WS-OPR-STATUS NOT = "00"
                   SET WS-APPROVER-VALID TO TRUE
               ELSE
                   PERFORM 3110-MATCH-ONE-APPROVER-ROW
                       UNTIL WS-OPR-AT-END OR WS-APPROVER-MATCHED
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF.

       3110-MATCH-ONE-APPROVER-ROW.
           READ OPERATOR-MASTER
               AT END
                   SET WS-OPR-AT-END TO TRUE
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OVERRIDE-BY
                       SET WS-APPROVER-MATCHED TO TRUE
                       IF OM-ACTIVE
                           AND OM-AUTHORITY-LEVEL
                               NOT < OA-REQUIRED-LEVEL
                           SET WS-APPROVER-VALID TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-LOG-FROZEN-ATTEMPT.
           MOVE SPACES TO LE-MESSAGE-TEXT
           STRING OA-ACTION-NAME DELIMITED BY SPACE
               " by " DELIMITED BY SIZE
               OA-OPERATOR-ID DELIMITED BY SPACE
               " refused, class frozen: " DELIMITED BY SIZE
               OA-FREEZE-CLASS DELIMITED BY SPACE
               INTO LE-MESSAGE-TEXT
           MOVE "OPERAUTH" TO LE-PROGRAM-NAME
           MOVE "3000-CHECK-FREEZE" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3300-WRITE-OVERRIDE-ROW - every override attempt, accepted   *>
      *> or not, to FREEZOVR.LOG (created on first use) and the       *>
      *> shared error log.                                            *>
      *>----------------------------------------------------------*>
       3300-WRITE-OVERRIDE-ROW.
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO FO-LOG-DATE
           MOVE WS-NOW TO FO-LOG-TIME
           MOVE OA-ACTION-NAME TO FO-ACTION-NAME
           MOVE OA-OPERATOR-ID TO FO-OPERATOR-ID
           MOVE WS-OVERRIDE-BY TO FO-APPROVER-ID
           MOVE OA-FREEZE-CLASS TO FO-FREEZE-CLASS
           MOVE WS-WINDOW-NAME TO FO-WINDOW-NAME
           MOVE WS-OVERRIDE-REASON TO FO-REASON
           OPEN EXTEND OVERRIDE-LOG
           IF WS-OVR-STATUS = "35"
               OPEN OUTPUT OVERRIDE-LOG
               CLOSE OVERRIDE-LOG
               OPEN EXTEND OVERRIDE-LOG
           END-IF
           IF WS-OVR-STATUS = "00"
               WRITE FREEZE-OVERRIDE-RECORD
               CLOSE OVERRIDE-LOG
           END-IF
           MOVE SPACES TO LE-MESSAGE-TEXT
           IF FO-OVERRIDE-ACCEPTED
               STRING "Freeze override: " DELIMITED BY SIZE
                   OA-ACTION-NAME DELIMITED BY SPACE
                   " by " DELIMITED BY SIZE
                   OA-OPERATOR-ID DELIMITED BY SPACE
                   " approved by " DELIMITED BY SIZE
                   WS-OVERRIDE-BY DELIMITED BY SPACE
                   INTO LE-MESSAGE-TEXT
           ELSE
               STRING "Freeze override refused: " DELIMITED BY SIZE
                   OA-ACTION-NAME DELIMITED BY SPACE
                   " by " DELIMITED BY SIZE
                   OA-OPERATOR-ID DELIMITED BY SPACE
                   INTO LE-MESSAGE-TEXT
           END-IF
           MOVE "OPERAUTH" TO LE-PROGRAM-NAME
           MOVE "3300-WRITE-OVERRIDE" TO LE-PARAGRAPH-NAME
           SET LE-SEVERITY-WARNING TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.
