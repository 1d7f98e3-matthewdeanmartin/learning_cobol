      *>               MSGCAT_ACTION  ADD, CHANGE or RETIRE           *>
      *>               MSGCAT_ID      the eight-character message ID  *>
      *>               MSGCAT_TEXT    the text for ADD/CHANGE         *>
      *>               MSGCAT_LANG    the two-letter language code of *>
      *>                              the row (default EN); a         *>
      *>                              translation can only be added   *>
      *>                              once the message has its EN row *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Catalog rows now carry a language code:        *>
      *>               MSGCAT_LANG (default EN) picks the row each    *>
      *>               action works on, a translation is refused      *>
      *>               until the message has its EN row, and the      *>
      *>               journal records the language.                  *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MsgCatMaint.
       01  MESSAGE-CATALOG-RECORD.
           05 MC-MESSAGE-ID        PIC X(08).
           05 FILLER               PIC X(01).
           05 MC-LANGUAGE-CODE     PIC X(02).
           05 FILLER               PIC X(01).
           05 MC-MESSAGE-TEXT      PIC X(70).

       FD  CATALOG-REWRITE.
       01  CATALOG-REWRITE-RECORD  PIC X(82).

       FD  MAINT-JOURNAL.
       01  MAINT-JOURNAL-RECORD.
           05 MJ-ACTION-WORD       PIC X(06).
           05 FILLER               PIC X(01).
           05 MJ-MESSAGE-ID        PIC X(08).
           05 FILLER               PIC X(01).
           05 MJ-LANGUAGE-CODE     PIC X(02).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           88 WS-ACTION-RETIRE                VALUE "RETIRE".
       01 WS-MESSAGE-ID             PIC X(08) VALUE SPACES.
       01 WS-MESSAGE-TEXT           PIC X(70) VALUE SPACES.
       01 WS-LANGUAGE-CODE          PIC X(02) VALUE SPACES.
       01 WS-ROW-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-ROW-FOUND                    VALUE "Y".
       01 WS-EN-ROW-FLAG            PIC X(01) VALUE "N".
           88 WS-EN-ROW-FOUND                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   WHEN WS-ACTION-ADD AND WS-ROW-FOUND
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " Message "
                           WS-MESSAGE-ID " " WS-LANGUAGE-CODE
                           " already exists - use CHANGE."
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-ACTION-ADD AND NOT WS-EN-ROW-FOUND
                       AND WS-LANGUAGE-CODE NOT = "EN"
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " Message "
                           WS-MESSAGE-ID " has no EN row to "
                           "translate - add that first."
                       MOVE 8 TO RETURN-CODE
                   WHEN (WS-ACTION-CHANGE OR WS-ACTION-RETIRE)
                       AND NOT WS-ROW-FOUND
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " Message "
                           WS-MESSAGE-ID " " WS-LANGUAGE-CODE
                           " is not in the catalog."
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 3000-JOURNAL-THE-ACTION
                       DISPLAY "RUN " RC-RUN-ID " STEP "
                           RC-JOB-STEP-NAME " " WS-ACTION-WORD
                           " applied to " WS-MESSAGE-ID " "
                           WS-LANGUAGE-CODE
               END-EVALUATE
           END-IF
           STOP RUN.
           ACCEPT WS-ACTION-WORD FROM ENVIRONMENT "MSGCAT_ACTION"
           ACCEPT WS-MESSAGE-ID FROM ENVIRONMENT "MSGCAT_ID"
           ACCEPT WS-MESSAGE-TEXT FROM ENVIRONMENT "MSGCAT_TEXT"
           ACCEPT WS-LANGUAGE-CODE FROM ENVIRONMENT "MSGCAT_LANG"
           IF WS-LANGUAGE-CODE = SPACES
               MOVE "EN" TO WS-LANGUAGE-CODE
           END-IF
           IF (NOT WS-ACTION-ADD AND NOT WS-ACTION-CHANGE
                   AND NOT WS-ACTION-RETIRE)
               OR WS-MESSAGE-ID = SPACES
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EDIT-THE-REQUEST-EXIT
           END-IF
           IF WS-LANGUAGE-CODE IS NOT ALPHABETIC-UPPER
               OR WS-LANGUAGE-CODE(1:1) = SPACE
               OR WS-LANGUAGE-CODE(2:1) = SPACE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " MSGCAT_LANG must be a two-letter code."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EDIT-THE-REQUEST-EXIT
           END-IF
           IF (WS-ACTION-ADD OR WS-ACTION-CHANGE)
               AND WS-MESSAGE-TEXT = SPACES
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
      *>----------------------------------------------------------*>
      *> 2000-REWRITE-THE-CATALOG - stream-and-swap rewrite: CHANGE   *>
      *> replaces the row's text, RETIRE comments the row out, and    *>
      *> ADD appends a fresh row at the end when the ID is new in     *>
      *> that language.  The row is the message ID and language code  *>
      *> together, so each translation is maintained on its own.      *>
      *>----------------------------------------------------------*>
       2000-REWRITE-THE-CATALOG.
           MOVE "N" TO WS-CAT-EOF
           PERFORM 2010-HANDLE-ONE-CATALOG-ROW
               UNTIL WS-CAT-AT-END
           IF WS-ACTION-ADD AND NOT WS-ROW-FOUND
               AND (WS-EN-ROW-FOUND OR WS-LANGUAGE-CODE = "EN")
               MOVE SPACES TO MESSAGE-CATALOG-RECORD
               MOVE WS-MESSAGE-ID TO MC-MESSAGE-ID
               MOVE WS-LANGUAGE-CODE TO MC-LANGUAGE-CODE
               MOVE WS-MESSAGE-TEXT TO MC-MESSAGE-TEXT
               MOVE MESSAGE-CATALOG-RECORD
                   TO CATALOG-REWRITE-RECORD
                   SET WS-CAT-AT-END TO TRUE
               NOT AT END
                   IF MC-MESSAGE-ID = WS-MESSAGE-ID
                       AND MC-LANGUAGE-CODE = "EN"
                       SET WS-EN-ROW-FOUND TO TRUE
                   END-IF
                   IF MC-MESSAGE-ID = WS-MESSAGE-ID
                       AND MC-LANGUAGE-CODE = WS-LANGUAGE-CODE
                       SET WS-ROW-FOUND TO TRUE
                       EVALUATE TRUE
                           WHEN WS-ACTION-CHANGE
           MOVE RC-OPERATOR-ID TO MJ-OPERATOR-ID
           MOVE WS-ACTION-WORD TO MJ-ACTION-WORD
           MOVE WS-MESSAGE-ID TO MJ-MESSAGE-ID
           MOVE WS-LANGUAGE-CODE TO MJ-LANGUAGE-CODE
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.
