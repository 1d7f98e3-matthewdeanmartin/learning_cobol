      *>             still prints, with the raw substitutions, so     *>
      *>             nothing is ever silently swallowed.              *>
      *>                                                              *>
      *>             A catalog row carries a language code, so one    *>
      *>             message ID can hold its text in several          *>
      *>             languages.  Console lines are worded in the      *>
      *>             signed-on operator's language from the           *>
      *>             OPERAUTH.CTL row; employee documents CALL        *>
      *>             "FormatMessageText" with the person's PERSLANG   *>
      *>             language and get the formatted text back         *>
      *>             instead of a DISPLAY.  An ID with no row in the  *>
      *>             wanted language falls back to its EN row.        *>
      *>                                                              *>
      *>             MSGCAT.DAT row: message ID(8) language(2)        *>
      *>             text(70), blank-separated.                       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-10-15  MSGCAT.DAT rows now carry a language code.     *>
      *>               Console text follows the operator's            *>
      *>               OPERAUTH.CTL language, a new FormatMessageText *>
      *>               entry returns a document line in a             *>
      *>               caller-supplied language, and a missing        *>
      *>               translation falls back to English.             *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmitMessage.
           SELECT MESSAGE-CATALOG ASSIGN TO "MSGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERAUTH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MESSAGE-CATALOG-RECORD.
           05 MC-MESSAGE-ID        PIC X(08).
           05 FILLER               PIC X(01).
           05 MC-LANGUAGE-CODE     PIC X(02).
           05 FILLER               PIC X(01).
           05 MC-MESSAGE-TEXT      PIC X(70).

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-AUTHORITY-LEVEL   PIC 9(01).
           05 FILLER               PIC X(01).
           05 OM-ACTIVE-FLAG       PIC X(01).
           05 FILLER               PIC X(01).
           05 OM-PASSWORD-HASH     PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-LANGUAGE-CODE     PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-CAT-STATUS             PIC X(02) VALUE "00".
       01 WS-CAT-EOF                PIC X(01) VALUE "N".
           88 WS-CATALOG-READY                VALUE "Y".
       01 WS-RUN-ID                 PIC X(08) VALUE "ADHOC".
       01 WS-ENV-WORK               PIC X(08) VALUE SPACES.
       01 WS-OPR-STATUS             PIC X(02) VALUE "00".
       01 WS-OPR-EOF                PIC X(01) VALUE "N".
           88 WS-OPR-AT-END                   VALUE "Y".
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-OPERATOR-LANGUAGE      PIC X(02) VALUE "EN".
       01 WS-WANTED-LANGUAGE        PIC X(02) VALUE "EN".
       01 WS-FOUND-LANGUAGE         PIC X(02) VALUE SPACES.

       01 WS-MSG-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-MSG-MAX                PIC 9(03) COMP VALUE 500.
       01 WS-MSG-FOUND-FLAG         PIC X(01) VALUE "N".
           88 WS-MSG-FOUND                    VALUE "Y".
       01 WS-MESSAGE-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-MT-IDX.
               10 WS-MT-ID          PIC X(08).
               10 WS-MT-LANGUAGE    PIC X(02).
               10 WS-MT-TEXT        PIC X(70).

       01 WS-TEMPLATE-TEXT          PIC X(70) VALUE SPACES.
           IF NOT WS-CATALOG-READY
               PERFORM 1000-LOAD-MESSAGE-CATALOG
           END-IF
           MOVE WS-OPERATOR-LANGUAGE TO WS-WANTED-LANGUAGE
           PERFORM 2000-FIND-CATALOG-TEXT
           PERFORM 3000-FORMAT-THE-TEXT
           DISPLAY EM-MESSAGE-ID " RUN " WS-RUN-ID " "
               WS-FORMATTED-TEXT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 0900-FORMAT-TEXT-ENTRY-POINT - the same lookup and          *>
      *> substitution for a document line: the text comes back in    *>
      *> EM-MESSAGE-TEXT in EM-LANGUAGE-CODE (spaces mean EN), with  *>
      *> EM-TEXT-LANGUAGE saying which language row was used - EN    *>
      *> when there is no translation, spaces when the ID is not     *>
      *> cataloged at all.                                           *>
      *>----------------------------------------------------------*>
       0900-FORMAT-TEXT-ENTRY-POINT.
       ENTRY "FormatMessageText" USING BY REFERENCE EM-MESSAGE-ID
           BY REFERENCE EM-SUB-1 BY REFERENCE EM-SUB-2
           BY REFERENCE EM-LANGUAGE-CODE BY REFERENCE EM-MESSAGE-TEXT
           BY REFERENCE EM-TEXT-LANGUAGE.
           IF NOT WS-CATALOG-READY
               PERFORM 1000-LOAD-MESSAGE-CATALOG
           END-IF
           MOVE EM-LANGUAGE-CODE TO WS-WANTED-LANGUAGE
           PERFORM 2000-FIND-CATALOG-TEXT
           PERFORM 3000-FORMAT-THE-TEXT
           MOVE WS-FORMATTED-TEXT TO EM-MESSAGE-TEXT
           MOVE WS-FOUND-LANGUAGE TO EM-TEXT-LANGUAGE
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-MESSAGE-CATALOG - the whole catalog into the      *>
      *> table, once per run; comment and blank lines are skipped,   *>
      *> and a row with no language code is taken as EN.  The        *>
      *> operator's language is looked up at the same time.          *>
      *>----------------------------------------------------------*>
       1000-LOAD-MESSAGE-CATALOG.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RUNID"
           IF WS-ENV-WORK NOT = SPACES
               MOVE WS-ENV-WORK TO WS-RUN-ID
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR"
           IF WS-OPERATOR-ID NOT = SPACES
               PERFORM 1100-FIND-OPERATOR-LANGUAGE
           END-IF
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT MESSAGE-CATALOG
           IF WS-CAT-STATUS = "00"
                       ADD 1 TO WS-MSG-COUNT
                       MOVE MC-MESSAGE-ID
                           TO WS-MT-ID(WS-MSG-COUNT)
                       MOVE MC-LANGUAGE-CODE
                           TO WS-MT-LANGUAGE(WS-MSG-COUNT)
                       IF MC-LANGUAGE-CODE = SPACES
                           MOVE "EN" TO WS-MT-LANGUAGE(WS-MSG-COUNT)
                       END-IF
                       MOVE MC-MESSAGE-TEXT
                           TO WS-MT-TEXT(WS-MSG-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1100-FIND-OPERATOR-LANGUAGE - the language column on the    *>
      *> signed-on operator's OPERAUTH.CTL row; no control file, no  *>
      *> row or a row cut before the column existed leaves EN.       *>
      *>----------------------------------------------------------*>
       1100-FIND-OPERATOR-LANGUAGE.
           MOVE "N" TO WS-OPR-EOF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-STATUS = "00"
               PERFORM 1110-MATCH-ONE-OPERATOR
                   UNTIL WS-OPR-AT-END
               CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-LANGUAGE = SPACES
               MOVE "EN" TO WS-OPERATOR-LANGUAGE
           END-IF.

       1110-MATCH-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-OPR-AT-END TO TRUE
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OPERATOR-ID
                       MOVE OM-LANGUAGE-CODE TO WS-OPERATOR-LANGUAGE
                       SET WS-OPR-AT-END TO TRUE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-FIND-CATALOG-TEXT - the template for EM-MESSAGE-ID in  *>
      *> the wanted language, else its EN row; an uncataloged ID     *>
      *> falls back to printing the substitutions themselves rather  *>
      *> than swallowing the condition.                              *>
      *>----------------------------------------------------------*>
       2000-FIND-CATALOG-TEXT.
           MOVE "N" TO WS-MSG-FOUND-FLAG
           MOVE SPACES TO WS-TEMPLATE-TEXT
           MOVE SPACES TO WS-FOUND-LANGUAGE
           IF WS-WANTED-LANGUAGE = SPACES
               MOVE "EN" TO WS-WANTED-LANGUAGE
           END-IF
           PERFORM 2010-MATCH-ONE-CATALOG-ENTRY
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MSG-COUNT
                   OR WS-MSG-FOUND
           IF NOT WS-MSG-FOUND AND WS-WANTED-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-WANTED-LANGUAGE
               PERFORM 2010-MATCH-ONE-CATALOG-ENTRY
                   VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MSG-COUNT
                       OR WS-MSG-FOUND
           END-IF
           IF NOT WS-MSG-FOUND
               MOVE "(uncataloged) &1 &2" TO WS-TEMPLATE-TEXT
           END-IF.

       2010-MATCH-ONE-CATALOG-ENTRY.
           IF WS-MT-ID(WS-MT-IDX) = EM-MESSAGE-ID
               AND WS-MT-LANGUAGE(WS-MT-IDX) = WS-WANTED-LANGUAGE
               SET WS-MSG-FOUND TO TRUE
               MOVE WS-MT-TEXT(WS-MT-IDX) TO WS-TEMPLATE-TEXT
               MOVE WS-MT-LANGUAGE(WS-MT-IDX) TO WS-FOUND-LANGUAGE
           END-IF.

      *>----------------------------------------------------------*>
