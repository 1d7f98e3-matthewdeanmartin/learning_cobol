      *>             reports IDs used in source but missing from the  *>
      *>             catalog (EmitMessage falls back to a raw ID the  *>
      *>             runbook cannot use) and catalog rows no program  *>
      *>             references any more.  For each language code in  *>
      *>             the catalog it then lists the message IDs with   *>
      *>             no row in that language - a gap outside EN is a  *>
      *>             missing translation EmitMessage prints in        *>
      *>             English, a gap in EN leaves the message with no  *>
      *>             fallback and ends the step with condition code   *>
      *>             4, as a used-but-missing ID does.                *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  The catalog now carries a language code per    *>
      *>               row; the audit lists, for each language, the   *>
      *>               message IDs with no row in it, and an ID with  *>
      *>               no EN row ends the step with condition code 4. *>
      *>   2026-10-15  2200-HARVEST-ONE-LITERAL is now PERFORMed THRU *>
      *>               its EXIT paragraph, so a source line without   *>
      *>               the field no longer falls into the quote       *>
      *>               search, and only MOVE ... TO EM-MESSAGE-ID     *>
      *>               lines are harvested, so the CALL "EmitMessage" *>
      *>               lines stop reporting a bogus ID.               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MsgCatAudit.
       01  MESSAGE-CATALOG-RECORD.
           05 MC-MESSAGE-ID        PIC X(08).
           05 FILLER               PIC X(01).
           05 MC-LANGUAGE-CODE     PIC X(02).
           05 FILLER               PIC X(01).
           05 MC-MESSAGE-TEXT      PIC X(70).

       FD  SOURCE-LIST.
           88 WS-SRC-AT-END                   VALUE "Y".
       01 WS-MISSING-COUNT          PIC 9(03) VALUE 0.
       01 WS-UNUSED-COUNT           PIC 9(03) VALUE 0.
       01 WS-GAP-COUNT              PIC 9(04) VALUE 0.
       01 WS-NO-EN-COUNT            PIC 9(03) VALUE 0.
       01 WS-SCAN-POS               PIC 9(03) COMP VALUE 0.
       01 WS-QUOTE-POS              PIC 9(03) COMP VALUE 0.
       01 WS-CANDIDATE-ID           PIC X(08) VALUE SPACES.
       01 WS-DEF-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-DEF-MAX                PIC 9(03) COMP VALUE 200.
       01 WS-DEF-SUB                PIC 9(03) COMP VALUE 0.
       01 WS-DEF-HIT                PIC 9(03) COMP VALUE 0.
       01 WS-DEF-TABLE.
           05 WS-DF-ENTRY OCCURS 200 TIMES.
               10 WS-DF-ID          PIC X(08).
               10 WS-DF-USED        PIC X(01).
               10 WS-DF-HAS-LANGUAGE PIC X(01) OCCURS 10 TIMES.

      *> the language codes seen on the catalog, EN always first.
       01 WS-LANG-COUNT             PIC 9(02) COMP VALUE 1.
       01 WS-LANG-MAX               PIC 9(02) COMP VALUE 10.
       01 WS-LANG-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-LANG-HIT               PIC 9(02) COMP VALUE 0.
       01 WS-ROW-LANGUAGE           PIC X(02) VALUE SPACES.
       01 WS-LANG-TABLE.
           05 WS-LN-CODE            PIC X(02) OCCURS 10 TIMES.

       01 WS-USE-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-USE-MAX                PIC 9(03) COMP VALUE 200.
           05 FILLER                PIC X(20) VALUE
               "DEFINED BUT UNUSED: ".
           05 WS-UL-ID              PIC X(08).
       01 WS-GAP-LINE.
           05 FILLER                PIC X(11) VALUE "MISSING IN ".
           05 WS-GL-LANGUAGE        PIC X(02).
           05 FILLER                PIC X(02) VALUE ": ".
           05 WS-GL-ID              PIC X(08).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(09) VALUE "MISSING: ".
           05 WS-FL-MISSING         PIC ZZ9.
           05 FILLER                PIC X(11) VALUE "  UNUSED:  ".
           05 WS-FL-UNUSED          PIC ZZ9.
           05 FILLER                PIC X(16) VALUE
               "  UNTRANSLATED: ".
           05 WS-FL-GAPS            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 3200-REPORT-ONE-DEFINED-ID
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-COUNT
           PERFORM 3300-REPORT-ONE-LANGUAGE
               VARYING WS-LANG-SUB FROM 1 BY 1
               UNTIL WS-LANG-SUB > WS-LANG-COUNT
           MOVE WS-MISSING-COUNT TO WS-FL-MISSING
           MOVE WS-UNUSED-COUNT TO WS-FL-UNUSED
           MOVE WS-GAP-COUNT TO WS-FL-GAPS
           MOVE WS-FOOTING-LINE TO AR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE AUDIT-REPORT
           IF WS-MISSING-COUNT > 0 OR WS-NO-EN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           END-IF
           MOVE "MSGAUDIT" TO RC-JOB-STEP-NAME.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-CATALOG-IDS - one table entry per message ID,     *>
      *> marked with every language it has a row in; a row with no   *>
      *> language code counts as EN, the way EmitMessage reads it.   *>
      *>----------------------------------------------------------*>
       1000-LOAD-CATALOG-IDS.
           MOVE "EN" TO WS-LN-CODE(1)
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT MESSAGE-CATALOG
           IF WS-CAT-OK
               NOT AT END
                   IF MC-MESSAGE-ID NOT = SPACES
                       AND MC-MESSAGE-ID(1:1) NOT = "*"
                       PERFORM 1020-NOTE-ONE-CATALOG-ROW
                   END-IF
           END-READ.

       1020-NOTE-ONE-CATALOG-ROW.
           MOVE MC-LANGUAGE-CODE TO WS-ROW-LANGUAGE
           IF WS-ROW-LANGUAGE = SPACES
               MOVE "EN" TO WS-ROW-LANGUAGE
           END-IF
           MOVE 0 TO WS-LANG-HIT
           PERFORM 1030-MATCH-ONE-LANGUAGE
               VARYING WS-LANG-SUB FROM 1 BY 1
               UNTIL WS-LANG-SUB > WS-LANG-COUNT
                   OR WS-LANG-HIT > 0
           IF WS-LANG-HIT = 0 AND WS-LANG-COUNT < WS-LANG-MAX
               ADD 1 TO WS-LANG-COUNT
               MOVE WS-ROW-LANGUAGE TO WS-LN-CODE(WS-LANG-COUNT)
               MOVE WS-LANG-COUNT TO WS-LANG-HIT
           END-IF
           MOVE 0 TO WS-DEF-HIT
           PERFORM 1040-MATCH-ONE-DEFINED-ID
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-COUNT
                   OR WS-DEF-HIT > 0
           IF WS-DEF-HIT = 0 AND WS-DEF-COUNT < WS-DEF-MAX
               ADD 1 TO WS-DEF-COUNT
               MOVE MC-MESSAGE-ID TO WS-DF-ID(WS-DEF-COUNT)
               MOVE "N" TO WS-DF-USED(WS-DEF-COUNT)
               PERFORM 1050-CLEAR-ONE-LANGUAGE-MARK
                   VARYING WS-LANG-SUB FROM 1 BY 1
                   UNTIL WS-LANG-SUB > WS-LANG-MAX
               MOVE WS-DEF-COUNT TO WS-DEF-HIT
           END-IF
           IF WS-DEF-HIT > 0 AND WS-LANG-HIT > 0
               MOVE "Y" TO WS-DF-HAS-LANGUAGE(WS-DEF-HIT, WS-LANG-HIT)
           END-IF.

       1030-MATCH-ONE-LANGUAGE.
           IF WS-LN-CODE(WS-LANG-SUB) = WS-ROW-LANGUAGE
               MOVE WS-LANG-SUB TO WS-LANG-HIT
           END-IF.

       1040-MATCH-ONE-DEFINED-ID.
           IF WS-DF-ID(WS-DEF-SUB) = MC-MESSAGE-ID
               MOVE WS-DEF-SUB TO WS-DEF-HIT
           END-IF.

       1050-CLEAR-ONE-LANGUAGE-MARK.
           MOVE "N" TO WS-DF-HAS-LANGUAGE(WS-DEF-COUNT, WS-LANG-SUB).

       2000-SCAN-ALL-SOURCES.
           MOVE "N" TO WS-LST-EOF
           OPEN INPUT SOURCE-LIST
           END-IF.

      *>----------------------------------------------------------*>
      *> 2110-SCAN-ONE-SOURCE-LINE - a line that moves a value TO    *>
      *> EM-MESSAGE-ID carries its quoted message literal; take the  *>
      *> eight characters after the first quote.  The emit           *>
      *> subprogram's own source mentions the field on every line    *>
      *> without a literal, which the quote test filters out, and    *>
      *> the CALL lines that pass the field are not MOVEs.           *>
      *>----------------------------------------------------------*>
       2110-SCAN-ONE-SOURCE-LINE.
           READ ONE-SOURCE
                   SET WS-SRC-AT-END TO TRUE
               NOT AT END
                   PERFORM 2200-HARVEST-ONE-LITERAL
                       THRU 2200-HARVEST-ONE-LITERAL-EXIT
           END-READ.

       2200-HARVEST-ONE-LITERAL.
           MOVE 0 TO WS-SCAN-POS
           INSPECT SRC-LINE TALLYING WS-SCAN-POS
               FOR ALL "TO EM-MESSAGE-ID"
           IF WS-SCAN-POS = 0
               GO TO 2200-HARVEST-ONE-LITERAL-EXIT
           END-IF
               ADD 1 TO WS-UNUSED-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3300-REPORT-ONE-LANGUAGE - every message ID with no row in  *>
      *> this language.                                              *>
      *>----------------------------------------------------------*>
       3300-REPORT-ONE-LANGUAGE.
           PERFORM 3310-REPORT-ONE-GAP
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-COUNT.

       3310-REPORT-ONE-GAP.
           IF WS-DF-HAS-LANGUAGE(WS-DEF-SUB, WS-LANG-SUB) NOT = "Y"
               MOVE WS-LN-CODE(WS-LANG-SUB) TO WS-GL-LANGUAGE
               MOVE WS-DF-ID(WS-DEF-SUB) TO WS-GL-ID
               MOVE WS-GAP-LINE TO AR-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
               IF WS-LANG-SUB = 1
                   ADD 1 TO WS-NO-EN-COUNT
               ELSE
                   ADD 1 TO WS-GAP-COUNT
               END-IF
           END-IF.

       2910-EMIT-REPORT-LINE.
           DISPLAY AR-REPORT-LINE
           WRITE AR-REPORT-LINE.
