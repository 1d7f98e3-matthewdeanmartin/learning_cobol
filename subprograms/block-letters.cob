      *>--------------------------------------------------------------*>
      *> PROGRAM:    RenderBlockLetters                               *>
      *> PURPOSE:    Block-letter generator for separator pages.      *>
      *>             The ChristmasTree renderer's way of drawing a    *>
      *>             shape line by line from a size, turned on a      *>
      *>             5 x 7 letter font: BK-TEXT comes back in BK-LINE *>
      *>             as large letters that can be read from across    *>
      *>             the print room.  BK-SIZE 1-3 scales each dot up  *>
      *>             to a square of that many print positions, so     *>
      *>             size 1 fits 13 letters to an 80-column row,      *>
      *>             size 2 fits 6 and size 3 fits 4; longer text     *>
      *>             wraps onto further rows, breaking at a space or  *>
      *>             after a period where it can, so a report name    *>
      *>             such as PAYREG.20261015 keeps its date whole.    *>
      *>             Letters are upper-cased; a character the font    *>
      *>             has no shape for is drawn as a question mark.    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RenderBlockLetters.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-TEXT-LEN               PIC 9(02) COMP VALUE 0.
       01 WS-TEXT-POS               PIC 9(02) COMP VALUE 0.
       01 WS-CHUNK-LEN              PIC 9(02) COMP VALUE 0.
       01 WS-BREAK-LEN              PIC 9(02) COMP VALUE 0.
       01 WS-CHAR-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-CHAR-POS               PIC 9(02) COMP VALUE 0.
       01 WS-SIZE                   PIC 9(01) COMP VALUE 1.
       01 WS-CELL-WIDTH             PIC 9(02) COMP VALUE 6.
       01 WS-CELL-START             PIC 9(02) COMP VALUE 0.
       01 WS-CHARS-PER-ROW          PIC 9(02) COMP VALUE 13.
       01 WS-ROW-HEIGHT             PIC 9(02) COMP VALUE 7.
       01 WS-ROOM-NEEDED            PIC 9(02) COMP VALUE 0.
       01 WS-MAX-LINES              PIC 9(02) COMP VALUE 60.
       01 WS-GLYPH-ROW              PIC 9(01) COMP VALUE 0.
       01 WS-REPEAT                 PIC 9(01) COMP VALUE 0.
       01 WS-DOT                    PIC 9(01) COMP VALUE 0.
       01 WS-COLUMN                 PIC 9(02) COMP VALUE 0.
       01 WS-UNKNOWN-GLYPH          PIC 9(02) COMP VALUE 42.
       01 WS-THIS-CHAR              PIC X(01) VALUE SPACES.
       01 WS-INK-RUN                PIC X(03) VALUE SPACES.
       01 WS-GLYPH-ROW-TEXT         PIC X(05) VALUE SPACES.

      *> One entry per character: the character itself, then its
      *> seven rows of five dots top to bottom, "#" for ink.
       01 WS-FONT-VALUES.
           05 FILLER                PIC X(36) VALUE
               "A ### #   ##   #######   ##   ##   #".
           05 FILLER                PIC X(36) VALUE
               "B#### #   ##   ##### #   ##   ##### ".
           05 FILLER                PIC X(36) VALUE
               "C ### #   ##    #    #    #   # ### ".
           05 FILLER                PIC X(36) VALUE
               "D#### #   ##   ##   ##   ##   ##### ".
           05 FILLER                PIC X(36) VALUE
               "E######    #    #### #    #    #####".
           05 FILLER                PIC X(36) VALUE
               "F######    #    #### #    #    #    ".
           05 FILLER                PIC X(36) VALUE
               "G ### #   ##    # ####   ##   # ####".
           05 FILLER                PIC X(36) VALUE
               "H#   ##   ##   #######   ##   ##   #".
           05 FILLER                PIC X(36) VALUE
               "I ###   #    #    #    #    #   ### ".
           05 FILLER                PIC X(36) VALUE
               "J  ###   #    #    #    # #  #  ##  ".
           05 FILLER                PIC X(36) VALUE
               "K#   ##  # # #  ##   # #  #  # #   #".
           05 FILLER                PIC X(36) VALUE
               "L#    #    #    #    #    #    #####".
           05 FILLER                PIC X(36) VALUE
               "M#   ### ### # ## # ##   ##   ##   #".
           05 FILLER                PIC X(36) VALUE
               "N#   ###  ## # ##  ###   ##   ##   #".
           05 FILLER                PIC X(36) VALUE
               "O ### #   ##   ##   ##   ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "P#### #   ##   ##### #    #    #    ".
           05 FILLER                PIC X(36) VALUE
               "Q ### #   ##   ##   ## # ##  #  ## #".
           05 FILLER                PIC X(36) VALUE
               "R#### #   ##   ##### # #  #  # #   #".
           05 FILLER                PIC X(36) VALUE
               "S #####    #     ###     #    ##### ".
           05 FILLER                PIC X(36) VALUE
               "T#####  #    #    #    #    #    #  ".
           05 FILLER                PIC X(36) VALUE
               "U#   ##   ##   ##   ##   ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "V#   ##   ##   ##   ##   # # #   #  ".
           05 FILLER                PIC X(36) VALUE
               "W#   ##   ##   ## # ## # ### ###   #".
           05 FILLER                PIC X(36) VALUE
               "X#   ##   # # #   #   # # #   ##   #".
           05 FILLER                PIC X(36) VALUE
               "Y#   ##   # # #   #    #    #    #  ".
           05 FILLER                PIC X(36) VALUE
               "Z#####    #   #   #   #   #    #####".
           05 FILLER                PIC X(36) VALUE
               "0 ### #   ##  ### # ###  ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "1  #   ##    #    #    #    #   ### ".
           05 FILLER                PIC X(36) VALUE
               "2 ### #   #    #   #   #   #   #####".
           05 FILLER                PIC X(36) VALUE
               "3#####   #   #     #     ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "4   #   ##  # # #  # #####   #    # ".
           05 FILLER                PIC X(36) VALUE
               "5######    ####     #    ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "6  ##  #   #    #### #   ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "7#####    #   #   #   #    #    #   ".
           05 FILLER                PIC X(36) VALUE
               "8 ### #   ##   # ### #   ##   # ### ".
           05 FILLER                PIC X(36) VALUE
               "9 ### #   ##   # ####    #   #  ##  ".
           05 FILLER                PIC X(36) VALUE
               "-               #####               ".
           05 FILLER                PIC X(36) VALUE
               ".                          ##   ##  ".
           05 FILLER                PIC X(36) VALUE
               "/         #   #   #   #   #         ".
           05 FILLER                PIC X(36) VALUE
               "_                              #####".
           05 FILLER                PIC X(36) VALUE
               "& ##  #  # # #   #   # # ##  #  ## #".
           05 FILLER                PIC X(36) VALUE
               "? ### #   #    #   #   #         #  ".
           05 FILLER                PIC X(36) VALUE
               "                                    ".
       01 WS-FONT-TABLE REDEFINES WS-FONT-VALUES.
           05 WS-FONT-ENTRY OCCURS 43 TIMES
                              INDEXED BY WS-FONT-IDX.
               10 WS-FONT-CHAR      PIC X(01).
               10 WS-FONT-ROW       PIC X(05) OCCURS 7 TIMES.

       LINKAGE SECTION.
           COPY "block-letters-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE BK-TEXT
           BY REFERENCE BK-SIZE BY REFERENCE BK-DRAW-CHAR
           BY REFERENCE BK-LINE-COUNT BY REFERENCE BK-TRUNCATED-FLAG
           BY REFERENCE BK-LINES.

       0000-MAINLINE.
           MOVE 0 TO BK-LINE-COUNT
           MOVE "N" TO BK-TRUNCATED-FLAG
           MOVE SPACES TO BK-LINES
           IF BK-SIZE IS NOT NUMERIC OR BK-SIZE = 0
               MOVE 1 TO WS-SIZE
           ELSE
               IF BK-SIZE > 3
                   MOVE 3 TO WS-SIZE
               ELSE
                   MOVE BK-SIZE TO WS-SIZE
               END-IF
           END-IF
           COMPUTE WS-CELL-WIDTH = 6 * WS-SIZE
           COMPUTE WS-CHARS-PER-ROW = (80 + WS-SIZE) / WS-CELL-WIDTH
           COMPUTE WS-ROW-HEIGHT = 7 * WS-SIZE
           MOVE BK-TEXT TO WS-TEXT
           INSPECT WS-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 40 TO WS-TEXT-LEN
           PERFORM 1000-BACK-UP-ONE-POSITION
               UNTIL WS-TEXT-LEN = 0
                  OR WS-TEXT(WS-TEXT-LEN:1) NOT = SPACE
           MOVE 1 TO WS-TEXT-POS
           PERFORM 2000-RENDER-ONE-LETTER-ROW
               THRU 2000-RENDER-ONE-LETTER-ROW-EXIT
               UNTIL WS-TEXT-POS > WS-TEXT-LEN
                  OR BK-TRUNCATED
           GOBACK.

       1000-BACK-UP-ONE-POSITION.
           SUBTRACT 1 FROM WS-TEXT-LEN.

      *>----------------------------------------------------------*>
      *> 2000-RENDER-ONE-LETTER-ROW - as many letters as fit across   *>
      *> the line, seven glyph rows deep times the size, with a       *>
      *> blank line between rows of letters.  A row that would run    *>
      *> past the 60 lines is not started.                            *>
      *>----------------------------------------------------------*>
       2000-RENDER-ONE-LETTER-ROW.
           IF WS-TEXT(WS-TEXT-POS:1) = SPACE
               ADD 1 TO WS-TEXT-POS
               GO TO 2000-RENDER-ONE-LETTER-ROW-EXIT
           END-IF
           MOVE WS-ROW-HEIGHT TO WS-ROOM-NEEDED
           IF BK-LINE-COUNT > 0
               ADD 1 TO WS-ROOM-NEEDED
           END-IF
           IF BK-LINE-COUNT + WS-ROOM-NEEDED > WS-MAX-LINES
               SET BK-TRUNCATED TO TRUE
               GO TO 2000-RENDER-ONE-LETTER-ROW-EXIT
           END-IF
           IF BK-LINE-COUNT > 0
               ADD 1 TO BK-LINE-COUNT
           END-IF
           COMPUTE WS-CHUNK-LEN = WS-TEXT-LEN - WS-TEXT-POS + 1
           IF WS-CHUNK-LEN > WS-CHARS-PER-ROW
               MOVE WS-CHARS-PER-ROW TO WS-CHUNK-LEN
               PERFORM 2010-FIND-A-WORD-BREAK
           END-IF
           PERFORM 2100-DRAW-ONE-GLYPH-ROW
               VARYING WS-GLYPH-ROW FROM 1 BY 1
               UNTIL WS-GLYPH-ROW > 7
           ADD WS-CHUNK-LEN TO WS-TEXT-POS.
       2000-RENDER-ONE-LETTER-ROW-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2010-FIND-A-WORD-BREAK - when the row would end inside a     *>
      *> word, end it at the last space, or just after the last       *>
      *> period, instead, if there is one.                            *>
      *>----------------------------------------------------------*>
       2010-FIND-A-WORD-BREAK.
           COMPUTE WS-CHAR-POS = WS-TEXT-POS + WS-CHUNK-LEN
           IF WS-TEXT(WS-CHAR-POS:1) NOT = SPACE
               MOVE WS-CHUNK-LEN TO WS-BREAK-LEN
               PERFORM 2020-BACK-UP-ONE-LETTER
                   UNTIL WS-BREAK-LEN < 2
                      OR WS-TEXT(WS-TEXT-POS + WS-BREAK-LEN - 1:1)
                          = SPACE OR "."
               IF WS-BREAK-LEN > 1
                   IF WS-TEXT(WS-TEXT-POS + WS-BREAK-LEN - 1:1) = "."
                       MOVE WS-BREAK-LEN TO WS-CHUNK-LEN
                   ELSE
                       COMPUTE WS-CHUNK-LEN = WS-BREAK-LEN - 1
                   END-IF
               END-IF
           END-IF.

       2020-BACK-UP-ONE-LETTER.
           SUBTRACT 1 FROM WS-BREAK-LEN.

       2100-DRAW-ONE-GLYPH-ROW.
           ADD 1 TO BK-LINE-COUNT
           PERFORM 2200-DRAW-ONE-LETTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-CHUNK-LEN
           PERFORM 2110-REPEAT-THE-LINE
               VARYING WS-REPEAT FROM 2 BY 1
               UNTIL WS-REPEAT > WS-SIZE.

       2110-REPEAT-THE-LINE.
           ADD 1 TO BK-LINE-COUNT
           MOVE BK-LINE(BK-LINE-COUNT - 1) TO BK-LINE(BK-LINE-COUNT).

      *>----------------------------------------------------------*>
      *> 2200-DRAW-ONE-LETTER - this letter's dots for the current    *>
      *> glyph row, each dot WS-SIZE print positions wide.            *>
      *>----------------------------------------------------------*>
       2200-DRAW-ONE-LETTER.
           COMPUTE WS-CHAR-POS = WS-TEXT-POS + WS-CHAR-SUB - 1
           MOVE WS-TEXT(WS-CHAR-POS:1) TO WS-THIS-CHAR
           SET WS-FONT-IDX TO 1
           SEARCH WS-FONT-ENTRY
               AT END
                   SET WS-FONT-IDX TO WS-UNKNOWN-GLYPH
               WHEN WS-FONT-CHAR(WS-FONT-IDX) = WS-THIS-CHAR
                   CONTINUE
           END-SEARCH
           IF BK-DRAW-CHAR NOT = SPACE
               MOVE BK-DRAW-CHAR TO WS-THIS-CHAR
           END-IF
           MOVE WS-THIS-CHAR TO WS-INK-RUN(1:1)
           MOVE WS-THIS-CHAR TO WS-INK-RUN(2:1)
           MOVE WS-THIS-CHAR TO WS-INK-RUN(3:1)
           MOVE WS-FONT-ROW(WS-FONT-IDX, WS-GLYPH-ROW)
               TO WS-GLYPH-ROW-TEXT
           COMPUTE WS-CELL-START =
               (WS-CHAR-SUB - 1) * WS-CELL-WIDTH + 1
           PERFORM 2210-DRAW-ONE-DOT
               VARYING WS-DOT FROM 1 BY 1
               UNTIL WS-DOT > 5.

       2210-DRAW-ONE-DOT.
           IF WS-GLYPH-ROW-TEXT(WS-DOT:1) NOT = SPACE
               COMPUTE WS-COLUMN =
                   WS-CELL-START + (WS-DOT - 1) * WS-SIZE
               MOVE WS-INK-RUN(1:WS-SIZE)
                   TO BK-LINE(BK-LINE-COUNT)(WS-COLUMN:WS-SIZE)
           END-IF.
