      *>--------------------------------------------------------------*>
      *> BLOCK-LETTERS-CALL.CPY                                       *>
      *> LINKAGE parameters for CALL "RenderBlockLetters" - BK-TEXT   *>
      *> comes back drawn in large block letters, one print line per  *>
      *> BK-LINE entry, for separator and banner pages.  BK-SIZE      *>
      *> (1-3) scales each 5 x 7 letter up the way ChristmasTree's    *>
      *> height scales the tree; BK-DRAW-CHAR is the character the    *>
      *> letters are drawn with (spaces draws each letter with        *>
      *> itself).  Text too long for one 80-column row wraps onto     *>
      *> further rows of letters; BK-LINE-COUNT says how many lines   *>
      *> were drawn and BK-TRUNCATED-FLAG is Y when the text did not  *>
      *> all fit in the 60 lines.                                     *>
      *>--------------------------------------------------------------*>
       01 BK-TEXT                  PIC X(40) VALUE SPACES.
       01 BK-SIZE                  PIC 9(01) VALUE 1.
       01 BK-DRAW-CHAR             PIC X(01) VALUE SPACES.
       01 BK-LINE-COUNT            PIC 9(02) VALUE 0.
       01 BK-TRUNCATED-FLAG        PIC X(01) VALUE "N".
           88 BK-TRUNCATED                   VALUE "Y".
       01 BK-LINES.
           05 BK-LINE              PIC X(80) OCCURS 60 TIMES.
