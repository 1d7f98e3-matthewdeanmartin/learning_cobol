      *> subprogram formats and DISPLAYs the numbered text from the   *>
      *> MSGCAT.DAT message catalog, so consoles, reports and the     *>
      *> runbook finally speak one language ("on message X do Y").    *>
      *> CALL "FormatMessageText" adds the wanted language code       *>
      *> (spaces mean EN) and gets the formatted text back in         *>
      *> EM-MESSAGE-TEXT instead of a DISPLAY, with EM-TEXT-LANGUAGE  *>
      *> naming the catalog row used - EN when there is no            *>
      *> translation, spaces when the ID is not cataloged.            *>
      *>--------------------------------------------------------------*>
       01 EM-MESSAGE-ID            PIC X(08) VALUE SPACES.
       01 EM-SUB-1                 PIC X(20) VALUE SPACES.
       01 EM-SUB-2                 PIC X(60) VALUE SPACES.
       01 EM-LANGUAGE-CODE         PIC X(02) VALUE SPACES.
       01 EM-MESSAGE-TEXT          PIC X(110) VALUE SPACES.
       01 EM-TEXT-LANGUAGE         PIC X(02) VALUE SPACES.
