      *>             reprints that spool number, whatever its         *>
      *>             disposition.                                     *>
      *>                                                              *>
      *>             The banner page carries the report name and the  *>
      *>             owner in block letters (RenderBlockLetters) so   *>
      *>             the morning shift can tell one report from the   *>
      *>             next at a glance; a ReportBurst section shows    *>
      *>             its recipient department in large letters        *>
      *>             instead of the report name.  After the report    *>
      *>             comes a dense trailer page with the spool        *>
      *>             number, page count and line count, so a missing  *>
      *>             page or a neighbouring job's report stands out.  *>
      *>             Pages are counted at 60 lines, and the banner    *>
      *>             page is filled out to 60 lines so the report     *>
      *>             starts on a page of its own.                     *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-08-23  The SPLPRINT.TMP scratch file is deleted       *>
      *>               after each queue hand-off instead of being     *>
      *>               left to litter the working directory.          *>
      *>   2026-10-15  Block-letter banner page and a dense trailer   *>
      *>               page with the spool number and page count.     *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpoolWriter.
           SELECT BANNER-FILE ASSIGN TO "SPLPRINT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNR-STATUS.
           SELECT RETAINED-COPY ASSIGN TO WS-RETAINED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANNER-FILE.
       01  BANNER-LINE              PIC X(80).

       FD  RETAINED-COPY.
       01  RETAINED-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "block-letters-call.cpy".
       01 WS-SPQ-STATUS             PIC X(02) VALUE "00".
           88 WS-SPQ-OK                       VALUE "00".
       01 WS-NEW-STATUS             PIC X(02) VALUE "00".
       01 WS-REPRINT-NUMBER         PIC 9(05) VALUE 0.
       01 WS-SCRATCH-FILE-NAME      PIC X(12) VALUE "SPLPRINT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-RET-STATUS             PIC X(02) VALUE "00".
           88 WS-RET-OK                       VALUE "00".
       01 WS-RET-EOF                PIC X(01) VALUE "N".
           88 WS-RET-AT-END                   VALUE "Y".
       01 WS-PAGE-LINES             PIC 9(03) VALUE 60.
       01 WS-PAGE-USED              PIC 9(03) VALUE 0.
       01 WS-REPORT-LINES           PIC 9(07) VALUE 0.
       01 WS-REPORT-PAGES           PIC 9(05) VALUE 0.
       01 WS-BK-SUB                 PIC 9(02) VALUE 0.
       01 WS-BURST-DEPT             PIC X(04) VALUE SPACES.
       01 WS-BURST-DEPT-NAME        PIC X(30) VALUE SPACES.
       01 WS-BURST-SECTION-TAG      PIC X(13) VALUE "*  SECTION   ".
       01 WS-BANNER-STARS           PIC X(80) VALUE ALL "*".

       01 WS-STRIPE-UNIT.
           05 FILLER                PIC X(07) VALUE "END SPL".
           05 WS-SU-SPOOL           PIC 9(05).
           05 FILLER                PIC X(07) VALUE " PAGES ".
           05 WS-SU-PAGES           PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
       01 WS-STRIPE-LINE.
           05 WS-STRIPE-PART        PIC X(26) OCCURS 4 TIMES.
       01 WS-TRAILER-LINE-1.
           05 FILLER                PIC X(18) VALUE
               "*  END OF REPORT  ".
           05 WS-T1-REPORT          PIC X(40).
       01 WS-TRAILER-LINE-2.
           05 FILLER                PIC X(09) VALUE "*  SPOOL ".
           05 WS-T2-SPOOL           PIC 9(05).
           05 FILLER                PIC X(08) VALUE "  OWNER ".
           05 WS-T2-OWNER           PIC X(08).
           05 FILLER                PIC X(08) VALUE "  QUEUE ".
           05 WS-T2-QUEUE           PIC X(12).
       01 WS-TRAILER-LINE-3.
           05 FILLER                PIC X(09) VALUE "*  PAGES ".
           05 WS-T3-PAGES           PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE "  LINES ".
           05 WS-T3-LINES           PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE " (".
           05 WS-T3-PAGE-LINES      PIC ZZ9.
           05 FILLER                PIC X(17) VALUE
               " LINES TO A PAGE)".
       01 WS-TRAILER-LINE-4.
           05 FILLER                PIC X(13) VALUE "*  SUBMITTED ".
           05 WS-T4-SUBMIT-DATE     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-T4-SUBMIT-TIME     PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  PRINTED ".
           05 WS-T4-PRINT-DATE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-T4-PRINT-TIME      PIC 9(08).
       01 WS-TRAILER-LINE-5.
           05 FILLER                PIC X(13) VALUE "*  SECTION   ".
           05 WS-T5-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-T5-DEPT-NAME       PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-ONE-REPORT - banner page, the retained copy and   *>
      *> the trailer page into one print file, handed to the row's    *>
      *> print queue the same way the shop's lp shell-outs always     *>
      *> were.                                                        *>
      *>----------------------------------------------------------*>
       2000-PRINT-ONE-REPORT.
           MOVE SPACES TO WS-RETAINED-NAME
           STRING "SPOOL/SPL" DELIMITED BY SIZE
               SQ-SPOOL-NUMBER DELIMITED BY SIZE
               ".PRT" DELIMITED BY SIZE
               INTO WS-RETAINED-NAME
           PERFORM 2100-MEASURE-THE-COPY
           OPEN OUTPUT BANNER-FILE
           PERFORM 2200-WRITE-THE-BANNER-PAGE
           CLOSE BANNER-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "cat " DELIMITED BY SIZE
               WS-RETAINED-NAME DELIMITED BY SPACE
               " >> SPLPRINT.TMP" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN EXTEND BANNER-FILE
           PERFORM 2300-WRITE-THE-TRAILER-PAGE
           CLOSE BANNER-FILE
           MOVE SPACES TO WS-COMMAND
           STRING SQ-QUEUE-NAME DELIMITED BY SPACE
               " SPLPRINT.TMP" DELIMITED BY SIZE
           ADD 1 TO WS-PRINTED-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Printed spool " SQ-SPOOL-NUMBER " for "
               SQ-OWNER " on " SQ-QUEUE-NAME
               " (" WS-REPORT-PAGES " pages)".

      *>----------------------------------------------------------*>
      *> 2100-MEASURE-THE-COPY - count the retained copy's lines and  *>
      *> pages for the trailer, and pick up the department from the   *>
      *> SECTION line of a ReportBurst recipient banner.              *>
      *>----------------------------------------------------------*>
       2100-MEASURE-THE-COPY.
           MOVE 0 TO WS-REPORT-LINES
           MOVE SPACES TO WS-BURST-DEPT
           MOVE SPACES TO WS-BURST-DEPT-NAME
           MOVE "N" TO WS-RET-EOF
           OPEN INPUT RETAINED-COPY
           IF WS-RET-OK
               PERFORM 2110-MEASURE-ONE-LINE
                   UNTIL WS-RET-AT-END
               CLOSE RETAINED-COPY
           END-IF
           COMPUTE WS-REPORT-PAGES =
               (WS-REPORT-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           IF WS-REPORT-PAGES = 0
               MOVE 1 TO WS-REPORT-PAGES
           END-IF.

       2110-MEASURE-ONE-LINE.
           READ RETAINED-COPY
               AT END
                   SET WS-RET-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPORT-LINES
                   IF WS-REPORT-LINES < 7
                       AND RETAINED-LINE(1:13) = WS-BURST-SECTION-TAG
                       MOVE RETAINED-LINE(14:4) TO WS-BURST-DEPT
                       MOVE RETAINED-LINE(19:30) TO WS-BURST-DEPT-NAME
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2200-WRITE-THE-BANNER-PAGE - the spool details in small      *>
      *> print, then the report name (or, for a burst section, its    *>
      *> department) and the owner in block letters, filled out to a  *>
      *> full page.                                                   *>
      *>----------------------------------------------------------*>
       2200-WRITE-THE-BANNER-PAGE.
           MOVE 0 TO WS-PAGE-USED
           MOVE WS-BANNER-STARS TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BANNER-LINE
           STRING "*  SPOOL " DELIMITED BY SIZE
               SQ-SPOOL-NUMBER DELIMITED BY SIZE
               "  OWNER " DELIMITED BY SIZE
               SQ-OWNER DELIMITED BY SIZE
               "  SUBMITTED " DELIMITED BY SIZE
               SQ-SUBMIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SQ-SUBMIT-TIME DELIMITED BY SIZE
               INTO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BANNER-LINE
           STRING "*  REPORT " DELIMITED BY SIZE
               SQ-REPORT-NAME DELIMITED BY SIZE
               INTO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE WS-BANNER-STARS TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           IF WS-BURST-DEPT NOT = SPACES
               MOVE WS-BURST-DEPT TO BK-TEXT
               MOVE 3 TO BK-SIZE
           ELSE
               MOVE SQ-REPORT-NAME TO BK-TEXT
               MOVE 1 TO BK-SIZE
           END-IF
           PERFORM 2800-WRITE-BLOCK-LETTERS
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SQ-OWNER TO BK-TEXT
           MOVE 1 TO BK-SIZE
           PERFORM 2800-WRITE-BLOCK-LETTERS
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
               UNTIL WS-PAGE-USED NOT < WS-PAGE-LINES.

      *>----------------------------------------------------------*>
      *> 2300-WRITE-THE-TRAILER-PAGE - a full page, dense with the    *>
      *> spool number and page count, so the end of one report and    *>
      *> the start of the next cannot be missed and a short report    *>
      *> shows against the count printed here.                        *>
      *>----------------------------------------------------------*>
       2300-WRITE-THE-TRAILER-PAGE.
           MOVE 0 TO WS-PAGE-USED
           MOVE SQ-SPOOL-NUMBER TO WS-SU-SPOOL
           MOVE WS-REPORT-PAGES TO WS-SU-PAGES
           MOVE WS-STRIPE-UNIT TO WS-STRIPE-PART(1)
           MOVE WS-STRIPE-UNIT TO WS-STRIPE-PART(2)
           MOVE WS-STRIPE-UNIT TO WS-STRIPE-PART(3)
           MOVE WS-STRIPE-UNIT TO WS-STRIPE-PART(4)
           MOVE WS-STRIPE-LINE TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
               UNTIL WS-PAGE-USED NOT < 6
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BK-TEXT
           STRING "END SPL" DELIMITED BY SIZE
               SQ-SPOOL-NUMBER DELIMITED BY SIZE
               INTO BK-TEXT
           MOVE 1 TO BK-SIZE
           PERFORM 2800-WRITE-BLOCK-LETTERS
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE WS-BANNER-STARS TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SQ-REPORT-NAME TO WS-T1-REPORT
           MOVE WS-TRAILER-LINE-1 TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SQ-SPOOL-NUMBER TO WS-T2-SPOOL
           MOVE SQ-OWNER TO WS-T2-OWNER
           MOVE SQ-QUEUE-NAME TO WS-T2-QUEUE
           MOVE WS-TRAILER-LINE-2 TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE WS-REPORT-PAGES TO WS-T3-PAGES
           MOVE WS-REPORT-LINES TO WS-T3-LINES
           MOVE WS-PAGE-LINES TO WS-T3-PAGE-LINES
           MOVE WS-TRAILER-LINE-3 TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SQ-SUBMIT-DATE TO WS-T4-SUBMIT-DATE
           MOVE SQ-SUBMIT-TIME TO WS-T4-SUBMIT-TIME
           MOVE RC-RUN-DATE TO WS-T4-PRINT-DATE
           MOVE RC-RUN-TIME TO WS-T4-PRINT-TIME
           MOVE WS-TRAILER-LINE-4 TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           IF WS-BURST-DEPT NOT = SPACES
               MOVE WS-BURST-DEPT TO WS-T5-DEPT
               MOVE WS-BURST-DEPT-NAME TO WS-T5-DEPT-NAME
               MOVE WS-TRAILER-LINE-5 TO BANNER-LINE
               PERFORM 2900-WRITE-BANNER-LINE
           END-IF
           MOVE WS-BANNER-STARS TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE SPACES TO BK-TEXT
           STRING WS-REPORT-PAGES DELIMITED BY SIZE
               " PAGES" DELIMITED BY SIZE
               INTO BK-TEXT
           PERFORM 2800-WRITE-BLOCK-LETTERS
           MOVE SPACES TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
           MOVE WS-STRIPE-LINE TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE
               UNTIL WS-PAGE-USED NOT < WS-PAGE-LINES.

      *>----------------------------------------------------------*>
      *> 2800-WRITE-BLOCK-LETTERS - BK-TEXT at BK-SIZE, each letter   *>
      *> drawn with itself.                                           *>
      *>----------------------------------------------------------*>
       2800-WRITE-BLOCK-LETTERS.
           MOVE SPACES TO BK-DRAW-CHAR
           CALL "RenderBlockLetters" USING BK-TEXT BK-SIZE
               BK-DRAW-CHAR BK-LINE-COUNT BK-TRUNCATED-FLAG BK-LINES
           PERFORM 2810-WRITE-ONE-BLOCK-LINE
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > BK-LINE-COUNT.

       2810-WRITE-ONE-BLOCK-LINE.
           MOVE BK-LINE(WS-BK-SUB) TO BANNER-LINE
           PERFORM 2900-WRITE-BANNER-LINE.

       2900-WRITE-BANNER-LINE.
           WRITE BANNER-LINE
           ADD 1 TO WS-PAGE-USED.
