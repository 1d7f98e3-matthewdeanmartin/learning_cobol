      *>--------------------------------------------------------------*>
      *> PROGRAM:    NoteBurstLine                                    *>
      *> PURPOSE:    Burst index writer for the department reports.   *>
      *>             A report that is to be split by department for   *>
      *>             distribution CALLs "OpenBurstIndex" with its     *>
      *>             print file's name, then this program once per    *>
      *>             line it writes with that line's department      *>
      *>             code, and "CloseBurstIndex" at the end.  The     *>
      *>             <report>.BIX file that results lets ReportBurst  *>
      *>             split the finished report by department without  *>
      *>             having to guess where each department's lines    *>
      *>             sit on the page.  One index is open at a time    *>
      *>             per run unit, as with ReportWriter.              *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoteBurstLine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURST-INDEX ASSIGN TO WS-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BURST-INDEX.
           COPY "burst-index.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BIX-STATUS             PIC X(02) VALUE "00".
       01 WS-INDEX-FILE-NAME        PIC X(84) VALUE SPACES.
       01 WS-INDEX-IS-OPEN          PIC X(01) VALUE "N".
           88 WS-INDEX-OPEN                   VALUE "Y".
       01 WS-LINE-NUMBER            PIC 9(07) VALUE 0.

       LINKAGE SECTION.
           COPY "burst-index-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE BX-DEPT-CODE.

       0000-MAINLINE.
           IF WS-INDEX-OPEN
               ADD 1 TO WS-LINE-NUMBER
               MOVE SPACES TO BURST-INDEX-RECORD
               MOVE WS-LINE-NUMBER TO BI-LINE-NUMBER
               MOVE BX-DEPT-CODE TO BI-DEPT-CODE
               WRITE BURST-INDEX-RECORD
           END-IF
           GOBACK.

       0900-OPEN-INDEX-ENTRY-POINT.
       ENTRY "OpenBurstIndex" USING BY REFERENCE BX-REPORT-FILE-NAME.
           IF WS-INDEX-OPEN
               CLOSE BURST-INDEX
           END-IF
           MOVE SPACES TO WS-INDEX-FILE-NAME
           STRING BX-REPORT-FILE-NAME DELIMITED BY SPACE
               ".BIX" DELIMITED BY SIZE
               INTO WS-INDEX-FILE-NAME
           OPEN OUTPUT BURST-INDEX
           IF WS-BIX-STATUS = "00"
               SET WS-INDEX-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-INDEX-IS-OPEN
               DISPLAY "NoteBurstLine: unable to open "
                   WS-INDEX-FILE-NAME " - status " WS-BIX-STATUS
           END-IF
           MOVE 0 TO WS-LINE-NUMBER
           GOBACK.

       0920-CLOSE-INDEX-ENTRY-POINT.
       ENTRY "CloseBurstIndex".
           IF WS-INDEX-OPEN
               CLOSE BURST-INDEX
               MOVE "N" TO WS-INDEX-IS-OPEN
           END-IF
           GOBACK.
