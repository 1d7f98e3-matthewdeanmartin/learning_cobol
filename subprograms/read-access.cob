      *>--------------------------------------------------------------*>
      *> PROGRAM:    LogReadAccess                                    *>
      *> PURPOSE:    Shared read-access journal writer.  Every        *>
      *>             program that shows or returns a person's         *>
      *>             compensation or address CALLs this with the      *>
      *>             operator, its own name, the person viewed and    *>
      *>             the data class (COMP or ADDR); one row with the  *>
      *>             date, time and run ID is appended to             *>
      *>             READACC.LOG, so "who looked at whose salary" is  *>
      *>             a report instead of a guess.  The same viewer,   *>
      *>             program, person and class is journaled once per  *>
      *>             day within a run, so a history listing does not  *>
      *>             write one row per history line.                  *>
      *>                                                              *>
      *>             ENTRY "SetReadAccessViewer" names the viewer     *>
      *>             and program for reads a server makes through a   *>
      *>             shared entry point on someone else's behalf      *>
      *>             (PersonApi's clients through GetCompensation);   *>
      *>             ENTRY "ClearReadAccessViewer" ends it.           *>
      *>                                                              *>
      *>             Under the shop-wide test mode                    *>
      *>             (SHOP_TEST_MODE=Y) the rows land on READACC.TST. *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogReadAccess.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ACCESS-JOURNAL ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READ-ACCESS-JOURNAL.
           COPY "read-access-log.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RAJ-STATUS             PIC X(02) VALUE "00".
       01 WS-RUN-ID                 PIC X(08) VALUE "ADHOC".
       01 WS-ENV-WORK               PIC X(08) VALUE SPACES.
       01 WS-STAMPED-FLAG           PIC X(01) VALUE "N".
           88 WS-STAMPED                      VALUE "Y".
       01 WS-JOURNAL-FILE-NAME      PIC X(16) VALUE "READACC.LOG".
       01 WS-TEST-MODE-FLAG         PIC X(01) VALUE "N".
           88 WS-TEST-MODE                    VALUE "Y".
       01 WS-TODAY                  PIC 9(08) VALUE 0.

       01 WS-VIEWER-SET-FLAG        PIC X(01) VALUE "N".
           88 WS-VIEWER-SET                   VALUE "Y".
       01 WS-VIEWER-OPERATOR        PIC X(08) VALUE SPACES.
       01 WS-VIEWER-PROGRAM         PIC X(08) VALUE SPACES.
       01 WS-THIS-OPERATOR          PIC X(08) VALUE SPACES.
       01 WS-THIS-PROGRAM           PIC X(08) VALUE SPACES.

       01 WS-SEEN-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-SEEN-MAX               PIC 9(03) COMP VALUE 200.
       01 WS-SEEN-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-SEEN-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-SEEN-FOUND                   VALUE "Y".
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 200 TIMES.
               10 WS-SEEN-DATE      PIC 9(08).
               10 WS-SEEN-OPERATOR  PIC X(08).
               10 WS-SEEN-PROGRAM   PIC X(08).
               10 WS-SEEN-PERSON    PIC 9(05).
               10 WS-SEEN-CLASS     PIC X(04).

       LINKAGE SECTION.
           COPY "read-access-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE RX-OPERATOR-ID
           BY REFERENCE RX-PROGRAM-NAME BY REFERENCE RX-PERSON-ID
           BY REFERENCE RX-DATA-CLASS.

       0000-MAINLINE.
           PERFORM 1000-STAMP-ONCE
           PERFORM 2000-JOURNAL-THIS-READ
               THRU 2000-JOURNAL-THIS-READ-EXIT
           GOBACK.

       ENTRY "SetReadAccessViewer" USING BY REFERENCE RX-OPERATOR-ID
           BY REFERENCE RX-PROGRAM-NAME.
           MOVE RX-OPERATOR-ID TO WS-VIEWER-OPERATOR
           MOVE RX-PROGRAM-NAME TO WS-VIEWER-PROGRAM
           SET WS-VIEWER-SET TO TRUE
           GOBACK.

       ENTRY "ClearReadAccessViewer".
           MOVE "N" TO WS-VIEWER-SET-FLAG
           MOVE SPACES TO WS-VIEWER-OPERATOR
           MOVE SPACES TO WS-VIEWER-PROGRAM
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-STAMP-ONCE - the run ID and the journal name, the      *>
      *> first time this subprogram is called in a run.               *>
      *>----------------------------------------------------------*>
       1000-STAMP-ONCE.
           IF NOT WS-STAMPED
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RUNID"
               IF WS-ENV-WORK NOT = SPACES
                   MOVE WS-ENV-WORK TO WS-RUN-ID
               END-IF
               ACCEPT WS-TEST-MODE-FLAG
                   FROM ENVIRONMENT "SHOP_TEST_MODE"
               IF WS-TEST-MODE
                   MOVE "READACC.TST" TO WS-JOURNAL-FILE-NAME
               END-IF
               SET WS-STAMPED TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-JOURNAL-THIS-READ - apply any viewer a server has      *>
      *> named, skip a read already journaled today in this run,     *>
      *> and otherwise append one row.  The journal is opened and    *>
      *> closed per row so a long-running server never holds it.     *>
      *>----------------------------------------------------------*>
       2000-JOURNAL-THIS-READ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-VIEWER-SET
               MOVE WS-VIEWER-OPERATOR TO WS-THIS-OPERATOR
               MOVE WS-VIEWER-PROGRAM TO WS-THIS-PROGRAM
           ELSE
               MOVE RX-OPERATOR-ID TO WS-THIS-OPERATOR
               MOVE RX-PROGRAM-NAME TO WS-THIS-PROGRAM
           END-IF
           MOVE "N" TO WS-SEEN-FOUND-FLAG
           PERFORM 2100-MATCH-ONE-SEEN-READ
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   OR WS-SEEN-FOUND
           IF WS-SEEN-FOUND
               GO TO 2000-JOURNAL-THIS-READ-EXIT
           END-IF
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-TODAY TO WS-SEEN-DATE(WS-SEEN-COUNT)
               MOVE WS-THIS-OPERATOR
                   TO WS-SEEN-OPERATOR(WS-SEEN-COUNT)
               MOVE WS-THIS-PROGRAM TO WS-SEEN-PROGRAM(WS-SEEN-COUNT)
               MOVE RX-PERSON-ID TO WS-SEEN-PERSON(WS-SEEN-COUNT)
               MOVE RX-DATA-CLASS TO WS-SEEN-CLASS(WS-SEEN-COUNT)
           END-IF
           OPEN EXTEND READ-ACCESS-JOURNAL
           IF WS-RAJ-STATUS = "35"
               OPEN OUTPUT READ-ACCESS-JOURNAL
               CLOSE READ-ACCESS-JOURNAL
               OPEN EXTEND READ-ACCESS-JOURNAL
           END-IF
           MOVE SPACES TO READ-ACCESS-RECORD
           MOVE WS-TODAY TO RA-ACCESS-DATE
           ACCEPT RA-ACCESS-TIME FROM TIME
           MOVE WS-THIS-OPERATOR TO RA-OPERATOR-ID
           MOVE WS-THIS-PROGRAM TO RA-PROGRAM-NAME
           MOVE RX-PERSON-ID TO RA-PERSON-ID
           MOVE RX-DATA-CLASS TO RA-DATA-CLASS
           MOVE WS-RUN-ID TO RA-RUN-ID
           WRITE READ-ACCESS-RECORD
           CLOSE READ-ACCESS-JOURNAL.
       2000-JOURNAL-THIS-READ-EXIT.
           EXIT.

       2100-MATCH-ONE-SEEN-READ.
           IF WS-SEEN-DATE(WS-SEEN-SUB) = WS-TODAY
               AND WS-SEEN-OPERATOR(WS-SEEN-SUB) = WS-THIS-OPERATOR
               AND WS-SEEN-PROGRAM(WS-SEEN-SUB) = WS-THIS-PROGRAM
               AND WS-SEEN-PERSON(WS-SEEN-SUB) = RX-PERSON-ID
               AND WS-SEEN-CLASS(WS-SEEN-SUB) = RX-DATA-CLASS
               SET WS-SEEN-FOUND TO TRUE
           END-IF.
