      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReadAccessInquiry                                *>
      *> PURPOSE:    Inquiry over the READACC.LOG read-access         *>
      *>             journal, in the CompInquiry style.  The listing  *>
      *>             filters by the person viewed and/or the viewing  *>
      *>             operator (or API client), the data class and a  *>
      *>             date range, so "who looked at this person's pay" *>
      *>             and "whose pay did this operator look at" are    *>
      *>             both a lookup.                                   *>
      *>                                                              *>
      *>             The weekly exception run (READINQ_MODE=EXCEPT)   *>
      *>             instead counts, for the seven days ending on     *>
      *>             the to-date, the distinct persons whose          *>
      *>             compensation each operator viewed, and lists     *>
      *>             every operator above the limit.                  *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               READINQ_MODE       LIST (default) or EXCEPT    *>
      *>               READINQ_PERSON_ID  only this person viewed     *>
      *>               READINQ_OPERATOR   only this viewer            *>
      *>               READINQ_CLASS      only COMP or only ADDR      *>
      *>               READINQ_FROM_DATE  yyyymmdd lower bound        *>
      *>               READINQ_TO_DATE    yyyymmdd upper bound        *>
      *>                                  (EXCEPT: week end, def.     *>
      *>                                  today)                      *>
      *>               READINQ_LIMIT      EXCEPT: distinct persons    *>
      *>                                  allowed a week (def. 25)    *>
      *>             The listing filters default to unfiltered when   *>
      *>             not set.                                         *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadAccessInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ACCESS-JOURNAL ASSIGN TO "READACC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAJ-STATUS.
           SELECT READ-ACCESS-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READ-ACCESS-JOURNAL.
           COPY "read-access-log.cpy".

       FD  READ-ACCESS-REPORT.
       01  RQ-REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-RAJ-STATUS             PIC X(02) VALUE "00".
           88 WS-RAJ-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-RAJ-EOF                PIC X(01) VALUE "N".
           88 WS-RAJ-AT-END                   VALUE "Y".
       01 WS-MODE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-MODE-FLAG              PIC X(01) VALUE "L".
           88 WS-LIST-MODE                    VALUE "L".
           88 WS-EXCEPTION-MODE               VALUE "E".
       01 WS-FILTER-ID-TEXT         PIC X(05) VALUE SPACES.
       01 WS-FILTER-ID-LEN          PIC 9(02) VALUE 0.
       01 WS-FILTER-PERSON-ID       PIC 9(05) VALUE 0.
       01 WS-FILTER-OPERATOR        PIC X(08) VALUE SPACES.
       01 WS-FILTER-CLASS           PIC X(04) VALUE SPACES.
       01 WS-FILTER-FROM-TEXT       PIC X(08) VALUE SPACES.
       01 WS-FILTER-FROM-DATE       PIC 9(08) VALUE 0.
       01 WS-FILTER-TO-TEXT         PIC X(08) VALUE SPACES.
       01 WS-FILTER-TO-DATE         PIC 9(08) VALUE 99999999.
       01 WS-LIMIT-TEXT             PIC X(05) VALUE SPACES.
       01 WS-LIMIT-LEN              PIC 9(02) VALUE 0.
       01 WS-PERSON-LIMIT           PIC 9(05) VALUE 25.
       01 WS-LINES-PRINTED          PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(05) VALUE 0.

       01 WS-OP-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-OP-MAX                 PIC 9(03) COMP VALUE 100.
       01 WS-OP-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-OP-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-OP-FOUND                     VALUE "Y".
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 100 TIMES.
               10 WS-OP-ID          PIC X(08).
               10 WS-OP-READS       PIC 9(07).
               10 WS-OP-PERSONS     PIC 9(05).

       01 WS-PAIR-COUNT             PIC 9(05) COMP VALUE 0.
       01 WS-PAIR-MAX               PIC 9(05) COMP VALUE 5000.
       01 WS-PAIR-SUB               PIC 9(05) COMP VALUE 0.
       01 WS-PAIR-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-PAIR-FOUND                   VALUE "Y".
       01 WS-PAIR-FULL-FLAG         PIC X(01) VALUE "N".
           88 WS-PAIR-TABLE-FULL              VALUE "Y".
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAIR-OPERATOR  PIC X(08).
               10 WS-PAIR-PERSON    PIC 9(05).

       01 WS-HEADING-1.
           05 FILLER                PIC X(26) VALUE
               "READ-ACCESS JOURNAL - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "DATE     TIME   VIEWER   PROGRAM  PERSON".
           05 FILLER                PIC X(15) VALUE
               " CLASS RUN".
       01 WS-DETAIL-LINE.
           05 WS-DL-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TIME            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-PROGRAM         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CLASS           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-RUN-ID          PIC X(08).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(20) VALUE
               "TOTAL READS LISTED: ".
           05 WS-FL-COUNT           PIC ZZZZZZ9.

       01 WS-EXC-HEADING-1.
           05 FILLER                PIC X(30) VALUE
               "SALARY VIEW EXCEPTIONS - WEEK ".
           05 WS-EH-FROM-DATE       PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-EH-TO-DATE         PIC 9(08).
           05 FILLER                PIC X(07) VALUE " LIMIT ".
           05 WS-EH-LIMIT           PIC ZZZZ9.
       01 WS-EXC-HEADING-2          PIC X(40) VALUE
           "VIEWER   DISTINCT PERSONS   COMP READS".
       01 WS-EXC-LINE.
           05 WS-EL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-EL-PERSONS         PIC ZZZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-EL-READS           PIC ZZZZZZ9.
       01 WS-EXC-FOOTING-LINE.
           05 FILLER                PIC X(28) VALUE
               "OPERATORS OVER THE LIMIT: ".
           05 WS-EF-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 1000-LOAD-FILTERS
           PERFORM 1100-OPEN-FILES
           IF WS-RAJ-OK
               IF WS-EXCEPTION-MODE
                   PERFORM 3000-TALLY-ONE-JOURNAL-ROW
                       UNTIL WS-RAJ-AT-END
                   PERFORM 3200-SHOW-ONE-OPERATOR
                       VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > WS-OP-COUNT
                   MOVE WS-EXCEPTION-COUNT TO WS-EF-COUNT
                   MOVE WS-EXC-FOOTING-LINE TO RQ-REPORT-LINE
                   PERFORM 2110-EMIT-REPORT-LINE
               ELSE
                   PERFORM 2000-LIST-ONE-JOURNAL-ROW
                       UNTIL WS-RAJ-AT-END
                   MOVE WS-LINES-PRINTED TO WS-FL-COUNT
                   MOVE WS-FOOTING-LINE TO RQ-REPORT-LINE
                   PERFORM 2110-EMIT-REPORT-LINE
               END-IF
               CLOSE READ-ACCESS-JOURNAL
           END-IF
           CLOSE READ-ACCESS-REPORT
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step.                                    *>
      *>----------------------------------------------------------*>
       0010-STAMP-RUN-CONTROL.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RC-RUN-TIME FROM TIME
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "RUNID"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-RUN-ID
           END-IF
           MOVE SPACES TO RC-ENV-WORK
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "OPERATOR"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "READINQ" TO RC-JOB-STEP-NAME.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-FILTERS - pick up the mode and the filters from    *>
      *> the environment; anything absent or non-numeric leaves that  *>
      *> filter wide open.  The exception run always covers the       *>
      *> seven days ending on the to-date (today unless given).       *>
      *>----------------------------------------------------------*>
       1000-LOAD-FILTERS.
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "READINQ_MODE"
           IF WS-MODE-TEXT = "EXCEPT" OR "except"
               SET WS-EXCEPTION-MODE TO TRUE
           END-IF
           ACCEPT WS-FILTER-ID-TEXT
               FROM ENVIRONMENT "READINQ_PERSON_ID"
           IF WS-FILTER-ID-TEXT NOT = SPACES
               MOVE 5 TO WS-FILTER-ID-LEN
               PERFORM 1010-TRIM-ONE-TRAILING-SPACE
                   UNTIL WS-FILTER-ID-LEN = 0
                       OR WS-FILTER-ID-TEXT(WS-FILTER-ID-LEN:1)
                           NOT = SPACE
               IF WS-FILTER-ID-LEN > 0
                   AND WS-FILTER-ID-TEXT(1:WS-FILTER-ID-LEN)
                       IS NUMERIC
                   MOVE WS-FILTER-ID-TEXT(1:WS-FILTER-ID-LEN)
                       TO WS-FILTER-PERSON-ID
               END-IF
           END-IF
           ACCEPT WS-FILTER-OPERATOR
               FROM ENVIRONMENT "READINQ_OPERATOR"
           ACCEPT WS-FILTER-CLASS FROM ENVIRONMENT "READINQ_CLASS"
           ACCEPT WS-FILTER-FROM-TEXT
               FROM ENVIRONMENT "READINQ_FROM_DATE"
           IF WS-FILTER-FROM-TEXT IS NUMERIC
               MOVE WS-FILTER-FROM-TEXT TO WS-FILTER-FROM-DATE
           END-IF
           ACCEPT WS-FILTER-TO-TEXT
               FROM ENVIRONMENT "READINQ_TO_DATE"
           IF WS-FILTER-TO-TEXT IS NUMERIC
               MOVE WS-FILTER-TO-TEXT TO WS-FILTER-TO-DATE
           END-IF
           ACCEPT WS-LIMIT-TEXT FROM ENVIRONMENT "READINQ_LIMIT"
           IF WS-LIMIT-TEXT NOT = SPACES
               MOVE 5 TO WS-LIMIT-LEN
               PERFORM 1020-TRIM-ONE-LIMIT-SPACE
                   UNTIL WS-LIMIT-LEN = 0
                       OR WS-LIMIT-TEXT(WS-LIMIT-LEN:1) NOT = SPACE
               IF WS-LIMIT-LEN > 0
                   AND WS-LIMIT-TEXT(1:WS-LIMIT-LEN) IS NUMERIC
                   MOVE WS-LIMIT-TEXT(1:WS-LIMIT-LEN)
                       TO WS-PERSON-LIMIT
               END-IF
           END-IF
           IF WS-EXCEPTION-MODE
               IF WS-FILTER-TO-TEXT IS NOT NUMERIC
                   MOVE RC-RUN-DATE TO WS-FILTER-TO-DATE
               END-IF
               MOVE WS-FILTER-TO-DATE TO DC-DATE
               MOVE -6 TO DC-DAYS-ADJUST
               CALL "AddDaysToDate" USING DC-DATE DC-DAYS-ADJUST
               MOVE DC-DATE TO WS-FILTER-FROM-DATE
           END-IF.

       1010-TRIM-ONE-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-FILTER-ID-LEN.

       1020-TRIM-ONE-LIMIT-SPACE.
           SUBTRACT 1 FROM WS-LIMIT-LEN.

      *>----------------------------------------------------------*>
      *> 1100-OPEN-FILES - open READACC.LOG and the dated report,     *>
      *> READINQ.<run date> for the listing or READEXC.<week end>     *>
      *> for the exception run, with its headings.                    *>
      *>----------------------------------------------------------*>
       1100-OPEN-FILES.
           OPEN INPUT READ-ACCESS-JOURNAL
           IF NOT WS-RAJ-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open READACC.LOG - status "
                   WS-RAJ-STATUS
               MOVE "READINQ" TO LE-PROGRAM-NAME
               MOVE "1100-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open READACC.LOG" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF
           IF WS-EXCEPTION-MODE
               STRING "READEXC." DELIMITED BY SIZE
                   WS-FILTER-TO-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               OPEN OUTPUT READ-ACCESS-REPORT
               MOVE WS-FILTER-FROM-DATE TO WS-EH-FROM-DATE
               MOVE WS-FILTER-TO-DATE TO WS-EH-TO-DATE
               MOVE WS-PERSON-LIMIT TO WS-EH-LIMIT
               MOVE WS-EXC-HEADING-1 TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               MOVE WS-EXC-HEADING-2 TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
           ELSE
               STRING "READINQ." DELIMITED BY SIZE
                   RC-RUN-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               OPEN OUTPUT READ-ACCESS-REPORT
               MOVE RC-RUN-ID TO WS-H1-RUN-ID
               MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
               MOVE WS-HEADING-1 TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               MOVE WS-HEADING-2 TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-LIST-ONE-JOURNAL-ROW - read the next journal row and    *>
      *> list it when it passes every filter.                         *>
      *>----------------------------------------------------------*>
       2000-LIST-ONE-JOURNAL-ROW.
           READ READ-ACCESS-JOURNAL
               AT END
                   SET WS-RAJ-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-FILTER-AND-PRINT-ROW
           END-READ.

       2100-FILTER-AND-PRINT-ROW.
           IF (WS-FILTER-PERSON-ID = 0
                   OR RA-PERSON-ID = WS-FILTER-PERSON-ID)
               AND (WS-FILTER-OPERATOR = SPACES
                   OR RA-OPERATOR-ID = WS-FILTER-OPERATOR)
               AND (WS-FILTER-CLASS = SPACES
                   OR RA-DATA-CLASS = WS-FILTER-CLASS)
               AND RA-ACCESS-DATE NOT < WS-FILTER-FROM-DATE
               AND RA-ACCESS-DATE NOT > WS-FILTER-TO-DATE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE RA-ACCESS-DATE TO WS-DL-DATE
               MOVE RA-ACCESS-TIME(1:6) TO WS-DL-TIME
               MOVE RA-OPERATOR-ID TO WS-DL-OPERATOR
               MOVE RA-PROGRAM-NAME TO WS-DL-PROGRAM
               MOVE RA-PERSON-ID TO WS-DL-PERSON-ID
               MOVE RA-DATA-CLASS TO WS-DL-CLASS
               MOVE RA-RUN-ID TO WS-DL-RUN-ID
               MOVE WS-DETAIL-LINE TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               ADD 1 TO WS-LINES-PRINTED
           END-IF.

       2110-EMIT-REPORT-LINE.
           DISPLAY RQ-REPORT-LINE
           WRITE RQ-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 3000-TALLY-ONE-JOURNAL-ROW - for the exception run, count    *>
      *> each compensation read in the week against its viewer, and   *>
      *> each viewer/person pair not seen before as one more          *>
      *> distinct person.                                             *>
      *>----------------------------------------------------------*>
       3000-TALLY-ONE-JOURNAL-ROW.
           READ READ-ACCESS-JOURNAL
               AT END
                   SET WS-RAJ-AT-END TO TRUE
               NOT AT END
                   IF RA-CLASS-COMP
                       AND RA-ACCESS-DATE NOT < WS-FILTER-FROM-DATE
                       AND RA-ACCESS-DATE NOT > WS-FILTER-TO-DATE
                       PERFORM 3100-TALLY-THIS-VIEWER
                           THRU 3100-TALLY-THIS-VIEWER-EXIT
                   END-IF
           END-READ.

       3100-TALLY-THIS-VIEWER.
           MOVE "N" TO WS-OP-FOUND-FLAG
           PERFORM 3110-MATCH-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
                   OR WS-OP-FOUND
           IF NOT WS-OP-FOUND
               IF WS-OP-COUNT < WS-OP-MAX
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-SUB
                   MOVE RA-OPERATOR-ID TO WS-OP-ID(WS-OP-SUB)
                   MOVE 0 TO WS-OP-READS(WS-OP-SUB)
                   MOVE 0 TO WS-OP-PERSONS(WS-OP-SUB)
               ELSE
                   GO TO 3100-TALLY-THIS-VIEWER-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-OP-READS(WS-OP-SUB)
           MOVE "N" TO WS-PAIR-FOUND-FLAG
           PERFORM 3120-MATCH-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   OR WS-PAIR-FOUND
           IF WS-PAIR-FOUND
               GO TO 3100-TALLY-THIS-VIEWER-EXIT
           END-IF
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               MOVE RA-OPERATOR-ID TO WS-PAIR-OPERATOR(WS-PAIR-COUNT)
               MOVE RA-PERSON-ID TO WS-PAIR-PERSON(WS-PAIR-COUNT)
               ADD 1 TO WS-OP-PERSONS(WS-OP-SUB)
           ELSE
               IF NOT WS-PAIR-TABLE-FULL
                   SET WS-PAIR-TABLE-FULL TO TRUE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " Viewer/person table full - distinct "
                       "counts stop growing here."
               END-IF
           END-IF.
       3100-TALLY-THIS-VIEWER-EXIT.
           EXIT.

       3110-MATCH-ONE-OPERATOR.
           IF WS-OP-ID(WS-OP-SUB) = RA-OPERATOR-ID
               SET WS-OP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-OP-SUB
           END-IF.

       3120-MATCH-ONE-PAIR.
           IF WS-PAIR-OPERATOR(WS-PAIR-SUB) = RA-OPERATOR-ID
               AND WS-PAIR-PERSON(WS-PAIR-SUB) = RA-PERSON-ID
               SET WS-PAIR-FOUND TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-SHOW-ONE-OPERATOR - list a viewer whose distinct        *>
      *> persons for the week exceed the limit.                       *>
      *>----------------------------------------------------------*>
       3200-SHOW-ONE-OPERATOR.
           IF WS-OP-PERSONS(WS-OP-SUB) > WS-PERSON-LIMIT
               MOVE WS-OP-ID(WS-OP-SUB) TO WS-EL-OPERATOR
               MOVE WS-OP-PERSONS(WS-OP-SUB) TO WS-EL-PERSONS
               MOVE WS-OP-READS(WS-OP-SUB) TO WS-EL-READS
               MOVE WS-EXC-LINE TO RQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
