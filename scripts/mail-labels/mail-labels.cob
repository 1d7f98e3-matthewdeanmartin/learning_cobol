      *>--------------------------------------------------------------*>
      *> PROGRAM:    MailLabels                                       *>
      *> PURPOSE:    Mailing label and address-verification run, so   *>
      *>             CompStatements, HolidayCards and the year-end    *>
      *>             mailings stop being addressed by hand.  For the  *>
      *>             selected population each person's PERSADDR M     *>
      *>             mailing address is used, falling back to the H   *>
      *>             home address when there is no M row; the         *>
      *>             addresses are sorted by postal code for the      *>
      *>             bulk-mail discount and printed as sheet labels   *>
      *>             (three across, thirty to a sheet) in             *>
      *>             LABELS.yyyymmdd, which is handed to the spool.   *>
      *>             Every address is first checked against the       *>
      *>             STATCODE.CTL reference table; one that fails     *>
      *>             gets no label and is listed in the               *>
      *>             ADDREXCP.yyyymmdd exception report instead:      *>
      *>               AV01  no M or H address on file                *>
      *>               AV02  street or city missing                   *>
      *>               AV03  state code not on STATCODE.CTL           *>
      *>               AV04  postal code wrong format for its state   *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               LABEL_SELECT       ALL (default) active and    *>
      *>                                  on-leave people, DEPT one   *>
      *>                                  department, LEAVERS people  *>
      *>                                  on TERMLOG.DAT since a date *>
      *>               LABEL_DEPT         department code for DEPT    *>
      *>               LABEL_SINCE        yyyymmdd for LEAVERS        *>
      *>               LABEL_PRINT_QUEUE  label queue (default lp)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailLabels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT PERSON-ADDRESS ASSIGN TO "PERSADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-AD-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT STATE-CONTROL ASSIGN TO "STATCODE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "MAILSORT.WRK".
           SELECT SORTED-LABELS ASSIGN TO "MAILSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-OUTPUT ASSIGN TO WS-LABEL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-ADDRESS.
           COPY "person-address.cpy".

       FD  TERM-LOG.
           COPY "person-term-log.cpy".

       FD  STATE-CONTROL.
           COPY "state-code.cpy".

       SD  SORT-WORK-FILE.
       01  MS-RECORD.
           05  MS-POSTAL-CODE              PIC X(10).
           05  MS-PERSON-ID                PIC 9(05).
           05  MS-HUMAN-NAME               PIC X(20).
           05  MS-STREET-LINE-1            PIC X(30).
           05  MS-STREET-LINE-2            PIC X(30).
           05  MS-CITY                     PIC X(20).
           05  MS-STATE-CODE               PIC X(02).

       FD  SORTED-LABELS.
       01  LM-RECORD.
           05  LM-POSTAL-CODE              PIC X(10).
           05  LM-PERSON-ID                PIC 9(05).
           05  LM-HUMAN-NAME               PIC X(20).
           05  LM-STREET-LINE-1            PIC X(30).
           05  LM-STREET-LINE-2            PIC X(30).
           05  LM-CITY                     PIC X(20).
           05  LM-STATE-CODE               PIC X(02).

       FD  LABEL-OUTPUT.
       01  LABEL-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-AD-STATUS              PIC X(02) VALUE "00".
           88 WS-AD-OK                        VALUE "00".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
           88 WS-TM-OK                        VALUE "00".
       01 WS-SX-STATUS              PIC X(02) VALUE "00".
           88 WS-SX-OK                        VALUE "00".
       01 WS-LBL-STATUS             PIC X(02) VALUE "00".
       01 WS-ADDRESS-FILE-FLAG      PIC X(01) VALUE "N".
           88 WS-ADDRESS-FILE-OPEN            VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-SORTED-EOF             PIC X(01) VALUE "N".
           88 WS-SORTED-AT-END                VALUE "Y".
       01 WS-SORTED-FILE-NAME       PIC X(12) VALUE "MAILSORT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5.
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-LABEL-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.

      *> the population chosen for this run.
       01 WS-SELECT-TEXT            PIC X(08) VALUE SPACES.
           88 WS-SELECT-ALL                   VALUE "ALL".
           88 WS-SELECT-DEPT                  VALUE "DEPT".
           88 WS-SELECT-LEAVERS               VALUE "LEAVERS".
       01 WS-SELECT-DEPT-CODE       PIC X(04) VALUE SPACES.
       01 WS-SINCE-TEXT             PIC X(08) VALUE SPACES.
       01 WS-SINCE-DATE             PIC 9(08) VALUE 0.
       01 WS-SELECTION-FLAG         PIC X(01) VALUE "N".
           88 WS-SELECTION-OK                 VALUE "Y".

      *> leavers already released, so a person terminated twice in
      *> the window gets one label.
       01 WS-LEAVER-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-LEAVER-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-LEAVER-SUB             PIC 9(04) COMP VALUE 0.
       01 WS-LEAVER-SEEN-FLAG       PIC X(01) VALUE "N".
           88 WS-LEAVER-SEEN                  VALUE "Y".
       01 WS-LEAVER-TABLE.
           05 WS-LV-PERSON-ID       PIC 9(05) OCCURS 2000 TIMES.

      *> the STATCODE.CTL reference rows.
       01 WS-STATE-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-STATE-MAX              PIC 9(03) COMP VALUE 200.
       01 WS-STATE-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-STATE-TABLE-FLAG       PIC X(01) VALUE "N".
           88 WS-STATE-TABLE-LOADED           VALUE "Y".
       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 200 TIMES.
               10 WS-ST-CODE        PIC X(02).
               10 WS-ST-FORMAT      PIC X(01).
                   88 WS-ST-US-ZIP            VALUE "Z".
                   88 WS-ST-CANADIAN          VALUE "C".
               10 WS-ST-LOW         PIC 9(03).
               10 WS-ST-HIGH        PIC 9(03).
       01 WS-STATE-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-STATE-FOUND                  VALUE "Y".
       01 WS-POSTAL-FITS-FLAG       PIC X(01) VALUE "N".
           88 WS-POSTAL-FITS                  VALUE "Y".
       01 WS-ZIP-PREFIX             PIC 9(03) VALUE 0.

      *> the address being checked.
       01 WS-ADDRESS-FOUND-FLAG     PIC X(01) VALUE "N".
           88 WS-ADDRESS-FOUND                VALUE "Y".
       01 WS-REASON-CODE            PIC X(04) VALUE SPACES.

      *> one row of three labels, built across and then written.
       01 WS-SLOT                   PIC 9(01) VALUE 0.
       01 WS-SLOT-POS               PIC 9(03) VALUE 0.
       01 WS-LINE-SUB               PIC 9(01) VALUE 0.
       01 WS-TEXT-SUB               PIC 9(01) VALUE 0.
       01 WS-LABEL-TEXT-TABLE.
           05 WS-LABEL-TEXT         PIC X(40) OCCURS 4 TIMES.
       01 WS-LABEL-ROW-TABLE.
           05 WS-LABEL-ROW-LINE     PIC X(132) OCCURS 4 TIMES.
       01 WS-CITY-LINE              PIC X(40) VALUE SPACES.

       01 WS-POPULATION-COUNT       PIC 9(05) VALUE 0.
       01 WS-LABEL-COUNT            PIC 9(05) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(05) VALUE 0.
       01 WS-SHEET-COUNT            PIC 9(05) VALUE 0.
       01 WS-SHEET-REM              PIC 9(05) VALUE 0.

       01 WS-EXCEPTION-HEADING.
           05 FILLER                PIC X(40) VALUE
               "   ID NAME                 TYP REASON   ".
           05 FILLER                PIC X(40) VALUE
               "                           ADDRESS      ".
       01 WS-EXCEPTION-LINE.
           05 WS-XL-ID              PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-TYPE            PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-XL-REASON          PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-TEXT            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-ADDRESS         PIC X(40).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(08) VALUE "CHOSEN: ".
           05 WS-FL-POPULATION      PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  LABELS: ".
           05 WS-FL-LABELS          PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE "  EXCEPTIONS: ".
           05 WS-FL-EXCEPTIONS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-READ-THE-SELECTION
               THRU 1000-READ-THE-SELECTION-EXIT
           IF WS-SELECTION-OK
               PERFORM 1100-LOAD-STATE-TABLE
               PERFORM 1200-OPEN-THE-FILES
               IF WS-PM-OK
                   PERFORM 1300-OPEN-EXCEPTION-REPORT
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY MS-POSTAL-CODE MS-PERSON-ID
                       INPUT PROCEDURE IS 2000-RELEASE-THE-POPULATION
                       GIVING SORTED-LABELS
                   CLOSE PERSON-MASTER
                   IF WS-ADDRESS-FILE-OPEN
                       CLOSE PERSON-ADDRESS
                   END-IF
                   MOVE WS-POPULATION-COUNT TO WS-FL-POPULATION
                   MOVE WS-LABEL-COUNT TO WS-FL-LABELS
                   MOVE WS-EXCEPTION-COUNT TO WS-FL-EXCEPTIONS
                   MOVE WS-FOOTING-LINE TO RW-TOTALS-LINE
                   CALL "CloseReport" USING RW-TOTALS-LINE
                   PERFORM 3000-PRINT-THE-LABELS
                   CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                       RETURNING WS-DELETE-STATUS
                   IF WS-LABEL-COUNT > 0
                       PERFORM 4000-SPOOL-THE-LABELS
                   END-IF
                   PERFORM 7000-SHOW-CONTROL-TOTALS
               END-IF
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields and the label print queue.                            *>
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
           MOVE "MAILLABL" TO RC-JOB-STEP-NAME
           ACCEPT WS-PRINT-QUEUE FROM ENVIRONMENT "LABEL_PRINT_QUEUE"
           IF WS-PRINT-QUEUE = SPACES
               MOVE "lp" TO WS-PRINT-QUEUE
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-READ-THE-SELECTION - which population this run labels.  *>
      *> A selection that cannot be honoured stops the run rather     *>
      *> than quietly labelling everybody.                            *>
      *>----------------------------------------------------------*>
       1000-READ-THE-SELECTION.
           ACCEPT WS-SELECT-TEXT FROM ENVIRONMENT "LABEL_SELECT"
           IF WS-SELECT-TEXT = SPACES
               MOVE "ALL" TO WS-SELECT-TEXT
           END-IF
           IF NOT WS-SELECT-ALL AND NOT WS-SELECT-DEPT
                   AND NOT WS-SELECT-LEAVERS
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " LABEL_SELECT " WS-SELECT-TEXT
                   " is not ALL, DEPT or LEAVERS - no labels."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-READ-THE-SELECTION-EXIT
           END-IF
           IF WS-SELECT-DEPT
               ACCEPT WS-SELECT-DEPT-CODE
                   FROM ENVIRONMENT "LABEL_DEPT"
               IF WS-SELECT-DEPT-CODE = SPACES
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " LABEL_SELECT DEPT needs LABEL_DEPT"
                       " - no labels."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-READ-THE-SELECTION-EXIT
               END-IF
           END-IF
           IF WS-SELECT-LEAVERS
               ACCEPT WS-SINCE-TEXT FROM ENVIRONMENT "LABEL_SINCE"
               MOVE "Y" TO DC-DATE-VALID-FLAG
               IF WS-SINCE-TEXT IS NUMERIC
                   MOVE WS-SINCE-TEXT TO WS-SINCE-DATE
                   MOVE WS-SINCE-DATE TO DC-DATE
                   CALL "ValidateDate" USING DC-DATE
                       DC-DATE-VALID-FLAG
               END-IF
               IF WS-SINCE-TEXT IS NOT NUMERIC OR DC-DATE-INVALID
                   DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                       " LABEL_SELECT LEAVERS needs a valid"
                       " LABEL_SINCE yyyymmdd - no labels."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-READ-THE-SELECTION-EXIT
               END-IF
           END-IF
           SET WS-SELECTION-OK TO TRUE.
       1000-READ-THE-SELECTION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-STATE-TABLE - the STATCODE.CTL rows.  With no     *>
      *> table the state and postal checks cannot be made; the run   *>
      *> says so and labels on the street and city checks alone.     *>
      *>----------------------------------------------------------*>
       1100-LOAD-STATE-TABLE.
           OPEN INPUT STATE-CONTROL
           IF WS-SX-OK
               SET WS-STATE-TABLE-LOADED TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-LOAD-ONE-STATE-ROW
                   UNTIL WS-AT-END
               CLOSE STATE-CONTROL
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No STATCODE.CTL - state and postal code"
                   " checks skipped."
               MOVE "MAILLABL" TO LE-PROGRAM-NAME
               MOVE "1100-LOAD-STATES" TO LE-PARAGRAPH-NAME
               MOVE "No STATCODE.CTL - state/postal checks skipped"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           END-IF.

       1110-LOAD-ONE-STATE-ROW.
           READ STATE-CONTROL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF STATE-CODE-RECORD(1:1) NOT = "*"
                       AND STATE-CODE-RECORD NOT = SPACES
                       AND WS-STATE-COUNT < WS-STATE-MAX
                       ADD 1 TO WS-STATE-COUNT
                       MOVE SX-STATE-CODE TO WS-ST-CODE(WS-STATE-COUNT)
                       MOVE SX-POSTAL-FORMAT
                           TO WS-ST-FORMAT(WS-STATE-COUNT)
                       MOVE 0 TO WS-ST-LOW(WS-STATE-COUNT)
                       MOVE 999 TO WS-ST-HIGH(WS-STATE-COUNT)
                       IF SX-LOW-PREFIX IS NUMERIC
                           MOVE SX-LOW-PREFIX
                               TO WS-ST-LOW(WS-STATE-COUNT)
                       END-IF
                       IF SX-HIGH-PREFIX IS NUMERIC
                           MOVE SX-HIGH-PREFIX
                               TO WS-ST-HIGH(WS-STATE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1200-OPEN-THE-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE "MAILLABL" TO LE-PROGRAM-NAME
               MOVE "1200-OPEN-THE-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PERSMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PERSON-ADDRESS
               IF WS-AD-OK
                   SET WS-ADDRESS-FILE-OPEN TO TRUE
               END-IF
           END-IF.

       1300-OPEN-EXCEPTION-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "ADDREXCP." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           MOVE WS-REPORT-FILE-NAME TO RW-REPORT-FILE-NAME
           MOVE "ADDRESS QUALITY EXCEPTIONS" TO RW-REPORT-TITLE
           MOVE WS-EXCEPTION-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING.

      *>----------------------------------------------------------*>
      *> 2000-RELEASE-THE-POPULATION - the SORT input: the chosen     *>
      *> people, each address checked on the way; only clean          *>
      *> addresses reach the SORT.                                    *>
      *>----------------------------------------------------------*>
       2000-RELEASE-THE-POPULATION.
           MOVE "N" TO WS-EOF-FLAG
           IF WS-SELECT-LEAVERS
               OPEN INPUT TERM-LOG
               IF WS-TM-OK
                   PERFORM 2100-RELEASE-ONE-LEAVER
                       UNTIL WS-AT-END
                   CLOSE TERM-LOG
               ELSE
                   DISPLAY "RUN " RC-RUN-ID " STEP "
                       RC-JOB-STEP-NAME
                       " No TERMLOG.DAT - no leavers to label."
               END-IF
           ELSE
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
               PERFORM 2010-RELEASE-ONE-PERSON
                   UNTIL WS-AT-END
           END-IF.

       2010-RELEASE-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF (PM-ACTIVE OR PM-ON-LEAVE)
                       AND (WS-SELECT-ALL
                           OR PM-DEPARTMENT-CODE = WS-SELECT-DEPT-CODE)
                       PERFORM 2200-ADDRESS-ONE-PERSON
                           THRU 2200-ADDRESS-ONE-PERSON-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2100-RELEASE-ONE-LEAVER - a TERMLOG.DAT row on or after the  *>
      *> since date, once per person.  A leaver already purged from   *>
      *> PERSMAST keeps the name the termination journal recorded.    *>
      *>----------------------------------------------------------*>
       2100-RELEASE-ONE-LEAVER.
           READ TERM-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF TM-TERM-DATE IS NUMERIC
                       AND TM-TERM-DATE NOT < WS-SINCE-DATE
                       AND TM-PERSON-ID IS NUMERIC
                       PERFORM 2110-CHECK-LEAVER-SEEN
                       IF NOT WS-LEAVER-SEEN
                           MOVE TM-PERSON-ID TO PM-PERSON-ID
                           READ PERSON-MASTER
                               INVALID KEY
                                   MOVE TM-HUMAN-NAME
                                       TO PM-HUMAN-NAME
                           END-READ
                           MOVE TM-PERSON-ID TO PM-PERSON-ID
                           PERFORM 2200-ADDRESS-ONE-PERSON
                               THRU 2200-ADDRESS-ONE-PERSON-EXIT
                       END-IF
                   END-IF
           END-READ.

       2110-CHECK-LEAVER-SEEN.
           MOVE "N" TO WS-LEAVER-SEEN-FLAG
           PERFORM 2120-MATCH-ONE-LEAVER
               VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
                   OR WS-LEAVER-SEEN
           IF NOT WS-LEAVER-SEEN
               AND WS-LEAVER-COUNT < WS-LEAVER-MAX
               ADD 1 TO WS-LEAVER-COUNT
               MOVE TM-PERSON-ID TO WS-LV-PERSON-ID(WS-LEAVER-COUNT)
           END-IF.

       2120-MATCH-ONE-LEAVER.
           IF WS-LV-PERSON-ID(WS-LEAVER-SUB) = TM-PERSON-ID
               SET WS-LEAVER-SEEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-ADDRESS-ONE-PERSON - mailing address, else home; the    *>
      *> first failed check sends the person to the exception list.   *>
      *>----------------------------------------------------------*>
       2200-ADDRESS-ONE-PERSON.
           ADD 1 TO WS-POPULATION-COUNT
           MOVE SPACES TO WS-REASON-CODE
           MOVE "N" TO WS-ADDRESS-FOUND-FLAG
           IF WS-ADDRESS-FILE-OPEN
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               MOVE "M" TO AD-ADDRESS-TYPE
               READ PERSON-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDRESS-FOUND TO TRUE
               END-READ
               IF NOT WS-ADDRESS-FOUND
                   MOVE PM-PERSON-ID TO AD-PERSON-ID
                   MOVE "H" TO AD-ADDRESS-TYPE
                   READ PERSON-ADDRESS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ADDRESS-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NOT WS-ADDRESS-FOUND
               MOVE SPACES TO PERSON-ADDRESS-RECORD
               MOVE "AV01" TO WS-REASON-CODE
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2200-ADDRESS-ONE-PERSON-EXIT
           END-IF
           IF AD-STREET-LINE-1 = SPACES OR AD-CITY = SPACES
               MOVE "AV02" TO WS-REASON-CODE
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2200-ADDRESS-ONE-PERSON-EXIT
           END-IF
           IF WS-STATE-TABLE-LOADED
               PERFORM 2300-CHECK-STATE-AND-POSTAL
               IF WS-REASON-CODE NOT = SPACES
                   PERFORM 2900-WRITE-EXCEPTION
                   GO TO 2200-ADDRESS-ONE-PERSON-EXIT
               END-IF
           END-IF
           MOVE AD-POSTAL-CODE TO MS-POSTAL-CODE
           MOVE PM-PERSON-ID TO MS-PERSON-ID
           MOVE PM-HUMAN-NAME TO MS-HUMAN-NAME
           MOVE AD-STREET-LINE-1 TO MS-STREET-LINE-1
           MOVE AD-STREET-LINE-2 TO MS-STREET-LINE-2
           MOVE AD-CITY TO MS-CITY
           MOVE AD-STATE-CODE TO MS-STATE-CODE
           RELEASE MS-RECORD
           ADD 1 TO WS-LABEL-COUNT.
       2200-ADDRESS-ONE-PERSON-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2300-CHECK-STATE-AND-POSTAL - the state must be on the       *>
      *> table, and the postal code must fit one of the state's rows. *>
      *>----------------------------------------------------------*>
       2300-CHECK-STATE-AND-POSTAL.
           MOVE "N" TO WS-STATE-FOUND-FLAG
           MOVE "N" TO WS-POSTAL-FITS-FLAG
           PERFORM 2310-TRY-ONE-STATE-ROW
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR WS-POSTAL-FITS
           IF NOT WS-STATE-FOUND
               MOVE "AV03" TO WS-REASON-CODE
           ELSE
               IF NOT WS-POSTAL-FITS
                   MOVE "AV04" TO WS-REASON-CODE
               END-IF
           END-IF.

       2310-TRY-ONE-STATE-ROW.
           IF WS-ST-CODE(WS-STATE-SUB) = AD-STATE-CODE
               SET WS-STATE-FOUND TO TRUE
               IF WS-ST-US-ZIP(WS-STATE-SUB)
                   PERFORM 2320-CHECK-US-ZIP
               END-IF
               IF WS-ST-CANADIAN(WS-STATE-SUB)
                   PERFORM 2330-CHECK-CANADIAN-CODE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2320-CHECK-US-ZIP - 99999 or 99999-9999, with the first      *>
      *> three digits inside this row's prefix range.                 *>
      *>----------------------------------------------------------*>
       2320-CHECK-US-ZIP.
           IF AD-POSTAL-CODE(1:5) IS NUMERIC
               AND (AD-POSTAL-CODE(6:5) = SPACES
                   OR (AD-POSTAL-CODE(6:1) = "-"
                       AND AD-POSTAL-CODE(7:4) IS NUMERIC))
               MOVE AD-POSTAL-CODE(1:3) TO WS-ZIP-PREFIX
               IF WS-ZIP-PREFIX NOT < WS-ST-LOW(WS-STATE-SUB)
                   AND WS-ZIP-PREFIX NOT > WS-ST-HIGH(WS-STATE-SUB)
                   SET WS-POSTAL-FITS TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2330-CHECK-CANADIAN-CODE - A9A 9A9 in capitals.              *>
      *>----------------------------------------------------------*>
       2330-CHECK-CANADIAN-CODE.
           IF AD-POSTAL-CODE(1:1) IS ALPHABETIC-UPPER
               AND AD-POSTAL-CODE(1:1) NOT = SPACE
               AND AD-POSTAL-CODE(2:1) IS NUMERIC
               AND AD-POSTAL-CODE(3:1) IS ALPHABETIC-UPPER
               AND AD-POSTAL-CODE(3:1) NOT = SPACE
               AND AD-POSTAL-CODE(4:1) = SPACE
               AND AD-POSTAL-CODE(5:1) IS NUMERIC
               AND AD-POSTAL-CODE(6:1) IS ALPHABETIC-UPPER
               AND AD-POSTAL-CODE(6:1) NOT = SPACE
               AND AD-POSTAL-CODE(7:1) IS NUMERIC
               AND AD-POSTAL-CODE(8:3) = SPACES
               SET WS-POSTAL-FITS TO TRUE
           END-IF.

       2900-WRITE-EXCEPTION.
           MOVE PM-PERSON-ID TO WS-XL-ID
           MOVE PM-HUMAN-NAME TO WS-XL-NAME
           MOVE AD-ADDRESS-TYPE TO WS-XL-TYPE
           MOVE WS-REASON-CODE TO WS-XL-REASON
           EVALUATE WS-REASON-CODE
               WHEN "AV01"
                   MOVE "NO MAILING OR HOME ADDRESS" TO WS-XL-TEXT
               WHEN "AV02"
                   MOVE "STREET OR CITY MISSING" TO WS-XL-TEXT
               WHEN "AV03"
                   MOVE "STATE CODE NOT ON TABLE" TO WS-XL-TEXT
               WHEN OTHER
                   MOVE "POSTAL CODE WRONG FOR STATE" TO WS-XL-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-XL-ADDRESS
           IF WS-ADDRESS-FOUND
               STRING AD-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   AD-STATE-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AD-POSTAL-CODE DELIMITED BY SIZE
                   INTO WS-XL-ADDRESS
           END-IF
           MOVE WS-EXCEPTION-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *>----------------------------------------------------------*>
      *> 3000-PRINT-THE-LABELS - the postal-code-ordered addresses    *>
      *> three across: name, street, second street line when there    *>
      *> is one, then city, state and postal code, with two blank     *>
      *> lines between rows so ten rows fill a sheet.                 *>
      *>----------------------------------------------------------*>
       3000-PRINT-THE-LABELS.
           MOVE SPACES TO WS-LABEL-FILE-NAME
           STRING "LABELS." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-LABEL-FILE-NAME
           OPEN OUTPUT LABEL-OUTPUT
           OPEN INPUT SORTED-LABELS
           MOVE 0 TO WS-SLOT
           MOVE SPACES TO WS-LABEL-ROW-TABLE
           PERFORM 3010-PLACE-ONE-LABEL
               UNTIL WS-SORTED-AT-END
           IF WS-SLOT > 0
               PERFORM 3100-WRITE-LABEL-ROW
           END-IF
           CLOSE SORTED-LABELS
           CLOSE LABEL-OUTPUT.

       3010-PLACE-ONE-LABEL.
           READ SORTED-LABELS
               AT END
                   SET WS-SORTED-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SLOT
                   COMPUTE WS-SLOT-POS = (WS-SLOT - 1) * 44 + 1
                   MOVE SPACES TO WS-LABEL-TEXT-TABLE
                   MOVE LM-HUMAN-NAME TO WS-LABEL-TEXT(1)
                   MOVE LM-STREET-LINE-1 TO WS-LABEL-TEXT(2)
                   MOVE 3 TO WS-TEXT-SUB
                   IF LM-STREET-LINE-2 NOT = SPACES
                       MOVE LM-STREET-LINE-2 TO WS-LABEL-TEXT(3)
                       MOVE 4 TO WS-TEXT-SUB
                   END-IF
                   MOVE SPACES TO WS-CITY-LINE
                   STRING LM-CITY DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       LM-STATE-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LM-POSTAL-CODE DELIMITED BY SIZE
                       INTO WS-CITY-LINE
                   MOVE WS-CITY-LINE TO WS-LABEL-TEXT(WS-TEXT-SUB)
                   PERFORM 3020-COPY-ONE-LABEL-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 4
                   IF WS-SLOT = 3
                       PERFORM 3100-WRITE-LABEL-ROW
                   END-IF
           END-READ.

       3020-COPY-ONE-LABEL-LINE.
           MOVE WS-LABEL-TEXT(WS-LINE-SUB)
               TO WS-LABEL-ROW-LINE(WS-LINE-SUB)(WS-SLOT-POS:40).

       3100-WRITE-LABEL-ROW.
           PERFORM 3110-WRITE-ONE-ROW-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 4
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE
           WRITE LABEL-LINE
           MOVE 0 TO WS-SLOT
           MOVE SPACES TO WS-LABEL-ROW-TABLE.

       3110-WRITE-ONE-ROW-LINE.
           MOVE WS-LABEL-ROW-LINE(WS-LINE-SUB) TO LABEL-LINE
           WRITE LABEL-LINE.

      *>----------------------------------------------------------*>
      *> 4000-SPOOL-THE-LABELS - the label file goes to the label     *>
      *> queue for the sheet stock.                                   *>
      *>----------------------------------------------------------*>
       4000-SPOOL-THE-LABELS.
           MOVE WS-LABEL-FILE-NAME TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-PRINT-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER.

      *>----------------------------------------------------------*>
      *> 7000-SHOW-CONTROL-TOTALS - chosen must equal labelled plus   *>
      *> exceptions.                                                  *>
      *>----------------------------------------------------------*>
       7000-SHOW-CONTROL-TOTALS.
           DIVIDE WS-LABEL-COUNT BY 30 GIVING WS-SHEET-COUNT
               REMAINDER WS-SHEET-REM
           IF WS-SHEET-REM > 0
               ADD 1 TO WS-SHEET-COUNT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Selection " WS-SELECT-TEXT
               " chosen: " WS-POPULATION-COUNT
               " Labels: " WS-LABEL-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Label sheets: " WS-SHEET-COUNT
           MOVE "MAILLABL" TO CW-JOB-STEP
           MOVE "LABELS" TO CW-TOTAL-NAME
           MOVE WS-LABEL-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "EXCEPTIONS" TO CW-TOTAL-NAME
           MOVE WS-EXCEPTION-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
