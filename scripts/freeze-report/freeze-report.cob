      *>--------------------------------------------------------------*>
      *> PROGRAM:    FreezeReport                                     *>
      *> PURPOSE:    Change-freeze violation report.  Lists the       *>
      *>             FREEZE.CTL freeze windows that touch the         *>
      *>             reporting period, with how many emergency        *>
      *>             overrides each one saw, then every override      *>
      *>             attempt CheckOperatorAuth wrote to FREEZOVR.LOG  *>
      *>             in the period - who ran what under which freeze, *>
      *>             the second operator who approved it and the      *>
      *>             reason given - accepted and refused alike.  Any  *>
      *>             override in the period ends the step with        *>
      *>             condition code 4 so it is looked at; the         *>
      *>             OVERRIDES and REFUSED totals go to CTLTOTAL.DAT. *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               FREEZE_FROM  yyyymmdd first day to report      *>
      *>                            (default: the whole log)          *>
      *>               FREEZE_TO    yyyymmdd last day to report       *>
      *>                            (default: the run date)           *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreezeReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-CALENDAR ASSIGN TO "FREEZE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "FREEZOVR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT VIOLATION-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR.
           COPY "freeze-window.cpy".

       FD  OVERRIDE-LOG.
           COPY "freeze-override.cpy".

       FD  VIOLATION-REPORT.
       01  FV-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
       01 WS-FRZ-STATUS             PIC X(02) VALUE "00".
           88 WS-FRZ-OK                       VALUE "00".
       01 WS-OVR-STATUS             PIC X(02) VALUE "00".
           88 WS-OVR-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-DATE-TEXT              PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE              PIC 9(08) VALUE 0.
       01 WS-TO-DATE                PIC 9(08) VALUE 0.
       01 WS-CONDITION              PIC 9(04) VALUE 0.

       01 WS-ACCEPTED-COUNT         PIC 9(07) VALUE 0.
       01 WS-REFUSED-COUNT          PIC 9(07) VALUE 0.
       01 WS-WINDOW-LISTED          PIC 9(05) VALUE 0.

       01 WS-WINDOW-COUNT           PIC 9(03) COMP VALUE 0.
       01 WS-WINDOW-MAX             PIC 9(03) COMP VALUE 100.
       01 WS-WINDOW-SUB             PIC 9(03) COMP VALUE 0.
       01 WS-WINDOW-HIT             PIC 9(03) COMP VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WN-ENTRY OCCURS 100 TIMES.
               10 WS-WN-START       PIC 9(08).
               10 WS-WN-END         PIC 9(08).
               10 WS-WN-CLASS       PIC X(08).
               10 WS-WN-NAME        PIC X(30).
               10 WS-WN-OVERRIDES   PIC 9(05).

       01 WS-HEADING-1.
           05 FILLER                PIC X(34) VALUE
               "CHANGE-FREEZE VIOLATION REPORT - ".
           05 WS-H1-FROM            PIC X(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-H1-TO              PIC 9(08).
           05 FILLER                PIC X(05) VALUE " RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-WINDOW-HEADING         PIC X(80) VALUE
           "FREEZE WINDOWS    FROM     TO       CLASS    NAME".
       01 WS-WINDOW-LINE.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 WS-WL-START           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-WL-END             PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-WL-CLASS           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-WL-NAME            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-WL-OVERRIDES       PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE " OVERRIDES".
       01 WS-OVERRIDE-HEADING-1     PIC X(80) VALUE
           "OVERRIDE ATTEMPTS".
       01 WS-OVERRIDE-HEADING-2.
           05 FILLER                PIC X(41) VALUE
               "DATE     TIME  STEP     OPERATOR APPROVER".
           05 FILLER                PIC X(40) VALUE
               " CLASS    OUTCOME  FREEZE WINDOW".
       01 WS-DETAIL-LINE.
           05 WS-DL-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-TIME            PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-STEP            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-APPROVER        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-CLASS           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-OUTCOME         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-WINDOW          PIC X(30).
       01 WS-REASON-LINE.
           05 FILLER                PIC X(15) VALUE
               "      REASON: ".
           05 WS-RL-REASON          PIC X(60).
       01 WS-TIME-SPLIT             PIC 9(08) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-SPLIT.
           05 WS-TP-HOURS           PIC 9(02).
           05 WS-TP-MINUTES         PIC 9(02).
           05 FILLER                PIC 9(04).
       01 WS-TIME-EDIT.
           05 WS-TE-HOURS           PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-TE-MINUTES         PIC 9(02).
       01 WS-FOOTING-1.
           05 FILLER                PIC X(20) VALUE
               "OVERRIDES ACCEPTED: ".
           05 WS-F1-ACCEPTED        PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE
               "  REFUSED: ".
           05 WS-F1-REFUSED         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF NOT JS-OK-TO-RUN
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           ELSE
               PERFORM 1000-LOAD-FREEZE-WINDOWS
               PERFORM 2000-PRINT-THE-REPORT
               PERFORM 3000-SHOW-CONTROL-TOTALS
               PERFORM 0030-MARK-JOB-COMPLETE
           END-IF
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control     *>
      *> fields for this job step, and the reporting period.          *>
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
           MOVE "FRZRPT" TO RC-JOB-STEP-NAME
           MOVE 0 TO WS-FROM-DATE
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "FREEZE_FROM"
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-FROM-DATE
           END-IF
           MOVE RC-RUN-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "FREEZE_TO"
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-TO-DATE
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "JobTimer" USING JT-JOB-NAME.

       0019-END-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

       0020-CHECK-SCHEDULE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "CheckJobSchedule" USING JS-JOB-NAME JS-CAN-RUN
               JS-REASON-TEXT.

      *>----------------------------------------------------------*>
      *> 0030-MARK-JOB-COMPLETE - 0 when no override was attempted    *>
      *> in the period, 4 when one was.                               *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           IF WS-ACCEPTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               MOVE 4 TO WS-CONDITION
           END-IF
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-FREEZE-WINDOWS - the FREEZE.CTL windows that       *>
      *> overlap the reporting period.                                *>
      *>----------------------------------------------------------*>
       1000-LOAD-FREEZE-WINDOWS.
           OPEN INPUT FREEZE-CALENDAR
           IF WS-FRZ-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-LOAD-ONE-WINDOW
                   UNTIL WS-AT-END
               CLOSE FREEZE-CALENDAR
           END-IF.

       1010-LOAD-ONE-WINDOW.
           READ FREEZE-CALENDAR
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF FREEZE-WINDOW-RECORD(1:1) NOT = "*"
                       AND FZ-START-DATE IS NUMERIC
                       AND FZ-END-DATE IS NUMERIC
                       AND FZ-END-DATE NOT < WS-FROM-DATE
                       AND FZ-START-DATE NOT > WS-TO-DATE
                       AND WS-WINDOW-COUNT < WS-WINDOW-MAX
                       ADD 1 TO WS-WINDOW-COUNT
                       MOVE FZ-START-DATE
                           TO WS-WN-START(WS-WINDOW-COUNT)
                       MOVE FZ-END-DATE TO WS-WN-END(WS-WINDOW-COUNT)
                       MOVE FZ-FREEZE-CLASS
                           TO WS-WN-CLASS(WS-WINDOW-COUNT)
                       MOVE FZ-WINDOW-NAME
                           TO WS-WN-NAME(WS-WINDOW-COUNT)
                       MOVE 0 TO WS-WN-OVERRIDES(WS-WINDOW-COUNT)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-PRINT-THE-REPORT - the override attempts first, while   *>
      *> the window counts build, then the windows themselves.        *>
      *>----------------------------------------------------------*>
       2000-PRINT-THE-REPORT.
           STRING "FRZVIOL." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT VIOLATION-REPORT
           IF WS-FROM-DATE = 0
               MOVE "START" TO WS-H1-FROM
           ELSE
               MOVE WS-FROM-DATE TO WS-H1-FROM
           END-IF
           MOVE WS-TO-DATE TO WS-H1-TO
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE SPACES TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-OVERRIDE-HEADING-1 TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-OVERRIDE-HEADING-2 TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           OPEN INPUT OVERRIDE-LOG
           IF WS-OVR-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-READ-ONE-OVERRIDE
                   UNTIL WS-AT-END
               CLOSE OVERRIDE-LOG
           END-IF
           IF WS-ACCEPTED-COUNT = 0 AND WS-REFUSED-COUNT = 0
               MOVE "  NO OVERRIDE ATTEMPTS IN THE PERIOD"
                   TO FV-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-WINDOW-HEADING TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           PERFORM 2200-PRINT-ONE-WINDOW
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
           IF WS-WINDOW-COUNT = 0
               MOVE "  NO FREEZE WINDOWS IN THE PERIOD"
                   TO FV-REPORT-LINE
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-F1-ACCEPTED
           MOVE WS-REFUSED-COUNT TO WS-F1-REFUSED
           MOVE WS-FOOTING-1 TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           CLOSE VIOLATION-REPORT.

       2010-READ-ONE-OVERRIDE.
           READ OVERRIDE-LOG
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF FO-LOG-DATE IS NUMERIC
                       AND FO-LOG-DATE NOT < WS-FROM-DATE
                       AND FO-LOG-DATE NOT > WS-TO-DATE
                       PERFORM 2100-PRINT-ONE-OVERRIDE
                   END-IF
           END-READ.

       2100-PRINT-ONE-OVERRIDE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FO-LOG-DATE TO WS-DL-DATE
           MOVE FO-LOG-TIME TO WS-TIME-SPLIT
           MOVE WS-TP-HOURS TO WS-TE-HOURS
           MOVE WS-TP-MINUTES TO WS-TE-MINUTES
           MOVE WS-TIME-EDIT TO WS-DL-TIME
           MOVE FO-ACTION-NAME TO WS-DL-STEP
           MOVE FO-OPERATOR-ID TO WS-DL-OPERATOR
           MOVE FO-APPROVER-ID TO WS-DL-APPROVER
           MOVE FO-FREEZE-CLASS TO WS-DL-CLASS
           MOVE FO-WINDOW-NAME TO WS-DL-WINDOW
           IF FO-OVERRIDE-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DL-OUTCOME
               MOVE 0 TO WS-WINDOW-HIT
               PERFORM 2110-MATCH-ONE-WINDOW
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
                       OR WS-WINDOW-HIT > 0
               IF WS-WINDOW-HIT > 0
                   ADD 1 TO WS-WN-OVERRIDES(WS-WINDOW-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-DL-OUTCOME
           END-IF
           MOVE WS-DETAIL-LINE TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE FO-REASON TO WS-RL-REASON
           IF FO-REASON = SPACES
               MOVE "(NONE GIVEN)" TO WS-RL-REASON
           END-IF
           MOVE WS-REASON-LINE TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2110-MATCH-ONE-WINDOW.
           IF WS-WN-NAME(WS-WINDOW-SUB) = FO-WINDOW-NAME
               AND WS-WN-START(WS-WINDOW-SUB) NOT > FO-LOG-DATE
               AND WS-WN-END(WS-WINDOW-SUB) NOT < FO-LOG-DATE
               MOVE WS-WINDOW-SUB TO WS-WINDOW-HIT
           END-IF.

       2200-PRINT-ONE-WINDOW.
           MOVE WS-WN-START(WS-WINDOW-SUB) TO WS-WL-START
           MOVE WS-WN-END(WS-WINDOW-SUB) TO WS-WL-END
           MOVE WS-WN-CLASS(WS-WINDOW-SUB) TO WS-WL-CLASS
           MOVE WS-WN-NAME(WS-WINDOW-SUB) TO WS-WL-NAME
           MOVE WS-WN-OVERRIDES(WS-WINDOW-SUB) TO WS-WL-OVERRIDES
           MOVE WS-WINDOW-LINE TO FV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY FV-REPORT-LINE
           WRITE FV-REPORT-LINE.

       3000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Overrides: " WS-ACCEPTED-COUNT
               " Refused: " WS-REFUSED-COUNT
           MOVE "FRZRPT" TO CW-JOB-STEP
           MOVE "OVERRIDES" TO CW-TOTAL-NAME
           MOVE WS-ACCEPTED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "REFUSED" TO CW-TOTAL-NAME
           MOVE WS-REFUSED-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
