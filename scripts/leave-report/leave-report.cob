      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Every line written is noted in the             *>
      *>               LEAVERPT.<date>.BIX burst index with its       *>
      *>               department, so ReportBurst can split the       *>
      *>               report for distribution.                       *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveReport.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "burst-index-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-LV-STATUS              PIC X(02) VALUE "00".
               PERFORM 2910-EMIT-REPORT-LINE
           END-IF
           CLOSE LEAVE-REPORT
           CALL "CloseBurstIndex"
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.

               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT LEAVE-REPORT
           MOVE WS-REPORT-FILE-NAME TO BX-REPORT-FILE-NAME
           CALL "OpenBurstIndex" USING BX-REPORT-FILE-NAME
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO LR-REPORT-LINE
               END-READ
           END-IF
           MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
           MOVE PM-DEPARTMENT-CODE TO BX-DEPT-CODE
           IF BX-DEPT-CODE = SPACES
               MOVE "NONE" TO BX-DEPT-CODE
           END-IF
           PERFORM 2910-EMIT-REPORT-LINE
           ADD 1 TO WS-ONLEAVE-COUNT.

       2910-EMIT-REPORT-LINE.
           DISPLAY LR-REPORT-LINE
           WRITE LR-REPORT-LINE
           CALL "NoteBurstLine" USING BX-DEPT-CODE
           MOVE SPACES TO BX-DEPT-CODE.
