      *>             headcount, inactive count, and hires by year     *>
      *>             band - plus grand totals whose active count      *>
      *>             balances back to the roster report footing.      *>
      *>             Tonight's PERSSNAP person snapshot is read in    *>
      *>             place of the master when it is on hand and       *>
      *>             balances; otherwise the master is swept as       *>
      *>             before.                                          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>               written to CTLTOTAL.DAT (ACTIVE-HEADCT) so     *>
      *>               the pay-period register can be balanced        *>
      *>               against it.                                    *>
      *>   2026-10-15  Every line written is noted in the             *>
      *>               DEPTRPT.<date>.BIX burst index with its        *>
      *>               department, so ReportBurst can split the       *>
      *>               report for distribution.                       *>
      *>   2026-10-15  Reads tonight's PERSSNAP person snapshot in    *>
      *>               place of PERSON-MASTER when it is on hand and  *>
      *>               balances, falling back to the master sweep     *>
      *>               when it is not.                                *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptReport.
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "burst-index-call.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
               IF WS-PM-OK
                   PERFORM 2000-TALLY-ALL-RECORDS
                   PERFORM 3000-WRITE-SUMMARY-REPORT
                   IF NOT SN-USABLE
                       CLOSE PERSON-MASTER
                   END-IF
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
               CALL "ClosePersonSnapshot"
               CLOSE DEPT-REPORT
               CALL "CloseBurstIndex"
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - open tonight's person snapshot, or the     *>
      *> person master when the snapshot is not usable, and the       *>
      *> dated DEPTRPT.<yyyymmdd> report file.                        *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           PERFORM 1005-TRY-THE-SNAPSHOT
           IF NOT SN-USABLE
               OPEN INPUT PERSON-MASTER
           END-IF
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
           STRING "DEPTRPT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT DEPT-REPORT
           MOVE WS-REPORT-FILE-NAME TO BX-REPORT-FILE-NAME
           CALL "OpenBurstIndex" USING BX-REPORT-FILE-NAME.

       1005-TRY-THE-SNAPSHOT.
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF NOT SN-USABLE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSSNAP not usable - " SN-REASON-TEXT
                   " - reading PERSMAST"
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-TALLY-ALL-RECORDS - sweep the snapshot or the master    *>
      *> from the front and add every record into the                 *>
      *> per-department table.                                        *>
      *>----------------------------------------------------------*>
       2000-TALLY-ALL-RECORDS.
           MOVE "N" TO WS-EOF-SCAN
           IF SN-USABLE
               PERFORM 2015-TALLY-ONE-SNAPSHOT
                   UNTIL WS-SCAN-AT-END
           ELSE
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
                       SET WS-SCAN-AT-END TO TRUE
               END-START
               PERFORM 2010-TALLY-ONE-RECORD
                   UNTIL WS-SCAN-AT-END
           END-IF.

       2010-TALLY-ONE-RECORD.
           READ PERSON-MASTER NEXT RECORD
                   PERFORM 2030-ADD-INTO-TOTALS
           END-READ.

      *> a snapshot detail carries the master record as it stood
      *> when the snapshot was taken.
       2015-TALLY-ONE-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-SCAN-AT-END TO TRUE
           ELSE
               MOVE PN-PERSON-ID TO PM-PERSON-ID
               MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
               MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
               MOVE PN-HIRE-DATE TO PM-HIRE-DATE
               MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
               PERFORM 2020-FIND-OR-ADD-DEPT-ENTRY
               PERFORM 2030-ADD-INTO-TOTALS
           END-IF.

      *>----------------------------------------------------------*>
      *> 2020-FIND-OR-ADD-DEPT-ENTRY - locate this record's           *>
      *> department in the table, adding a fresh row for a code seen  *>

       3010-EMIT-REPORT-LINE.
           DISPLAY DR-REPORT-LINE
           WRITE DR-REPORT-LINE
           CALL "NoteBurstLine" USING BX-DEPT-CODE
           MOVE SPACES TO BX-DEPT-CODE.

       3020-WRITE-ONE-DEPT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DT-BAND(WS-DEPT-IDX 3) TO WS-DL-BAND-3
           MOVE WS-DT-BAND(WS-DEPT-IDX 4) TO WS-DL-BAND-4
           MOVE WS-DETAIL-LINE TO DR-REPORT-LINE
           MOVE WS-DT-CODE(WS-DEPT-IDX) TO BX-DEPT-CODE
           IF BX-DEPT-CODE = SPACES
               MOVE "NONE" TO BX-DEPT-CODE
           END-IF
           PERFORM 3010-EMIT-REPORT-LINE.

       3030-WRITE-GRAND-TOTALS.
