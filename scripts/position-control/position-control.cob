      *>--------------------------------------------------------------*>
      *> PROGRAM:    PosnControl                                      *>
      *> PURPOSE:    Position-control report.  Every active or        *>
      *>             on-leave person is placed in the position of     *>
      *>             their latest POSHIST.LOG assignment              *>
      *>             (GetCurrentPosition) and sorted by position;     *>
      *>             the POSNMAST positions are then walked in code   *>
      *>             order, each with its incumbents, its open        *>
      *>             REQMAST requisitions and a status against the    *>
      *>             seats the position is authorized for:            *>
      *>               VACANT       fewer incumbents than seats       *>
      *>               FILLED       incumbents equal the seats        *>
      *>               OVER-FILLED  more incumbents than seats        *>
      *>             Seats come from POSNSEAT.CTL; a position with no *>
      *>             row there has one seat.  An inactive position    *>
      *>             with nobody in it and nothing open is left off.  *>
      *>             The report is POSNCTL.yyyymmdd; VACANT and       *>
      *>             OVER-FILLED counts go to CTLTOTAL.DAT.           *>
      *>                                                              *>
      *>             POSNSEAT.CTL row: position(6) blank seats(3).    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosnControl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "POSNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-POSITION-CODE
               FILE STATUS IS WS-PO-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.
           SELECT POSITION-SEATS ASSIGN TO "POSNSEAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "POSNSORT.WRK".
           SELECT SORTED-INCUMBENTS ASSIGN TO "POSNSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
           COPY "position-master.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  REQUISITION-FILE.
           COPY "requisition.cpy".

       FD  POSITION-SEATS.
       01  POSITION-SEATS-RECORD.
           05 PS-POSITION-CODE     PIC X(06).
           05 FILLER               PIC X(01).
           05 PS-SEATS             PIC 9(03).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-POSITION-CODE            PIC X(06).
           05  SW-PERSON-ID                PIC 9(05).
           05  SW-HUMAN-NAME               PIC X(20).
           05  SW-DEPARTMENT-CODE          PIC X(04).
           05  SW-ACTIVE-FLAG              PIC X(01).
           05  SW-POSITION-DATE            PIC 9(08).

       FD  SORTED-INCUMBENTS.
       01  SI-RECORD.
           05  SI-POSITION-CODE            PIC X(06).
           05  SI-PERSON-ID                PIC 9(05).
           05  SI-HUMAN-NAME               PIC X(20).
           05  SI-DEPARTMENT-CODE          PIC X(04).
           05  SI-ACTIVE-FLAG              PIC X(01).
           05  SI-POSITION-DATE            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "person.cpy".
           COPY "person-search.cpy".
           COPY "person-position.cpy".
       01 WS-PO-STATUS              PIC X(02) VALUE "00".
           88 WS-PO-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-RQ-STATUS              PIC X(02) VALUE "00".
           88 WS-RQ-OK                        VALUE "00".
       01 WS-PS-STATUS              PIC X(02) VALUE "00".
           88 WS-PS-OK                        VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-SORTED-EOF             PIC X(01) VALUE "N".
           88 WS-SORTED-AT-END                VALUE "Y".
       01 WS-SORTED-FILE-NAME       PIC X(12) VALUE "POSNSORT.TMP".
       01 WS-DELETE-STATUS          PIC S9(9) COMP-5 VALUE 0.
       01 WS-REPORT-FILE            PIC X(20) VALUE SPACES.

      *> the position now being printed.
       01 WS-SEATS                  PIC 9(03) VALUE 0.
       01 WS-INCUMBENT-COUNT        PIC 9(05) VALUE 0.
       01 WS-OPEN-REQ-COUNT         PIC 9(05) VALUE 0.
       01 WS-FOUND-FLAG             PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

      *> POSNSEAT.CTL authorized seats by position.
       01 WS-SEAT-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-SEAT-MAX               PIC 9(03) COMP VALUE 500.
       01 WS-SEAT-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ST-IDX.
               10 WS-ST-POSITION    PIC X(06).
               10 WS-ST-SEATS       PIC 9(03).

      *> open REQMAST requisitions, in requisition-number order.
       01 WS-REQ-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-REQ-MAX                PIC 9(03) COMP VALUE 500.
       01 WS-REQ-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-RT-IDX.
               10 WS-RT-REQ-NUMBER  PIC 9(06).
               10 WS-RT-POSITION    PIC X(06).
               10 WS-RT-DEPT-CODE   PIC X(04).
               10 WS-RT-OPENED-DATE PIC 9(08).
               10 WS-RT-MANAGER     PIC 9(05).

      *> the incumbents of the position now being printed.
       01 WS-IN-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-IN-MAX                 PIC 9(03) COMP VALUE 200.
       01 WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-IN-IDX.
               10 WS-IN-PERSON-ID   PIC 9(05).
               10 WS-IN-NAME        PIC X(20).
               10 WS-IN-DEPT-CODE   PIC X(04).
               10 WS-IN-ACTIVE-FLAG PIC X(01).
               10 WS-IN-SINCE       PIC 9(08).

       01 WS-POSITION-COUNT         PIC 9(07) VALUE 0.
       01 WS-VACANT-COUNT           PIC 9(07) VALUE 0.
       01 WS-FILLED-COUNT           PIC 9(07) VALUE 0.
       01 WS-OVER-COUNT             PIC 9(07) VALUE 0.
       01 WS-UNPLACED-COUNT         PIC 9(07) VALUE 0.

       01 WS-CONTROL-TITLE          PIC X(40) VALUE
           "POSITION CONTROL".
       01 WS-CONTROL-HEADING.
           05 FILLER                PIC X(40) VALUE
               "POSN   TITLE                          GR".
           05 FILLER                PIC X(40) VALUE
               " SEATS   INCUMB   OPEN STATUS".
       01 WS-POSITION-LINE.
           05 WS-PL-POSITION        PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-TITLE           PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-GRADE           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-SEATS           PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-PL-INCUMBENTS      PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-PL-OPEN-REQS       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-STATUS          PIC X(11).
       01 WS-INCUMBENT-LINE.
           05 FILLER                PIC X(09) VALUE
               "   INCUMB".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-IL-PERSON-ID       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-IL-NAME            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-IL-DEPT            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-IL-SINCE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-IL-LEAVE           PIC X(08).
       01 WS-REQUISITION-LINE.
           05 FILLER                PIC X(09) VALUE
               "   REQ   ".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-QL-REQ-NUMBER      PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-QL-DEPT            PIC X(04).
           05 FILLER                PIC X(09) VALUE " OPENED ".
           05 WS-QL-OPENED-DATE     PIC 9(08).
           05 FILLER                PIC X(09) VALUE " MANAGER ".
           05 WS-QL-MANAGER         PIC ZZZZ9.
       01 WS-CONTROL-FOOTING.
           05 FILLER                PIC X(11) VALUE "POSITIONS: ".
           05 WS-CF-POSITIONS       PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  VACANT: ".
           05 WS-CF-VACANT          PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  FILLED: ".
           05 WS-CF-FILLED          PIC ZZZZ9.
           05 FILLER                PIC X(15) VALUE
               "  OVER-FILLED: ".
           05 WS-CF-OVER            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
               IF WS-PM-OK AND WS-PO-OK
                   PERFORM 1100-LOAD-SEATS
                   PERFORM 1200-LOAD-OPEN-REQUISITIONS
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-POSITION-CODE SW-PERSON-ID
                       INPUT PROCEDURE IS 2000-RELEASE-INCUMBENTS
                       GIVING SORTED-INCUMBENTS
                   PERFORM 3000-PRINT-CONTROL-REPORT
                   CALL "CBL_DELETE_FILE" USING WS-SORTED-FILE-NAME
                       RETURNING WS-DELETE-STATUS
                   CLOSE POSITION-MASTER
                   CLOSE PERSON-MASTER
                   PERFORM 4000-SHOW-CONTROL-TOTALS
                   PERFORM 0030-MARK-JOB-COMPLETE
               END-IF
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Not run - " JS-REASON-TEXT
           END-IF
           PERFORM 0019-END-JOB-TIMER
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
           MOVE "POSNCTL" TO RC-JOB-STEP-NAME.

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

       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PERSMAST and POSNMAST are required.        *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PERSMAST - status " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT POSITION-MASTER
           IF NOT WS-PO-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open POSNMAST - status " WS-PO-STATUS
               MOVE "POSNCTL" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open POSNMAST" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-LOAD-SEATS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT POSITION-SEATS
           IF WS-PS-OK
               PERFORM 1110-LOAD-ONE-SEAT-ROW
                   UNTIL WS-AT-END
               CLOSE POSITION-SEATS
           END-IF.

       1110-LOAD-ONE-SEAT-ROW.
           READ POSITION-SEATS
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF POSITION-SEATS-RECORD(1:1) NOT = "*"
                       AND PS-SEATS IS NUMERIC
                       AND WS-SEAT-COUNT < WS-SEAT-MAX
                       ADD 1 TO WS-SEAT-COUNT
                       SET WS-ST-IDX TO WS-SEAT-COUNT
                       MOVE PS-POSITION-CODE
                           TO WS-ST-POSITION(WS-ST-IDX)
                       MOVE PS-SEATS TO WS-ST-SEATS(WS-ST-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1200-LOAD-OPEN-REQUISITIONS - REQMAST is optional; with no   *>
      *> file there is nothing open.                                  *>
      *>----------------------------------------------------------*>
       1200-LOAD-OPEN-REQUISITIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUISITION-FILE
           IF WS-RQ-OK
               PERFORM 1210-LOAD-ONE-REQUISITION
                   UNTIL WS-AT-END
               CLOSE REQUISITION-FILE
           END-IF.

       1210-LOAD-ONE-REQUISITION.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF RQ-OPEN AND WS-REQ-COUNT < WS-REQ-MAX
                       ADD 1 TO WS-REQ-COUNT
                       SET WS-RT-IDX TO WS-REQ-COUNT
                       MOVE RQ-REQ-NUMBER
                           TO WS-RT-REQ-NUMBER(WS-RT-IDX)
                       MOVE RQ-POSITION-CODE
                           TO WS-RT-POSITION(WS-RT-IDX)
                       MOVE RQ-DEPT-CODE TO WS-RT-DEPT-CODE(WS-RT-IDX)
                       MOVE RQ-OPENED-DATE
                           TO WS-RT-OPENED-DATE(WS-RT-IDX)
                       MOVE RQ-HIRING-MANAGER
                           TO WS-RT-MANAGER(WS-RT-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-RELEASE-INCUMBENTS - every active or on-leave person    *>
      *> with a current assignment goes to the SORT under that        *>
      *> position.                                                    *>
      *>----------------------------------------------------------*>
       2000-RELEASE-INCUMBENTS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO PM-PERSON-ID
           START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 2010-RELEASE-ONE-PERSON
               UNTIL WS-AT-END.

       2010-RELEASE-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PM-ACTIVE OR PM-ON-LEAVE
                       PERFORM 2020-PLACE-THE-PERSON
                   END-IF
           END-READ.

       2020-PLACE-THE-PERSON.
           MOVE PM-PERSON-ID TO PersonIndex
           CALL "GetCurrentPosition" USING PersonIndex
               PersonPositionDetail PersonFoundFlag
           IF PersonWasFound
               MOVE PersonPositionCode TO SW-POSITION-CODE
               MOVE PM-PERSON-ID TO SW-PERSON-ID
               MOVE PM-HUMAN-NAME TO SW-HUMAN-NAME
               MOVE PM-DEPARTMENT-CODE TO SW-DEPARTMENT-CODE
               MOVE PM-ACTIVE-FLAG TO SW-ACTIVE-FLAG
               MOVE PersonPositionDate TO SW-POSITION-DATE
               RELEASE SW-RECORD
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-PRINT-CONTROL-REPORT - match the position-ordered       *>
      *> incumbents against POSNMAST in key order.  Incumbents of a   *>
      *> code no longer on POSNMAST are counted and passed over.      *>
      *>----------------------------------------------------------*>
       3000-PRINT-CONTROL-REPORT.
           MOVE SPACES TO WS-REPORT-FILE
           STRING "POSNCTL." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE
           MOVE WS-REPORT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-CONTROL-TITLE TO RW-REPORT-TITLE
           MOVE WS-CONTROL-HEADING TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           OPEN INPUT SORTED-INCUMBENTS
           PERFORM 3900-READ-SORTED-INCUMBENT
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO PO-POSITION-CODE
           START POSITION-MASTER KEY IS GREATER THAN PO-POSITION-CODE
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3010-PRINT-ONE-POSITION
               UNTIL WS-AT-END
           PERFORM 3910-PASS-UNPLACED-INCUMBENT
               UNTIL WS-SORTED-AT-END
           CLOSE SORTED-INCUMBENTS
           MOVE WS-POSITION-COUNT TO WS-CF-POSITIONS
           MOVE WS-VACANT-COUNT TO WS-CF-VACANT
           MOVE WS-FILLED-COUNT TO WS-CF-FILLED
           MOVE WS-OVER-COUNT TO WS-CF-OVER
           MOVE WS-CONTROL-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE.

       3010-PRINT-ONE-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 3910-PASS-UNPLACED-INCUMBENT
                       UNTIL WS-SORTED-AT-END
                           OR SI-POSITION-CODE NOT < PO-POSITION-CODE
                   PERFORM 3100-COUNT-FOR-POSITION
                   IF PO-ACTIVE OR WS-INCUMBENT-COUNT > 0
                       OR WS-OPEN-REQ-COUNT > 0
                       PERFORM 3200-PRINT-THE-POSITION
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3100-COUNT-FOR-POSITION - seats, open requisitions and the   *>
      *> incumbents waiting at the head of the sorted file, held      *>
      *> for printing under the position line.                        *>
      *>----------------------------------------------------------*>
       3100-COUNT-FOR-POSITION.
           MOVE 1 TO WS-SEATS
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM 3110-MATCH-ONE-SEAT-ROW
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SEAT-COUNT OR WS-FOUND
           MOVE 0 TO WS-OPEN-REQ-COUNT
           PERFORM 3120-COUNT-ONE-REQUISITION
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-REQ-COUNT
           MOVE 0 TO WS-INCUMBENT-COUNT
           MOVE 0 TO WS-IN-COUNT
           PERFORM 3130-TAKE-ONE-INCUMBENT
               UNTIL WS-SORTED-AT-END
                   OR SI-POSITION-CODE NOT = PO-POSITION-CODE.

       3110-MATCH-ONE-SEAT-ROW.
           IF WS-ST-POSITION(WS-ST-IDX) = PO-POSITION-CODE
               MOVE WS-ST-SEATS(WS-ST-IDX) TO WS-SEATS
               SET WS-FOUND TO TRUE
           END-IF.

       3120-COUNT-ONE-REQUISITION.
           IF WS-RT-POSITION(WS-RT-IDX) = PO-POSITION-CODE
               ADD 1 TO WS-OPEN-REQ-COUNT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-PRINT-THE-POSITION - the position line with its count   *>
      *> and status, then its incumbents and open requisitions.       *>
      *>----------------------------------------------------------*>
       3200-PRINT-THE-POSITION.
           ADD 1 TO WS-POSITION-COUNT
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE SPACES TO WS-POSITION-LINE
           MOVE PO-POSITION-CODE TO WS-PL-POSITION
           MOVE PO-POSITION-TITLE TO WS-PL-TITLE
           MOVE PO-GRADE TO WS-PL-GRADE
           MOVE WS-SEATS TO WS-PL-SEATS
           MOVE WS-INCUMBENT-COUNT TO WS-PL-INCUMBENTS
           MOVE WS-OPEN-REQ-COUNT TO WS-PL-OPEN-REQS
           EVALUATE TRUE
               WHEN WS-INCUMBENT-COUNT < WS-SEATS
                   MOVE "VACANT" TO WS-PL-STATUS
                   ADD 1 TO WS-VACANT-COUNT
               WHEN WS-INCUMBENT-COUNT = WS-SEATS
                   MOVE "FILLED" TO WS-PL-STATUS
                   ADD 1 TO WS-FILLED-COUNT
               WHEN OTHER
                   MOVE "OVER-FILLED" TO WS-PL-STATUS
                   ADD 1 TO WS-OVER-COUNT
           END-EVALUATE
           MOVE WS-POSITION-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 3210-PRINT-ONE-INCUMBENT
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT
           IF WS-INCUMBENT-COUNT > WS-IN-COUNT
               MOVE SPACES TO RW-DETAIL-LINE
               MOVE "   INCUMB   (FURTHER INCUMBENTS NOT LISTED)"
                   TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           PERFORM 3220-PRINT-ONE-REQUISITION
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-REQ-COUNT.

       3210-PRINT-ONE-INCUMBENT.
           MOVE WS-IN-PERSON-ID(WS-IN-IDX) TO WS-IL-PERSON-ID
           MOVE WS-IN-NAME(WS-IN-IDX) TO WS-IL-NAME
           MOVE WS-IN-DEPT-CODE(WS-IN-IDX) TO WS-IL-DEPT
           MOVE WS-IN-SINCE(WS-IN-IDX) TO WS-IL-SINCE
           MOVE SPACES TO WS-IL-LEAVE
           IF WS-IN-ACTIVE-FLAG(WS-IN-IDX) = "L"
               MOVE "ON LEAVE" TO WS-IL-LEAVE
           END-IF
           MOVE WS-INCUMBENT-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       3220-PRINT-ONE-REQUISITION.
           IF WS-RT-POSITION(WS-RT-IDX) = PO-POSITION-CODE
               MOVE WS-RT-REQ-NUMBER(WS-RT-IDX) TO WS-QL-REQ-NUMBER
               MOVE WS-RT-DEPT-CODE(WS-RT-IDX) TO WS-QL-DEPT
               MOVE WS-RT-OPENED-DATE(WS-RT-IDX)
                   TO WS-QL-OPENED-DATE
               MOVE WS-RT-MANAGER(WS-RT-IDX) TO WS-QL-MANAGER
               MOVE WS-REQUISITION-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

       3130-TAKE-ONE-INCUMBENT.
           ADD 1 TO WS-INCUMBENT-COUNT
           IF WS-IN-COUNT < WS-IN-MAX
               ADD 1 TO WS-IN-COUNT
               SET WS-IN-IDX TO WS-IN-COUNT
               MOVE SI-PERSON-ID TO WS-IN-PERSON-ID(WS-IN-IDX)
               MOVE SI-HUMAN-NAME TO WS-IN-NAME(WS-IN-IDX)
               MOVE SI-DEPARTMENT-CODE TO WS-IN-DEPT-CODE(WS-IN-IDX)
               MOVE SI-ACTIVE-FLAG TO WS-IN-ACTIVE-FLAG(WS-IN-IDX)
               MOVE SI-POSITION-DATE TO WS-IN-SINCE(WS-IN-IDX)
           END-IF
           PERFORM 3900-READ-SORTED-INCUMBENT.

       3900-READ-SORTED-INCUMBENT.
           READ SORTED-INCUMBENTS
               AT END
                   SET WS-SORTED-AT-END TO TRUE
           END-READ.

       3910-PASS-UNPLACED-INCUMBENT.
           ADD 1 TO WS-UNPLACED-COUNT
           PERFORM 3900-READ-SORTED-INCUMBENT.

       4000-SHOW-CONTROL-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Positions: " WS-POSITION-COUNT
               " Vacant: " WS-VACANT-COUNT
               " Filled: " WS-FILLED-COUNT
               " Over-filled: " WS-OVER-COUNT
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Open requisitions: " WS-REQ-COUNT
               " Incumbents not on POSNMAST: " WS-UNPLACED-COUNT
           MOVE "POSNCTL" TO CW-JOB-STEP
           MOVE "VACANT" TO CW-TOTAL-NAME
           MOVE WS-VACANT-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE
           MOVE "OVER-FILLED" TO CW-TOTAL-NAME
           MOVE WS-OVER-COUNT TO CW-TOTAL-VALUE
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
