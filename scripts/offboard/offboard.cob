      *>             (equipment, access, final statement) spooled     *>
      *>             per leaver via SubmitPrintJob.  JOBSKED.CTL is   *>
      *>             expected to name PERSTRAN as OFFBOARD's          *>
      *>             predecessor.  Any balance still outstanding      *>
      *>             on the leaver's active EMPLOAN employee loans is *>
      *>             flagged on the checklist for recovery from the   *>
      *>             final pay.                                       *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Outstanding employee loan balance flagged on   *>
      *>               the checklist.                                 *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Offboard.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT EMPLOYEE-LOAN ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  EMPLOYEE-LOAN.
           COPY "employee-loan.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           88 WS-TM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-LN-STATUS              PIC X(02) VALUE "00".
           88 WS-LN-OK                        VALUE "00".
       01 WS-LOAN-FILE-FLAG         PIC X(01) VALUE "N".
           88 WS-LOAN-FILE-OPEN               VALUE "Y".
       01 WS-LN-EOF                 PIC X(01) VALUE "N".
           88 WS-LN-AT-END                    VALUE "Y".
       01 WS-TERM-EOF               PIC X(01) VALUE "N".
           88 WS-TERM-AT-END                  VALUE "Y".
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
       01 WS-TERM-DAYS              PIC 9(07) VALUE 0.
       01 WS-DAYS-OWED              PIC 9(04) VALUE 0.
       01 WS-FINAL-PAY              PIC 9(11) VALUE 0.
       01 WS-LOAN-BALANCE           PIC 9(11) VALUE 0.
       01 WS-LOAN-COUNT             PIC 9(02) VALUE 0.
       01 WS-LOAN-LEAVER-COUNT      PIC 9(05) VALUE 0.

       01 WS-PACKET-TITLE           PIC X(40) VALUE
           "OFFBOARDING CHECKLIST".
           "[ ] SYSTEM ACCESS REVOKED".
       01 WS-CHECK-LINE-3           PIC X(40) VALUE
           "[ ] FINAL STATEMENT HANDED OVER".
       01 WS-LOAN-LINE.
           05 FILLER                PIC X(28) VALUE
               "[ ] LOAN BALANCE TO RECOVER ".
           05 WS-LB-AMOUNT          PIC X(17).
           05 FILLER                PIC X(02) VALUE " (".
           05 WS-LB-COUNT           PIC Z9.
           05 FILLER                PIC X(07) VALUE " LOANS)".
       01 WS-PACKET-FOOTING         PIC X(40) VALUE
           "RETURN COMPLETED CHECKLIST TO HR".

           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               OPEN INPUT COMP-MASTER
               OPEN INPUT EMPLOYEE-LOAN
               IF WS-LN-OK
                   SET WS-LOAN-FILE-OPEN TO TRUE
               END-IF
               MOVE "N" TO WS-TERM-EOF
               OPEN INPUT TERM-LOG
               IF WS-TM-OK
               IF WS-CM-OK
                   CLOSE COMP-MASTER
               END-IF
               IF WS-LOAN-FILE-OPEN
                   CLOSE EMPLOYEE-LOAN
               END-IF
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Leavers offboarded: "
                   WS-LEAVER-COUNT
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " CONTROL TOTALS Leavers with loan balances: "
                   WS-LOAN-LEAVER-COUNT
               PERFORM 0030-MARK-JOB-COMPLETE
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
           MOVE WS-TERM-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 2100-FIGURE-THE-FINAL-PAY
               THRU 2100-FIGURE-THE-FINAL-PAY-EXIT
           PERFORM 2200-FLAG-LOAN-BALANCE
           MOVE WS-CHECK-LINE-1 TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-CHECK-LINE-2 TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.
       2100-FIGURE-THE-FINAL-PAY-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2200-FLAG-LOAN-BALANCE - the outstanding principal on the    *>
      *> leaver's active employee loans, as a checklist item.         *>
      *>----------------------------------------------------------*>
       2200-FLAG-LOAN-BALANCE.
           MOVE 0 TO WS-LOAN-BALANCE
           MOVE 0 TO WS-LOAN-COUNT
           IF WS-LOAN-FILE-OPEN
               MOVE "N" TO WS-LN-EOF
               MOVE TM-PERSON-ID TO LN-PERSON-ID
               MOVE SPACES TO LN-LOAN-NUMBER
               START EMPLOYEE-LOAN KEY IS NOT LESS THAN LN-LOAN-KEY
                   INVALID KEY
                       SET WS-LN-AT-END TO TRUE
               END-START
               PERFORM 2210-ADD-ONE-LOAN
                   UNTIL WS-LN-AT-END
           END-IF
           IF WS-LOAN-BALANCE > 0
               MOVE WS-LOAN-BALANCE TO FN-AMOUNT
               MOVE 2 TO FN-DECIMAL-PLACES
               MOVE "USD" TO FN-CURRENCY-CODE
               CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
                   FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
               MOVE FN-FORMATTED-AMOUNT TO WS-LB-AMOUNT
               MOVE WS-LOAN-COUNT TO WS-LB-COUNT
               MOVE WS-LOAN-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               ADD 1 TO WS-LOAN-LEAVER-COUNT
           END-IF.

       2210-ADD-ONE-LOAN.
           READ EMPLOYEE-LOAN NEXT RECORD
               AT END
                   SET WS-LN-AT-END TO TRUE
               NOT AT END
                   IF LN-PERSON-ID NOT = TM-PERSON-ID
                       SET WS-LN-AT-END TO TRUE
                   ELSE
                       IF LN-ACTIVE AND LN-OUTSTANDING > 0
                           ADD LN-OUTSTANDING TO WS-LOAN-BALANCE
                           ADD 1 TO WS-LOAN-COUNT
                       END-IF
                   END-IF
           END-READ.
