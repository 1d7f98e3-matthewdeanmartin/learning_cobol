      *>--------------------------------------------------------------*>
      *> PROGRAM:    YearEndStatements                                *>
      *> PURPOSE:    Year-end wage and tax statements - what each     *>
      *>             person was actually paid and withheld in the     *>
      *>             tax year, as opposed to the CompStatements rate. *>
      *>             Every PAYYTD accumulator row for the year gets   *>
      *>             one statement page through the shared            *>
      *>             ReportWriter, spooled individually via           *>
      *>             SubmitPrintJob.  People terminated during the    *>
      *>             year (TERMLOG.DAT) are included like everyone    *>
      *>             else, with their termination date; the address  *>
      *>             block is the PERSADDR mailing row, falling back  *>
      *>             to the home row.  A fixed-format transmittal     *>
      *>             file (WAGETRAN.yyyy) with a totals trailer is    *>
      *>             written for the tax authority, and the totals    *>
      *>             stated are balanced to the sum of the year's     *>
      *>             PAYHIST.DAT ledger rows before anything is       *>
      *>             called complete.                                 *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               YESTMT_YEAR         tax year (default: the     *>
      *>                                   year before the run date)  *>
      *>               YESTMT_PRINT_QUEUE  print queue (def. lp)      *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndStatements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-YTD ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-YTD-KEY
               FILE STATUS IS WS-YT-STATUS.
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
           SELECT PAY-LEDGER ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT WAGE-TRANSMITTAL ASSIGN TO WS-TRANSMITTAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-YTD.
           COPY "pay-ytd.cpy".

       FD  PERSON-MASTER.
           COPY "person-master.cpy".

       FD  PERSON-ADDRESS.
           COPY "person-address.cpy".

       FD  TERM-LOG.
           COPY "person-term-log.cpy".

       FD  PAY-LEDGER.
           COPY "pay-ledger.cpy".

       FD  WAGE-TRANSMITTAL.
           COPY "wage-transmittal.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "control-totals-call.cpy".
           COPY "format-number-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
       01 WS-YT-STATUS              PIC X(02) VALUE "00".
           88 WS-YT-OK                        VALUE "00".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-AD-STATUS              PIC X(02) VALUE "00".
           88 WS-AD-OK                        VALUE "00".
       01 WS-TM-STATUS              PIC X(02) VALUE "00".
           88 WS-TM-OK                        VALUE "00".
       01 WS-LG-STATUS              PIC X(02) VALUE "00".
           88 WS-LG-OK                        VALUE "00".
       01 WS-WT-STATUS              PIC X(02) VALUE "00".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-TERM-EOF               PIC X(01) VALUE "N".
           88 WS-TERM-AT-END                  VALUE "Y".
       01 WS-LEDGER-EOF             PIC X(01) VALUE "N".
           88 WS-LEDGER-AT-END                VALUE "Y".
       01 WS-MASTER-OPEN-FLAG       PIC X(01) VALUE "N".
           88 WS-MASTER-OPEN                  VALUE "Y".
       01 WS-ADDRESS-OPEN-FLAG      PIC X(01) VALUE "N".
           88 WS-ADDRESSES-ON-FILE            VALUE "Y".
       01 WS-ADDRESS-FOUND-FLAG     PIC X(01) VALUE "N".
           88 WS-ADDRESS-FOUND                VALUE "Y".
       01 WS-ON-MASTER-FLAG         PIC X(01) VALUE "N".
           88 WS-ON-MASTER                    VALUE "Y".
       01 WS-TERMED-FLAG            PIC X(01) VALUE "N".
           88 WS-TERMED-IN-YEAR               VALUE "Y".
       01 WS-BALANCED-FLAG          PIC X(01) VALUE "Y".
           88 WS-BALANCED                     VALUE "Y".
       01 WS-CONDITION              PIC 9(04) VALUE 0.
       01 WS-YEAR-TEXT              PIC X(04) VALUE SPACES.
       01 WS-TAX-YEAR               PIC 9(04) VALUE 0.
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
       01 WS-STATEMENT-FILE         PIC X(24) VALUE SPACES.
       01 WS-TRANSMITTAL-FILE       PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE-PARTS.
           05 WS-RUN-YEAR           PIC 9(04).
           05 WS-RUN-MMDD           PIC 9(04).
       01 WS-ROW-DATE               PIC 9(08) VALUE 0.
       01 WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05 WS-ROW-YEAR           PIC 9(04).
           05 WS-ROW-MMDD           PIC 9(04).
       01 WS-PERSON-NAME            PIC X(20) VALUE SPACES.
       01 WS-FIND-PERSON-ID         PIC 9(05) VALUE 0.
       01 WS-TERM-DATE              PIC 9(08) VALUE 0.
       01 WS-TAXABLE-WAGES          PIC 9(11) VALUE 0.
       01 WS-STATEMENT-COUNT        PIC 9(05) VALUE 0.
       01 WS-TERMED-COUNT           PIC 9(05) VALUE 0.
       01 WS-NO-ADDRESS-COUNT       PIC 9(05) VALUE 0.
       01 WS-LEDGER-ROWS            PIC 9(07) VALUE 0.
       01 WS-YD-SUB                 PIC 9(02) COMP VALUE 0.

      *> Totals stated (from PAYYTD) and totals posted (from the
      *> PAYHIST.DAT rows paid in the year) - these must agree.
       01 WS-STATED-TOTALS.
           05 WS-ST-GROSS           PIC 9(13) VALUE 0.
           05 WS-ST-TAXABLE         PIC 9(13) VALUE 0.
           05 WS-ST-FED             PIC 9(13) VALUE 0.
           05 WS-ST-STATE           PIC 9(13) VALUE 0.
           05 WS-ST-NET             PIC 9(13) VALUE 0.
       01 WS-LEDGER-TOTALS.
           05 WS-LT-GROSS           PIC 9(13) VALUE 0.
           05 WS-LT-TAXABLE         PIC 9(13) VALUE 0.
           05 WS-LT-FED             PIC 9(13) VALUE 0.
           05 WS-LT-STATE           PIC 9(13) VALUE 0.
           05 WS-LT-NET             PIC 9(13) VALUE 0.

      *> Leavers in the tax year, loaded once from TERMLOG.DAT.  A
      *> person terminated twice (rehired in between) keeps the
      *> latest date.
       01 WS-TT-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-TT-MAX                 PIC 9(04) COMP VALUE 500.
       01 WS-TT-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-TT-FOUND                     VALUE "Y".
       01 WS-TERM-TABLE.
           05 WS-TT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TT-IDX.
               10 WS-TT-PERSON-ID   PIC 9(05).
               10 WS-TT-TERM-DATE   PIC 9(08).
               10 WS-TT-NAME        PIC X(20).

       01 WS-STATEMENT-HEADING      PIC X(40) VALUE
           "WAGE AND TAX STATEMENT".
       01 WS-YEAR-LINE.
           05 FILLER                PIC X(12) VALUE "TAX YEAR:   ".
           05 WS-YL-YEAR            PIC 9(04).
       01 WS-NAME-LINE.
           05 FILLER                PIC X(12) VALUE "EMPLOYEE:   ".
           05 WS-NL-NAME            PIC X(20).
           05 FILLER                PIC X(03) VALUE " (".
           05 WS-NL-ID              PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE ")".
       01 WS-ADDRESS-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 WS-AL-TEXT            PIC X(60).
       01 WS-NO-ADDRESS-LINE        PIC X(40) VALUE
           "NO MAILING ADDRESS ON FILE".
       01 WS-TERM-LINE.
           05 FILLER                PIC X(12) VALUE "TERMINATED: ".
           05 WS-TL-DATE            PIC 9(08).
       01 WS-AMOUNT-LINE.
           05 WS-AM-LABEL           PIC X(28).
           05 WS-AM-AMOUNT          PIC X(17).
       01 WS-STATE-LABEL.
           05 FILLER                PIC X(07) VALUE "STATE (".
           05 WS-SB-STATE           PIC X(02).
           05 FILLER                PIC X(15) VALUE
               ") TAX WITHHELD".
       01 WS-DEDUCTION-LABEL.
           05 FILLER                PIC X(14) VALUE
               "  DEDUCTION   ".
           05 WS-DB-CODE            PIC X(04).
       01 WS-STATEMENT-FOOTING      PIC X(40) VALUE
           "KEEP THIS STATEMENT FOR YOUR TAX RETURN".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 0012-START-JOB-TIMER
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
               IF WS-YT-OK
                   PERFORM 1100-LOAD-LEAVERS
                   PERFORM 1900-WRITE-TRANSMITTAL-HEADER
                   PERFORM 2000-STATE-ONE-PERSON
                       UNTIL WS-AT-END
                   PERFORM 2900-WRITE-TRANSMITTAL-TRAILER
                   PERFORM 3000-SUM-THE-LEDGER
                   PERFORM 3900-CLOSE-FILES
                   PERFORM 4000-PROVE-THE-TOTALS
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
      *> fields, the tax year and the print queue.                    *>
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
           MOVE "YESTMT" TO RC-JOB-STEP-NAME
           MOVE RC-RUN-DATE TO WS-RUN-DATE-PARTS
           ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT "YESTMT_YEAR"
           IF WS-YEAR-TEXT IS NUMERIC
               MOVE WS-YEAR-TEXT TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           ACCEPT WS-PRINT-QUEUE
               FROM ENVIRONMENT "YESTMT_PRINT_QUEUE"
           IF WS-PRINT-QUEUE = SPACES
               MOVE "lp" TO WS-PRINT-QUEUE
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
      *> 0030-MARK-JOB-COMPLETE - the verdict goes on JOBDONE.LOG as *>
      *> the condition code: 0 balanced, 8 out of balance to the     *>
      *> ledger, so nothing downstream takes the statements as good. *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           MOVE WS-CONDITION TO JS-CONDITION-CODE
           CALL "MarkJobCompleteCode" USING JS-JOB-NAME
               JS-CONDITION-CODE
           IF WS-CONDITION NOT < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - PAYYTD drives the run; without it there   *>
      *> is nothing to state.  PERSMAST and PERSADDR are optional -   *>
      *> a purged leaver still gets a statement under the name on    *>
      *> the termination journal.                                     *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           OPEN INPUT PAY-YTD
           IF NOT WS-YT-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open PAYYTD - status " WS-YT-STATUS
               MOVE "YESTMT" TO LE-PROGRAM-NAME
               MOVE "1000-OPEN-FILES" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open PAYYTD" TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-OPEN-FILES-EXIT
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE 0 TO YT-PERSON-ID
           MOVE 0 TO YT-TAX-YEAR
           START PAY-YTD KEY IS NOT LESS THAN YT-YTD-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           OPEN INPUT PERSON-MASTER
           IF WS-PM-OK
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT PERSON-ADDRESS
           IF WS-AD-OK
               SET WS-ADDRESSES-ON-FILE TO TRUE
           END-IF
           MOVE SPACES TO WS-TRANSMITTAL-FILE
           STRING "WAGETRAN." DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO WS-TRANSMITTAL-FILE
           OPEN OUTPUT WAGE-TRANSMITTAL.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-LEAVERS - everyone on TERMLOG.DAT with a          *>
      *> termination date in the tax year.  No journal means no      *>
      *> leavers this year.                                           *>
      *>----------------------------------------------------------*>
       1100-LOAD-LEAVERS.
           MOVE 0 TO WS-TT-COUNT
           MOVE "N" TO WS-TERM-EOF
           OPEN INPUT TERM-LOG
           IF WS-TM-OK
               PERFORM 1110-LOAD-ONE-LEAVER
                   UNTIL WS-TERM-AT-END
               CLOSE TERM-LOG
           END-IF.

       1110-LOAD-ONE-LEAVER.
           READ TERM-LOG
               AT END
                   SET WS-TERM-AT-END TO TRUE
               NOT AT END
                   IF TM-TERM-DATE IS NUMERIC
                       MOVE TM-TERM-DATE TO WS-ROW-DATE
                       IF WS-ROW-YEAR = WS-TAX-YEAR
                           PERFORM 1120-KEEP-ONE-LEAVER
                       END-IF
                   END-IF
           END-READ.

       1120-KEEP-ONE-LEAVER.
           MOVE TM-PERSON-ID TO WS-FIND-PERSON-ID
           PERFORM 1130-FIND-LEAVER
           IF WS-TT-FOUND
               IF TM-TERM-DATE > WS-TT-TERM-DATE(WS-TT-IDX)
                   MOVE TM-TERM-DATE TO WS-TT-TERM-DATE(WS-TT-IDX)
               END-IF
           ELSE
               IF WS-TT-COUNT < WS-TT-MAX
                   ADD 1 TO WS-TT-COUNT
                   SET WS-TT-IDX TO WS-TT-COUNT
                   MOVE TM-PERSON-ID TO WS-TT-PERSON-ID(WS-TT-IDX)
                   MOVE TM-TERM-DATE TO WS-TT-TERM-DATE(WS-TT-IDX)
                   MOVE TM-HUMAN-NAME TO WS-TT-NAME(WS-TT-IDX)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 1130-FIND-LEAVER - look up WS-FIND-PERSON-ID in the leaver  *>
      *> table; WS-TT-IDX is left on the entry when found.           *>
      *>----------------------------------------------------------*>
       1130-FIND-LEAVER.
           MOVE "N" TO WS-TT-FOUND-FLAG
           PERFORM 1140-MATCH-ONE-LEAVER
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT OR WS-TT-FOUND
           IF WS-TT-FOUND
               SET WS-TT-IDX DOWN BY 1
           END-IF.

       1140-MATCH-ONE-LEAVER.
           IF WS-TT-PERSON-ID(WS-TT-IDX) = WS-FIND-PERSON-ID
               SET WS-TT-FOUND TO TRUE
           END-IF.

       1900-WRITE-TRANSMITTAL-HEADER.
           MOVE SPACES TO WAGE-TRANSMITTAL-RECORD
           SET WT-HEADER-ROW TO TRUE
           MOVE WS-TAX-YEAR TO WT-TAX-YEAR
           MOVE RC-RUN-DATE TO WT-CREATED-DATE
           MOVE RC-RUN-TIME TO WT-CREATED-TIME
           MOVE RC-RUN-ID TO WT-RUN-ID
           WRITE WAGE-TRANSMITTAL-RECORD.

      *>----------------------------------------------------------*>
      *> 2000-STATE-ONE-PERSON - one statement and one transmittal   *>
      *> row per PAYYTD row in the tax year.                          *>
      *>----------------------------------------------------------*>
       2000-STATE-ONE-PERSON.
           READ PAY-YTD NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF YT-TAX-YEAR = WS-TAX-YEAR
                       PERFORM 2100-GATHER-THE-PERSON
                       PERFORM 2200-WRITE-ONE-STATEMENT
                       PERFORM 2500-WRITE-TRANSMITTAL-ROW
                       PERFORM 2600-ADD-TO-STATED-TOTALS
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2100-GATHER-THE-PERSON - name from the master (or the       *>
      *> termination journal for a purged leaver), leaver status,     *>
      *> and the mailing address, falling back to the home address.  *>
      *>----------------------------------------------------------*>
       2100-GATHER-THE-PERSON.
           MOVE "N" TO WS-ON-MASTER-FLAG
           MOVE "N" TO WS-TERMED-FLAG
           MOVE 0 TO WS-TERM-DATE
           MOVE "NOT ON PERSON MASTER" TO WS-PERSON-NAME
           IF WS-MASTER-OPEN
               MOVE YT-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
               END-READ
           END-IF
           MOVE YT-PERSON-ID TO WS-FIND-PERSON-ID
           PERFORM 1130-FIND-LEAVER
           IF WS-TT-FOUND
               SET WS-TERMED-IN-YEAR TO TRUE
               MOVE WS-TT-TERM-DATE(WS-TT-IDX) TO WS-TERM-DATE
               MOVE WS-TT-NAME(WS-TT-IDX) TO WS-PERSON-NAME
               ADD 1 TO WS-TERMED-COUNT
           END-IF
           IF WS-ON-MASTER
               MOVE PM-HUMAN-NAME TO WS-PERSON-NAME
           END-IF
           MOVE "N" TO WS-ADDRESS-FOUND-FLAG
           IF WS-ADDRESSES-ON-FILE
               MOVE YT-PERSON-ID TO AD-PERSON-ID
               MOVE "M" TO AD-ADDRESS-TYPE
               READ PERSON-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDRESS-FOUND TO TRUE
               END-READ
               IF NOT WS-ADDRESS-FOUND
                   MOVE YT-PERSON-ID TO AD-PERSON-ID
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
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF
           COMPUTE WS-TAXABLE-WAGES =
               YT-GROSS-AMOUNT - YT-PRETAX-AMOUNT.

      *>----------------------------------------------------------*>
      *> 2200-WRITE-ONE-STATEMENT - the statement page, spooled on   *>
      *> its own so each is its own SPOOLQ entry.                     *>
      *>----------------------------------------------------------*>
       2200-WRITE-ONE-STATEMENT.
           MOVE SPACES TO WS-STATEMENT-FILE
           STRING "YESTMT." DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               YT-PERSON-ID DELIMITED BY SIZE
               INTO WS-STATEMENT-FILE
           MOVE WS-STATEMENT-FILE TO RW-REPORT-FILE-NAME
           MOVE WS-STATEMENT-HEADING TO RW-REPORT-TITLE
           MOVE SPACES TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE WS-TAX-YEAR TO WS-YL-YEAR
           MOVE WS-YEAR-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE WS-PERSON-NAME TO WS-NL-NAME
           MOVE YT-PERSON-ID TO WS-NL-ID
           MOVE WS-NAME-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           PERFORM 2210-WRITE-ADDRESS-BLOCK
               THRU 2210-WRITE-ADDRESS-BLOCK-EXIT
           IF WS-TERMED-IN-YEAR
               MOVE WS-TERM-DATE TO WS-TL-DATE
               MOVE WS-TERM-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           MOVE SPACES TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           MOVE "WAGES PAID" TO WS-AM-LABEL
           MOVE YT-GROSS-AMOUNT TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           MOVE "PRE-TAX DEDUCTIONS" TO WS-AM-LABEL
           MOVE YT-PRETAX-AMOUNT TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           MOVE "TAXABLE WAGES" TO WS-AM-LABEL
           MOVE WS-TAXABLE-WAGES TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           MOVE "FEDERAL TAX WITHHELD" TO WS-AM-LABEL
           MOVE YT-FED-TAX TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           IF YT-STATE-CODE NOT = SPACES OR YT-STATE-TAX > 0
               MOVE YT-STATE-CODE TO WS-SB-STATE
               MOVE WS-STATE-LABEL TO WS-AM-LABEL
               MOVE YT-STATE-TAX TO FN-AMOUNT
               PERFORM 2290-WRITE-AMOUNT-LINE
           END-IF
           MOVE "TOTAL DEDUCTIONS" TO WS-AM-LABEL
           MOVE YT-DEDUCT-TOTAL TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           PERFORM 2220-WRITE-ONE-DEDUCTION
               VARYING WS-YD-SUB FROM 1 BY 1
               UNTIL WS-YD-SUB > YT-DED-COUNT
           MOVE "NET PAY" TO WS-AM-LABEL
           MOVE YT-NET-AMOUNT TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE
           MOVE WS-STATEMENT-FOOTING TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-STATEMENT-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
           MOVE WS-PRINT-QUEUE TO SP-QUEUE-NAME
           CALL "SubmitPrintJob" USING SP-REPORT-FILE
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER
           ADD 1 TO WS-STATEMENT-COUNT.

       2210-WRITE-ADDRESS-BLOCK.
           IF NOT WS-ADDRESS-FOUND
               MOVE WS-NO-ADDRESS-LINE TO WS-AL-TEXT
               MOVE WS-ADDRESS-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
               GO TO 2210-WRITE-ADDRESS-BLOCK-EXIT
           END-IF
           MOVE AD-STREET-LINE-1 TO WS-AL-TEXT
           MOVE WS-ADDRESS-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE
           IF AD-STREET-LINE-2 NOT = SPACES
               MOVE AD-STREET-LINE-2 TO WS-AL-TEXT
               MOVE WS-ADDRESS-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF
           MOVE SPACES TO WS-AL-TEXT
           STRING AD-CITY DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               AD-STATE-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AD-POSTAL-CODE DELIMITED BY SIZE
               INTO WS-AL-TEXT
           MOVE WS-ADDRESS-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.
       2210-WRITE-ADDRESS-BLOCK-EXIT.
           EXIT.

       2220-WRITE-ONE-DEDUCTION.
           MOVE YT-DED-CODE(WS-YD-SUB) TO WS-DB-CODE
           MOVE WS-DEDUCTION-LABEL TO WS-AM-LABEL
           MOVE YT-DED-AMOUNT(WS-YD-SUB) TO FN-AMOUNT
           PERFORM 2290-WRITE-AMOUNT-LINE.

       2290-WRITE-AMOUNT-LINE.
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE "USD" TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE FN-FORMATTED-AMOUNT TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2500-WRITE-TRANSMITTAL-ROW.
           MOVE SPACES TO WAGE-TRANSMITTAL-RECORD
           SET WT-WAGE-ROW TO TRUE
           MOVE WS-TAX-YEAR TO WT-TAX-YEAR
           MOVE YT-PERSON-ID TO WT-PERSON-ID
           MOVE WS-PERSON-NAME TO WT-HUMAN-NAME
           MOVE AD-STREET-LINE-1 TO WT-STREET-LINE-1
           MOVE AD-CITY TO WT-CITY
           MOVE AD-STATE-CODE TO WT-STATE-CODE
           MOVE AD-POSTAL-CODE TO WT-POSTAL-CODE
           MOVE YT-GROSS-AMOUNT TO WT-GROSS-WAGES
           MOVE WS-TAXABLE-WAGES TO WT-TAXABLE-WAGES
           MOVE YT-FED-TAX TO WT-FED-WITHHELD
           MOVE YT-STATE-CODE TO WT-WITHHOLD-STATE
           MOVE YT-STATE-TAX TO WT-STATE-WITHHELD
           MOVE WS-TERM-DATE TO WT-TERM-DATE
           WRITE WAGE-TRANSMITTAL-RECORD.

       2600-ADD-TO-STATED-TOTALS.
           ADD YT-GROSS-AMOUNT TO WS-ST-GROSS
           ADD WS-TAXABLE-WAGES TO WS-ST-TAXABLE
           ADD YT-FED-TAX TO WS-ST-FED
           ADD YT-STATE-TAX TO WS-ST-STATE
           ADD YT-NET-AMOUNT TO WS-ST-NET.

       2900-WRITE-TRANSMITTAL-TRAILER.
           MOVE SPACES TO WAGE-TRANSMITTAL-RECORD
           SET WT-TRAILER-ROW TO TRUE
           MOVE WS-TAX-YEAR TO WT-TAX-YEAR
           MOVE WS-STATEMENT-COUNT TO WT-WAGE-ROW-COUNT
           MOVE WS-ST-GROSS TO WT-TOTAL-GROSS
           MOVE WS-ST-TAXABLE TO WT-TOTAL-TAXABLE
           MOVE WS-ST-FED TO WT-TOTAL-FED
           MOVE WS-ST-STATE TO WT-TOTAL-STATE
           WRITE WAGE-TRANSMITTAL-RECORD.

      *>----------------------------------------------------------*>
      *> 3000-SUM-THE-LEDGER - the independent side of the proof:    *>
      *> every PAYHIST.DAT row whose pay date falls in the tax year.  *>
      *>----------------------------------------------------------*>
       3000-SUM-THE-LEDGER.
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT PAY-LEDGER
           IF WS-LG-OK
               PERFORM 3010-SUM-ONE-LEDGER-ROW
                   UNTIL WS-LEDGER-AT-END
               CLOSE PAY-LEDGER
           END-IF.

       3010-SUM-ONE-LEDGER-ROW.
           READ PAY-LEDGER
               AT END
                   SET WS-LEDGER-AT-END TO TRUE
               NOT AT END
                   IF LG-PERIOD-PAY AND LG-PAY-DATE IS NUMERIC
                       MOVE LG-PAY-DATE TO WS-ROW-DATE
                       IF WS-ROW-YEAR = WS-TAX-YEAR
                           ADD 1 TO WS-LEDGER-ROWS
                           ADD LG-GROSS-AMOUNT TO WS-LT-GROSS
                           COMPUTE WS-LT-TAXABLE = WS-LT-TAXABLE
                               + LG-GROSS-AMOUNT - LG-PRETAX-AMOUNT
                           ADD LG-FED-TAX TO WS-LT-FED
                           ADD LG-STATE-TAX TO WS-LT-STATE
                           ADD LG-NET-AMOUNT TO WS-LT-NET
                       END-IF
                   END-IF
           END-READ.

       3900-CLOSE-FILES.
           CLOSE PAY-YTD
           CLOSE WAGE-TRANSMITTAL
           IF WS-MASTER-OPEN
               CLOSE PERSON-MASTER
           END-IF
           IF WS-ADDRESSES-ON-FILE
               CLOSE PERSON-ADDRESS
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-PROVE-THE-TOTALS - the statements must balance to the  *>
      *> ledger; all totals go to CTLTOTAL.DAT for the close-of-day  *>
      *> balancing.                                                   *>
      *>----------------------------------------------------------*>
       4000-PROVE-THE-TOTALS.
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " CONTROL TOTALS Year: " WS-TAX-YEAR
               " Statements: " WS-STATEMENT-COUNT
               " Leavers: " WS-TERMED-COUNT
               " No address: " WS-NO-ADDRESS-COUNT
               " Ledger rows: " WS-LEDGER-ROWS
           MOVE "YESTMT" TO CW-JOB-STEP
           MOVE "STATEMENTS" TO CW-TOTAL-NAME
           MOVE WS-STATEMENT-COUNT TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           MOVE "LEAVER-STMTS" TO CW-TOTAL-NAME
           MOVE WS-TERMED-COUNT TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           MOVE "STATED-GROSS" TO CW-TOTAL-NAME
           MOVE WS-ST-GROSS TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           MOVE "LEDGER-GROSS" TO CW-TOTAL-NAME
           MOVE WS-LT-GROSS TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           MOVE "STATED-FED-TAX" TO CW-TOTAL-NAME
           MOVE WS-ST-FED TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           MOVE "STATED-ST-TAX" TO CW-TOTAL-NAME
           MOVE WS-ST-STATE TO CW-TOTAL-VALUE
           PERFORM 4100-WRITE-ONE-TOTAL
           IF WS-ST-GROSS NOT = WS-LT-GROSS
               OR WS-ST-TAXABLE NOT = WS-LT-TAXABLE
               OR WS-ST-FED NOT = WS-LT-FED
               OR WS-ST-STATE NOT = WS-LT-STATE
               OR WS-ST-NET NOT = WS-LT-NET
               MOVE "N" TO WS-BALANCED-FLAG
           END-IF
           IF NOT WS-BALANCED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Statements do not balance to PAYHIST.DAT -"
                   " gross " WS-ST-GROSS " vs " WS-LT-GROSS
                   " fed " WS-ST-FED " vs " WS-LT-FED
                   " state " WS-ST-STATE " vs " WS-LT-STATE
               MOVE "YESTMT" TO LE-PROGRAM-NAME
               MOVE "4000-PROVE-THE-TOTALS" TO LE-PARAGRAPH-NAME
               MOVE "Year-end statements out of balance to ledger"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               MOVE 8 TO WS-CONDITION
           END-IF.

       4100-WRITE-ONE-TOTAL.
           CALL "WriteControlTotal" USING CW-JOB-STEP CW-TOTAL-NAME
               CW-TOTAL-VALUE.
