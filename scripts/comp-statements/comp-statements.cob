      *>             each statement is its own SPOOLQ entry.  The     *>
      *>             STATEMENTS and ACTIVE-HEADCT control totals go   *>
      *>             to CTLTOTAL.DAT to prove statements produced     *>
      *>             equals active headcount.  The roster, pay and    *>
      *>             department names come from tonight's PERSSNAP    *>
      *>             person snapshot when it is on hand and balances; *>
      *>             otherwise the masters are read as before.  The   *>
      *>             statement text is the STM message set from       *>
      *>             MSGCAT.DAT through FormatMessageText, in the     *>
      *>             person's PERSLANG preferred language - English   *>
      *>             when none is on file or a line has no            *>
      *>             translation.                                     *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               COMPSTMT_PRINT_QUEUE  print queue (def. lp)    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Every statement printed with a salary on it    *>
      *>               (the year-end run or a reprint) is journaled to*>
      *>               READACC.LOG through LogReadAccess as a COMP    *>
      *>               read by the operator who ran it.               *>
      *>   2026-10-15  The roster, pay and department names come from *>
      *>               tonight's PERSSNAP person snapshot when it is  *>
      *>               on hand and balances, with the masters read as *>
      *>               before when it is not.                         *>
      *>   2026-10-15  2400-RESOLVE-THE-PAY is now PERFORMed THRU its *>
      *>               EXIT paragraph, so a person with no COMPMAST   *>
      *>               row no longer falls into the next paragraph.   *>
      *>   2026-10-15  The statement lines are now the STM messages   *>
      *>               from MSGCAT.DAT, formatted through             *>
      *>               FormatMessageText in the person's PERSLANG     *>
      *>               language, English when none is on file.        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompStatements.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT PERSON-LANGUAGE ASSIGN TO "PERSLANG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-PERSON-ID
               FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-MASTER.
           COPY "comp-master.cpy".

       FD  PERSON-LANGUAGE.
           COPY "person-language.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "report-writer-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "dept.cpy".
           COPY "read-access-call.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
           COPY "emit-message-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-CM-STATUS              PIC X(02) VALUE "00".
           88 WS-CM-OK                        VALUE "00".
       01 WS-LC-STATUS              PIC X(02) VALUE "00".
           88 WS-LC-OK                        VALUE "00".
       01 WS-LANGUAGE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-LANGUAGE-OPEN                VALUE "Y".
       01 WS-STATEMENT-LANGUAGE     PIC X(02) VALUE "EN".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-PRINT-QUEUE            PIC X(12) VALUE SPACES.
           05 WS-HIRE-MMDD          PIC 9(04).
       01 WS-YEARS-OF-SERVICE       PIC 9(03) VALUE 0.

      *> the statement lines are the STM messages in MSGCAT.DAT;
      *> these are the values substituted into them.
       01 WS-NL-ID                  PIC ZZZZ9.
       01 WS-HL-DATE                PIC 9(08).
       01 WS-HL-YEARS               PIC ZZ9.
       01 WS-DP-CODE                PIC X(04).
       01 WS-DP-NAME                PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0020-CHECK-SCHEDULE
           IF JS-OK-TO-RUN
               PERFORM 1000-OPEN-FILES
                   THRU 1000-OPEN-FILES-EXIT
               IF WS-PM-OK
                   IF SN-USABLE
                       PERFORM 2010-STATE-FROM-SNAPSHOT
                           UNTIL WS-AT-END
                       CALL "ClosePersonSnapshot"
                   ELSE
                       PERFORM 2000-STATE-ONE-PERSON
                           UNTIL WS-AT-END
                       CLOSE PERSON-MASTER
                       IF WS-CM-OK
                           CLOSE COMP-MASTER
                       END-IF
                   END-IF
                   IF WS-LANGUAGE-OPEN
                       CLOSE PERSON-LANGUAGE
                   END-IF
                   PERFORM 3000-PROVE-THE-COUNTS
                   PERFORM 0030-MARK-JOB-COMPLETE
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           CALL "MarkJobComplete" USING JS-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - tonight's person snapshot, or PERSMAST and *>
      *> COMPMAST when it is not usable.  PERSLANG is read either     *>
      *> way; without it every statement is in English.               *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PERSON-LANGUAGE
           IF WS-LC-OK
               SET WS-LANGUAGE-OPEN TO TRUE
           END-IF
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF SN-USABLE
               GO TO 1000-OPEN-FILES-EXIT
           END-IF
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " PERSSNAP not usable - " SN-REASON-TEXT
               " - reading the masters"
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               OPEN INPUT COMP-MASTER
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
                       SET WS-AT-END TO TRUE
               END-START
           END-IF.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2000-STATE-ONE-PERSON - one individually spooled statement   *>
                   END-IF
           END-READ.

       2010-STATE-FROM-SNAPSHOT.
           CALL "ReadPersonSnapshot" USING PERSON-SNAPSHOT-RECORD
               SN-END-FLAG
           IF SN-AT-END
               SET WS-AT-END TO TRUE
           ELSE
               MOVE PN-PERSON-ID TO PM-PERSON-ID
               MOVE PN-HUMAN-NAME TO PM-HUMAN-NAME
               MOVE PN-DEPARTMENT-CODE TO PM-DEPARTMENT-CODE
               MOVE PN-HIRE-DATE TO PM-HIRE-DATE
               MOVE PN-ACTIVE-FLAG TO PM-ACTIVE-FLAG
               IF PM-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM 2100-WRITE-ONE-STATEMENT
               END-IF
           END-IF.

       2100-WRITE-ONE-STATEMENT.
           PERFORM 2050-FIND-THE-LANGUAGE
           MOVE SPACES TO WS-STATEMENT-FILE
           STRING "COMPSTMT." DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               INTO WS-STATEMENT-FILE
           MOVE WS-STATEMENT-FILE TO RW-REPORT-FILE-NAME
           MOVE "STM00001" TO EM-MESSAGE-ID
           MOVE SPACES TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 2900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-REPORT-TITLE
           MOVE SPACES TO RW-COLUMN-HEADING
           CALL "OpenReport" USING RW-REPORT-FILE-NAME
               RW-REPORT-TITLE RW-COLUMN-HEADING
           MOVE PM-PERSON-ID TO WS-NL-ID
           MOVE "STM00002" TO EM-MESSAGE-ID
           MOVE PM-HUMAN-NAME TO EM-SUB-1
           MOVE WS-NL-ID TO EM-SUB-2
           PERFORM 2910-WRITE-ONE-MESSAGE-LINE
           PERFORM 2200-RESOLVE-THE-DEPARTMENT
               THRU 2200-RESOLVE-THE-DEPT-EXIT
           MOVE "STM00003" TO EM-MESSAGE-ID
           MOVE WS-DP-CODE TO EM-SUB-1
           MOVE WS-DP-NAME TO EM-SUB-2
           PERFORM 2910-WRITE-ONE-MESSAGE-LINE
           PERFORM 2300-COMPUTE-YEARS-OF-SERVICE
           MOVE PM-HIRE-DATE TO WS-HL-DATE
           MOVE WS-YEARS-OF-SERVICE TO WS-HL-YEARS
           MOVE "STM00004" TO EM-MESSAGE-ID
           MOVE WS-HL-DATE TO EM-SUB-1
           MOVE WS-HL-YEARS TO EM-SUB-2
           PERFORM 2910-WRITE-ONE-MESSAGE-LINE
           PERFORM 2400-RESOLVE-THE-PAY
               THRU 2400-RESOLVE-THE-PAY-EXIT
           MOVE "STM00007" TO EM-MESSAGE-ID
           MOVE SPACES TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 2900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-TOTALS-LINE
           CALL "CloseReport" USING RW-TOTALS-LINE
           MOVE WS-STATEMENT-FILE TO SP-REPORT-FILE
           MOVE RC-OPERATOR-ID TO SP-OWNER
               SP-OWNER SP-QUEUE-NAME SP-SPOOL-NUMBER
           ADD 1 TO WS-STATEMENT-COUNT.

      *> the person's PERSLANG language, EN when there is no row.
       2050-FIND-THE-LANGUAGE.
           MOVE "EN" TO WS-STATEMENT-LANGUAGE
           IF WS-LANGUAGE-OPEN
               MOVE PM-PERSON-ID TO LC-PERSON-ID
               READ PERSON-LANGUAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC-LANGUAGE-CODE NOT = SPACES
                           MOVE LC-LANGUAGE-CODE
                               TO WS-STATEMENT-LANGUAGE
                       END-IF
               END-READ
           END-IF.

      *> the snapshot already carries the active DEPTMAST name, or
      *> spaces, exactly as the dept lookup returns it.
       2200-RESOLVE-THE-DEPARTMENT.
           MOVE PM-DEPARTMENT-CODE TO WS-DP-CODE
           IF SN-USABLE
               MOVE PN-DEPT-NAME TO WS-DP-NAME
               GO TO 2200-RESOLVE-THE-DEPT-EXIT
           END-IF
           MOVE PM-DEPARTMENT-CODE TO DeptCode
           MOVE SPACES TO NewDeptName
           CALL "dept" USING DeptCode NewDeptName DeptName
               DeptCostCenter
           MOVE DeptName TO WS-DP-NAME.
       2200-RESOLVE-THE-DEPT-EXIT.
           EXIT.

       2300-COMPUTE-YEARS-OF-SERVICE.
           MOVE PM-HIRE-DATE TO WS-HIRE-DATE-PARTS

       2400-RESOLVE-THE-PAY.
           IF NOT WS-CM-OK
               PERFORM 2920-WRITE-NO-COMP-LINE
               GO TO 2400-RESOLVE-THE-PAY-EXIT
           END-IF
           IF SN-USABLE
               IF NOT PN-HAS-COMP
                   PERFORM 2920-WRITE-NO-COMP-LINE
                   GO TO 2400-RESOLVE-THE-PAY-EXIT
               END-IF
               MOVE PN-PERSON-ID TO CM-PERSON-ID
               MOVE PN-GRADE TO CM-GRADE
               MOVE PN-ANNUAL-SALARY TO CM-ANNUAL-SALARY
           ELSE
               MOVE PM-PERSON-ID TO CM-PERSON-ID
               READ COMP-MASTER
                   INVALID KEY
                       PERFORM 2920-WRITE-NO-COMP-LINE
                       GO TO 2400-RESOLVE-THE-PAY-EXIT
               END-READ
           END-IF
           MOVE CM-ANNUAL-SALARY TO FN-AMOUNT
           MOVE 2 TO FN-DECIMAL-PLACES
           MOVE "USD" TO FN-CURRENCY-CODE
           CALL "FormatNumber" USING FN-AMOUNT FN-DECIMAL-PLACES
               FN-CURRENCY-CODE FN-FORMATTED-AMOUNT
           MOVE "STM00005" TO EM-MESSAGE-ID
           MOVE CM-GRADE TO EM-SUB-1
           MOVE FN-FORMATTED-AMOUNT TO EM-SUB-2
           PERFORM 2910-WRITE-ONE-MESSAGE-LINE
           MOVE RC-OPERATOR-ID TO RX-OPERATOR-ID
           MOVE "COMPSTMT" TO RX-PROGRAM-NAME
           MOVE PM-PERSON-ID TO RX-PERSON-ID
           SET RX-CLASS-COMP TO TRUE
           CALL "LogReadAccess" USING RX-OPERATOR-ID
               RX-PROGRAM-NAME RX-PERSON-ID RX-DATA-CLASS.
       2400-RESOLVE-THE-PAY-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2900-FORMAT-ONE-LINE - the EM-MESSAGE-ID text with its two   *>
      *> values, in the statement's language; 2910 writes it as the   *>
      *> next statement line.                                         *>
      *>----------------------------------------------------------*>
       2900-FORMAT-ONE-LINE.
           MOVE WS-STATEMENT-LANGUAGE TO EM-LANGUAGE-CODE
           CALL "FormatMessageText" USING EM-MESSAGE-ID EM-SUB-1
               EM-SUB-2 EM-LANGUAGE-CODE EM-MESSAGE-TEXT
               EM-TEXT-LANGUAGE.

       2910-WRITE-ONE-MESSAGE-LINE.
           PERFORM 2900-FORMAT-ONE-LINE
           MOVE EM-MESSAGE-TEXT TO RW-DETAIL-LINE
           CALL "WriteReportLine" USING RW-DETAIL-LINE.

       2920-WRITE-NO-COMP-LINE.
           MOVE "STM00006" TO EM-MESSAGE-ID
           MOVE SPACES TO EM-SUB-1
           MOVE SPACES TO EM-SUB-2
           PERFORM 2910-WRITE-ONE-MESSAGE-LINE.

      *>----------------------------------------------------------*>
      *> 3000-PROVE-THE-COUNTS - statements produced must equal the   *>
      *> active headcount; both totals go to CTLTOTAL.DAT for the     *>
