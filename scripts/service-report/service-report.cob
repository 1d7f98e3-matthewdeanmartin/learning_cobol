      *>             service anniversaries falling in the next        *>
      *>             thirty days, and summarizes the workforce by     *>
      *>             service band, so the quarterly spreadsheet       *>
      *>             exercise goes away.  The roster and service      *>
      *>             rows come from tonight's PERSSNAP person         *>
      *>             snapshot when it is on hand and balances;        *>
      *>             otherwise PERSMAST and PERSSERV are read as      *>
      *>             before.                                          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>               plus the current stint), instead of            *>
      *>               pretending continuous employment since         *>
      *>               PM-HIRE-DATE.                                  *>
      *>   2026-10-15  The roster and service rows come from          *>
      *>               tonight's PERSSNAP person snapshot when it is  *>
      *>               on hand and balances, with PERSMAST and        *>
      *>               PERSSERV read as before when it is not.        *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ServiceReport.
           COPY "job-schedule-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "date-calc-call.cpy".
           COPY "person-snapshot-call.cpy".
           COPY "person-snapshot.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-SV-STATUS              PIC X(02) VALUE "00".
           PERFORM 0012-START-JOB-TIMER
           PERFORM 1000-OPEN-FILES
           IF WS-PM-OK
               IF SN-USABLE
                   PERFORM 2010-REPORT-FROM-SNAPSHOT
                       UNTIL WS-AT-END
               ELSE
                   PERFORM 2000-REPORT-ONE-PERSON
                       UNTIL WS-AT-END
                   CLOSE PERSON-MASTER
               END-IF
               IF WS-SERVICE-FILE-OPEN
                   CLOSE PERSON-SERVICE
               END-IF
               MOVE "SERVRPT" TO JS-JOB-NAME
               CALL "MarkJobComplete" USING JS-JOB-NAME
           END-IF
           CALL "ClosePersonSnapshot"
           CLOSE SERVICE-REPORT
           PERFORM 0019-END-JOB-TIMER
           STOP RUN.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
           CALL "EndJobTimer" USING JT-JOB-NAME.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-FILES - tonight's person snapshot, or PERSMAST and *>
      *> PERSSERV when it is not usable, and the dated                *>
      *> SERVRPT.<yyyymmdd> report with its headings.                 *>
      *>----------------------------------------------------------*>
       1000-OPEN-FILES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE RC-RUN-DATE TO SN-RUN-DATE
           CALL "OpenPersonSnapshot" USING SN-RUN-DATE SN-USABLE-FLAG
               SN-REASON-TEXT
           IF NOT SN-USABLE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " PERSSNAP not usable - " SN-REASON-TEXT
                   " - reading the masters"
               PERFORM 1010-OPEN-THE-MASTERS
           END-IF
           STRING "SERVRPT." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT SERVICE-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO SV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-HEADING-2 TO SV-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       1010-OPEN-THE-MASTERS.
           OPEN INPUT PERSON-MASTER
           IF NOT WS-PM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               MOVE 0 TO PM-PERSON-ID
               START PERSON-MASTER KEY IS GREATER THAN PM-PERSON-ID
                   INVALID KEY
           OPEN INPUT PERSON-SERVICE
           IF WS-SV-OK
               SET WS-SERVICE-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-REPORT-ONE-PERSON - active records with a captured      *>
                   END-IF
           END-READ.

      *> the same, from a snapshot detail that carries the master
      *> record and its PERSSERV row already joined.
       2010-REPORT-FROM-SNAPSHOT.
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
               IF PM-ACTIVE AND PM-HIRE-DATE NOT = 0
                   PERFORM 2100-COMPUTE-YEARS-OF-SERVICE
                   PERFORM 2200-WRITE-DETAIL-LINE
                   PERFORM 2300-TALLY-SERVICE-BAND
                   PERFORM 2400-CHECK-UPCOMING-ANNIVERSARY
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2100-COMPUTE-YEARS-OF-SERVICE - whole years completed as of  *>
      *> the run date: the year difference, less one when this        *>
      *>----------------------------------------------------------*>
       2150-BRIDGE-REHIRED-SERVICE.
           MOVE "N" TO WS-SERVICE-ROW-FLAG
           IF SN-USABLE AND PN-HAS-SERVICE
               SET WS-SERVICE-ROW-FOUND TO TRUE
               MOVE PN-PERSON-ID TO SV-PERSON-ID
               MOVE PN-PRIOR-SERVICE-DAYS TO SV-PRIOR-SERVICE-DAYS
               MOVE PN-STINT-START TO SV-CURRENT-STINT-START
           END-IF
           IF WS-SERVICE-FILE-OPEN
               MOVE PM-PERSON-ID TO SV-PERSON-ID
               READ PERSON-SERVICE
