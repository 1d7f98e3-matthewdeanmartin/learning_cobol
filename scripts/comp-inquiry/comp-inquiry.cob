      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Each person whose salary history is printed is *>
      *>               journaled to READACC.LOG through LogReadAccess *>
      *>               as a COMP read by the operator.                *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompInquiry.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "format-number-call.cpy".
           COPY "read-access-call.cpy".
       01 WS-CH-STATUS              PIC X(02) VALUE "00".
           88 WS-CH-OK                        VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
               MOVE WS-DETAIL-LINE TO CQ-REPORT-LINE
               PERFORM 2110-EMIT-REPORT-LINE
               ADD 1 TO WS-LINES-PRINTED
               MOVE RC-OPERATOR-ID TO RX-OPERATOR-ID
               MOVE "COMPINQ" TO RX-PROGRAM-NAME
               MOVE CH-PERSON-ID TO RX-PERSON-ID
               SET RX-CLASS-COMP TO TRUE
               CALL "LogReadAccess" USING RX-OPERATOR-ID
                   RX-PROGRAM-NAME RX-PERSON-ID RX-DATA-CLASS
           END-IF.

       2150-FORMAT-ONE-AMOUNT.
