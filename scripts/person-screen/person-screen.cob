      *>               accepted but no menu line described; the       *>
      *>               prompt and data lines shifted down one line    *>
      *>               to make room.                                  *>
      *>   2026-10-15  An address shown by E - browse address /       *>
      *>               contact is journaled to READACC.LOG through    *>
      *>               LogReadAccess as an ADDR read by the signed-on *>
      *>               operator.                                      *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMaint.
           COPY "dept.cpy".
           COPY "date-calc-call.cpy".
           COPY "operator-signon-call.cpy".
           COPY "read-access-call.cpy".
       01 WS-DONE-SWITCH            PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                   VALUE "Y".
       01 WS-EDITS-OK-FLAG          PIC X(01) VALUE "Y".
               MOVE PersonContactName TO SCR-ADDR-CONTACT
               MOVE PersonContactPhone TO SCR-ADDR-PHONE
               DISPLAY ADDRESS-SHOW-SCREEN
               MOVE OS-OPERATOR-ID TO RX-OPERATOR-ID
               MOVE "PERSSCRN" TO RX-PROGRAM-NAME
               MOVE SCR-PERSON-ID TO RX-PERSON-ID
               SET RX-CLASS-ADDR TO TRUE
               CALL "LogReadAccess" USING RX-OPERATOR-ID
                   RX-PROGRAM-NAME RX-PERSON-ID RX-DATA-CLASS
               MOVE "PRESS ENTER TO CONTINUE" TO SCR-MESSAGE
           END-IF.

