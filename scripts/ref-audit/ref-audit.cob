      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Under the shop-wide test mode                  *>
      *>               (SHOP_TEST_MODE=Y) the masters, pending        *>
      *>               transactions and next-ID control resolve to    *>
      *>               the .TST file-set, so a masked refresh of the  *>
      *>               test set can be audited the same way.          *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO WS-PERS-FILE-NAME
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS PM-HUMAN-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.
           SELECT COMP-MASTER ASSIGN TO WS-COMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PERSON-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEPT-MASTER ASSIGN TO WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT PERSON-TRANS ASSIGN TO WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT PERSON-NEXTID ASSIGN TO WS-NEXTID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NXT-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO WS-REPORT-FILE-NAME
       01 WS-NXT-STATUS             PIC X(02) VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-PERS-FILE-NAME         PIC X(16) VALUE "PERSMAST".
       01 WS-COMP-FILE-NAME         PIC X(16) VALUE "COMPMAST".
       01 WS-DEPT-FILE-NAME         PIC X(16) VALUE "DEPTMAST".
       01 WS-TRANS-FILE-NAME        PIC X(16) VALUE "PERSTRAN.DAT".
       01 WS-NEXTID-FILE-NAME       PIC X(16) VALUE "PERSNUM.CTL".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-RA01-COUNT             PIC 9(05) VALUE 0.
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "REFAUDIT" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - audit files resolve to "
                   "the .TST file-set ***"
               MOVE "PERSMAST.TST" TO WS-PERS-FILE-NAME
               MOVE "COMPMAST.TST" TO WS-COMP-FILE-NAME
               MOVE "DEPTMAST.TST" TO WS-DEPT-FILE-NAME
               MOVE "PERSTRAN.TST" TO WS-TRANS-FILE-NAME
               MOVE "PERSNUM.TST" TO WS-NEXTID-FILE-NAME
           END-IF.

       0012-START-JOB-TIMER.
           MOVE RC-JOB-STEP-NAME TO JT-JOB-NAME
