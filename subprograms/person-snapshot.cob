      *>--------------------------------------------------------------*>
      *> PROGRAM:    ReadPersonSnapshot                               *>
      *> PURPOSE:    Reader for the nightly PERSSNAP person snapshot. *>
      *>             A report that would otherwise sweep PERSMAST and *>
      *>             random-read COMPMAST, DEPTMAST, PERSMGR,         *>
      *>             PERSLEAV and PERSSERV for every person CALLs     *>
      *>             "OpenPersonSnapshot" with the run date first.    *>
      *>             The snapshot is only handed out when tonight's   *>
      *>             PERSSNAP.<yyyymmdd> is on hand, its header       *>
      *>             carries that date, its details are in person-ID  *>
      *>             order and they foot to the trailer's master      *>
      *>             totals (record count, ID hash, COMPMAST rows     *>
      *>             joined, salary total); anything else comes back  *>
      *>             not usable with the reason, and the caller reads *>
      *>             the masters the way it always has.  Each CALL of *>
      *>             this program then returns the next detail, and   *>
      *>             "ClosePersonSnapshot" ends the pass.  One        *>
      *>             snapshot is open at a time per run unit, as with *>
      *>             ReportWriter.                                    *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadPersonSnapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-SNAPSHOT ASSIGN TO WS-SNAPSHOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-SNAPSHOT.
           COPY "person-snapshot.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SN-STATUS              PIC X(02) VALUE "00".
           88 WS-SN-OK                        VALUE "00".
       01 WS-SNAPSHOT-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-SNAPSHOT-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-SNAPSHOT-OPEN                VALUE "Y".
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-TRAILER-SEEN-FLAG      PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN                 VALUE "Y".
       01 WS-ORDER-FLAG             PIC X(01) VALUE "Y".
           88 WS-IN-ORDER                     VALUE "Y".
       01 WS-LAST-PERSON-ID         PIC 9(05) VALUE 0.

      *> the details footed on the proving pass.
       01 WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
       01 WS-ID-HASH-TOTAL          PIC 9(12) VALUE 0.
       01 WS-COMP-COUNT             PIC 9(07) VALUE 0.
       01 WS-SALARY-TOTAL           PIC 9(15) VALUE 0.

      *> the master totals the trailer carries.
       01 WS-TR-RECORD-COUNT        PIC 9(07) VALUE 0.
       01 WS-TR-ID-HASH-TOTAL       PIC 9(12) VALUE 0.
       01 WS-TR-COMP-COUNT          PIC 9(07) VALUE 0.
       01 WS-TR-SALARY-TOTAL        PIC 9(15) VALUE 0.

       LINKAGE SECTION.
           COPY "person-snapshot-call.cpy".
       01 LS-SNAPSHOT-RECORD        PIC X(169).

       PROCEDURE DIVISION USING BY REFERENCE LS-SNAPSHOT-RECORD
           BY REFERENCE SN-END-FLAG.

       0000-MAINLINE.
           MOVE "N" TO SN-END-FLAG
           IF NOT WS-SNAPSHOT-OPEN
               SET SN-AT-END TO TRUE
           ELSE
               PERFORM 3000-READ-NEXT-DETAIL
           END-IF
           GOBACK.

       0900-OPEN-SNAPSHOT-ENTRY-POINT.
       ENTRY "OpenPersonSnapshot" USING BY REFERENCE SN-RUN-DATE
           BY REFERENCE SN-USABLE-FLAG BY REFERENCE SN-REASON-TEXT.
           IF WS-SNAPSHOT-OPEN
               CLOSE PERSON-SNAPSHOT
               MOVE "N" TO WS-SNAPSHOT-IS-OPEN
           END-IF
           MOVE "N" TO SN-USABLE-FLAG
           MOVE SPACES TO SN-REASON-TEXT
           PERFORM 1000-PROVE-THE-SNAPSHOT
               THRU 1000-PROVE-THE-SNAPSHOT-EXIT
           IF SN-USABLE
               PERFORM 2000-REOPEN-FOR-READING
           END-IF
           GOBACK.

       0920-CLOSE-SNAPSHOT-ENTRY-POINT.
       ENTRY "ClosePersonSnapshot".
           IF WS-SNAPSHOT-OPEN
               CLOSE PERSON-SNAPSHOT
               MOVE "N" TO WS-SNAPSHOT-IS-OPEN
           END-IF
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-PROVE-THE-SNAPSHOT - one pass over tonight's file:      *>
      *> the header must carry the run date, the details must run in  *>
      *> person-ID order, and their count, ID hash, COMPMAST rows and *>
      *> salary total must equal the trailer's master totals.  A      *>
      *> file cut short has no trailer and is refused with the rest.  *>
      *>----------------------------------------------------------*>
       1000-PROVE-THE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
           STRING "PERSSNAP." DELIMITED BY SIZE
               SN-RUN-DATE DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILE-NAME
           OPEN INPUT PERSON-SNAPSHOT
           IF NOT WS-SN-OK
               MOVE "no snapshot for the run date"
                   TO SN-REASON-TEXT
               GO TO 1000-PROVE-THE-SNAPSHOT-EXIT
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           READ PERSON-SNAPSHOT
               AT END
                   SET WS-AT-END TO TRUE
           END-READ
           IF WS-AT-END OR NOT PN-HEADER
               OR PN-RUN-DATE NOT = SN-RUN-DATE
               CLOSE PERSON-SNAPSHOT
               MOVE "snapshot header is not for the run date"
                   TO SN-REASON-TEXT
               GO TO 1000-PROVE-THE-SNAPSHOT-EXIT
           END-IF
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-ID-HASH-TOTAL
           MOVE 0 TO WS-COMP-COUNT
           MOVE 0 TO WS-SALARY-TOTAL
           MOVE 0 TO WS-LAST-PERSON-ID
           MOVE "N" TO WS-TRAILER-SEEN-FLAG
           MOVE "Y" TO WS-ORDER-FLAG
           PERFORM 1010-FOOT-ONE-RECORD
               UNTIL WS-AT-END OR WS-TRAILER-SEEN
           CLOSE PERSON-SNAPSHOT
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "snapshot has no trailer"
                       TO SN-REASON-TEXT
               WHEN NOT WS-IN-ORDER
                   MOVE "snapshot is out of person-ID order"
                       TO SN-REASON-TEXT
               WHEN WS-DETAIL-COUNT NOT = WS-TR-RECORD-COUNT
                   OR WS-ID-HASH-TOTAL NOT = WS-TR-ID-HASH-TOTAL
                   OR WS-COMP-COUNT NOT = WS-TR-COMP-COUNT
                   OR WS-SALARY-TOTAL NOT = WS-TR-SALARY-TOTAL
                   MOVE "snapshot does not balance to its trailer"
                       TO SN-REASON-TEXT
               WHEN OTHER
                   SET SN-USABLE TO TRUE
           END-EVALUATE.
       1000-PROVE-THE-SNAPSHOT-EXIT.
           EXIT.

       1010-FOOT-ONE-RECORD.
           READ PERSON-SNAPSHOT
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF PN-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE PN-RECORD-COUNT TO WS-TR-RECORD-COUNT
                       MOVE PN-ID-HASH-TOTAL TO WS-TR-ID-HASH-TOTAL
                       MOVE PN-COMP-COUNT TO WS-TR-COMP-COUNT
                       MOVE PN-SALARY-TOTAL TO WS-TR-SALARY-TOTAL
                   ELSE
                       IF PN-PERSON-ID NOT > WS-LAST-PERSON-ID
                           MOVE "N" TO WS-ORDER-FLAG
                       END-IF
                       MOVE PN-PERSON-ID TO WS-LAST-PERSON-ID
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD PN-PERSON-ID TO WS-ID-HASH-TOTAL
                       IF PN-HAS-COMP
                           ADD 1 TO WS-COMP-COUNT
                           ADD PN-ANNUAL-SALARY TO WS-SALARY-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2000-REOPEN-FOR-READING - the proven file again from the     *>
      *> top, its header already read past.                           *>
      *>----------------------------------------------------------*>
       2000-REOPEN-FOR-READING.
           OPEN INPUT PERSON-SNAPSHOT
           IF WS-SN-OK
               SET WS-SNAPSHOT-OPEN TO TRUE
               READ PERSON-SNAPSHOT
                   AT END
                       CONTINUE
               END-READ
           ELSE
               MOVE "N" TO SN-USABLE-FLAG
               MOVE "snapshot could not be reopened"
                   TO SN-REASON-TEXT
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-READ-NEXT-DETAIL - the next person, or the end at the   *>
      *> trailer.                                                     *>
      *>----------------------------------------------------------*>
       3000-READ-NEXT-DETAIL.
           READ PERSON-SNAPSHOT
               AT END
                   SET SN-AT-END TO TRUE
               NOT AT END
                   IF PN-DETAIL
                       MOVE PERSON-SNAPSHOT-RECORD
                           TO LS-SNAPSHOT-RECORD
                   ELSE
                       SET SN-AT-END TO TRUE
                   END-IF
           END-READ.
