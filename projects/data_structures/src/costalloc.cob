      *>--------------------------------------------------------------*>
      *> PROGRAM:    costalloc                                        *>
      *> PURPOSE:    Maintain and read the COSTALOC labor cost        *>
      *>             allocation file (per-person, effective-dated     *>
      *>             cost center and percent rows), so pay can be     *>
      *>             spread across the cost centers a person works    *>
      *>             for instead of landing in the one DM-COST-CENTER *>
      *>             of their department.  GetCostAllocation returns  *>
      *>             the split in force on a date with the amount     *>
      *>             divided to the cent; with no usable allocation   *>
      *>             the home department's cost center takes it all.  *>
      *>             A cost center is live while an active DEPTMAST   *>
      *>             department carries it, and that department is    *>
      *>             the one each share is reported under.            *>
      *>             SetCostAllocation is guarded the way deduct.cob  *>
      *>             guards SetDeduction.                             *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. costalloc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-ALLOCATION ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ALLOC-KEY
               FILE STATUS IS WS-CA-STATUS.
           SELECT DEPT-MASTER ASSIGN TO WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               SHARING WITH ALL OTHER
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-ALLOCATION.
           COPY "cost-alloc-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "person.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "COSTALOC".
       01 WS-DEPT-FILE-NAME     PIC X(16) VALUE "DEPTMAST".
       01 WS-CA-STATUS          PIC X(02) VALUE "00".
           88 WS-CA-OK                    VALUE "00".
       01 WS-DM-STATUS          PIC X(02) VALUE "00".
           88 WS-DM-OK                    VALUE "00".
       01 WS-FILE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-FILE-OPEN               VALUE "Y".
       01 WS-SET-IS-VALID       PIC X(01) VALUE "Y".
           88 WS-SET-VALID                VALUE "Y".
           88 WS-SET-INVALID              VALUE "N".
       01 WS-EOF-FLAG           PIC X(01) VALUE "N".
           88 WS-AT-END                   VALUE "Y".

      *> cost centers carried by active departments, loaded once.
       01 WS-CENTER-COUNT       PIC 9(03) COMP VALUE 0.
       01 WS-CENTER-MAX         PIC 9(03) COMP VALUE 500.
       01 WS-CENTER-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-CT-IDX.
               10 WS-CT-DEPT-CODE   PIC X(04).
               10 WS-CT-COST-CENTER PIC X(06).
       01 WS-FIND-CENTER        PIC X(06) VALUE SPACES.
       01 WS-FIND-DEPT          PIC X(04) VALUE SPACES.
       01 WS-CENTER-FOUND-FLAG  PIC X(01) VALUE "N".
           88 WS-CENTER-FOUND             VALUE "Y".

      *> the allocation set being gathered for one person.
       01 WS-SET-EFFECTIVE      PIC 9(08) VALUE 0.
       01 WS-SET-OVERFLOW-FLAG  PIC X(01) VALUE "N".
           88 WS-SET-OVERFLOW             VALUE "Y".
       01 WS-ALLOC-SUB          PIC 9(02) COMP VALUE 0.
       01 WS-AMOUNT-LEFT        PIC S9(13) VALUE 0.

       LINKAGE SECTION.
           COPY "cost-alloc.cpy".

       PROCEDURE DIVISION USING BY REFERENCE AllocPersonId
           BY REFERENCE AllocAsOfDate BY REFERENCE AllocHomeDept
           BY REFERENCE AllocAmount BY REFERENCE AllocResult.

       0000-MAINLINE.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-ALLOCATION
           GOBACK.

       ENTRY "GetCostAllocation" USING BY REFERENCE AllocPersonId
           BY REFERENCE AllocAsOfDate BY REFERENCE AllocHomeDept
           BY REFERENCE AllocAmount BY REFERENCE AllocResult.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-ALLOCATION
           GOBACK.

       ENTRY "SetCostAllocation" USING BY REFERENCE AllocPersonId
           BY REFERENCE AllocSetEffective
           BY REFERENCE AllocSetCostCenter
           BY REFERENCE AllocSetPercent
           BY REFERENCE AllocSetEndDate
           BY REFERENCE AllocSetFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2000-SET-ALLOCATION
               THRU 2000-SET-ALLOCATION-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-MASTER-FILE - open COSTALOC I-O, creating it on  *>
      *> the first call of the run if it does not exist, and load   *>
      *> the active departments' cost centers.                      *>
      *>----------------------------------------------------------*>
       1000-OPEN-MASTER-FILE.
           IF NOT WS-FILE-OPEN
               PERFORM 0010-STAMP-RUN-CONTROL
               OPEN I-O COST-ALLOCATION
               IF WS-CA-STATUS = "35"
                   OPEN OUTPUT COST-ALLOCATION
                   CLOSE COST-ALLOCATION
                   OPEN I-O COST-ALLOCATION
               END-IF
               PERFORM 1100-LOAD-CENTERS
               SET WS-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control   *>
      *> fields once per run, the first time this program is called. *>
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
           MOVE "COSTALOC" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - COSTALOC resolves to "
                   "the .TST file-set ***"
               MOVE "COSTALOC.TST" TO WS-MASTER-FILE-NAME
               MOVE "DEPTMAST.TST" TO WS-DEPT-FILE-NAME
           END-IF.

      *>----------------------------------------------------------*>
      *> 1100-LOAD-CENTERS - one entry per active department, so a  *>
      *> cost center can be checked and given its department; the   *>
      *> first department found carrying a center owns it.          *>
      *>----------------------------------------------------------*>
       1100-LOAD-CENTERS.
           MOVE 0 TO WS-CENTER-COUNT
           OPEN INPUT DEPT-MASTER
           IF NOT WS-DM-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Unable to open DEPTMAST - status " WS-DM-STATUS
               MOVE "COSTALOC" TO LE-PROGRAM-NAME
               MOVE "1100-LOAD-CENTERS" TO LE-PARAGRAPH-NAME
               MOVE "Unable to open DEPTMAST - no cost centers known"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-LOAD-ONE-CENTER
                   UNTIL WS-AT-END
               CLOSE DEPT-MASTER
           END-IF.

       1110-LOAD-ONE-CENTER.
           READ DEPT-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF DM-ACTIVE AND DM-COST-CENTER NOT = SPACES
                       IF WS-CENTER-COUNT < WS-CENTER-MAX
                           ADD 1 TO WS-CENTER-COUNT
                           SET WS-CT-IDX TO WS-CENTER-COUNT
                           MOVE DM-DEPT-CODE
                               TO WS-CT-DEPT-CODE(WS-CT-IDX)
                           MOVE DM-COST-CENTER
                               TO WS-CT-COST-CENTER(WS-CT-IDX)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1200-FIND-CENTER - WS-FIND-CENTER is live when an active   *>
      *> department carries it; WS-FIND-DEPT is that department.    *>
      *>----------------------------------------------------------*>
       1200-FIND-CENTER.
           MOVE "N" TO WS-CENTER-FOUND-FLAG
           MOVE SPACES TO WS-FIND-DEPT
           PERFORM 1210-MATCH-ONE-CENTER
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CENTER-COUNT OR WS-CENTER-FOUND.

       1210-MATCH-ONE-CENTER.
           IF WS-CT-COST-CENTER(WS-CT-IDX) = WS-FIND-CENTER
               SET WS-CENTER-FOUND TO TRUE
               MOVE WS-CT-DEPT-CODE(WS-CT-IDX) TO WS-FIND-DEPT
           END-IF.

      *>----------------------------------------------------------*>
      *> 1300-FIND-DEPT-CENTER - the cost center of active          *>
      *> department WS-FIND-DEPT, or spaces.                        *>
      *>----------------------------------------------------------*>
       1300-FIND-DEPT-CENTER.
           MOVE "N" TO WS-CENTER-FOUND-FLAG
           MOVE SPACES TO WS-FIND-CENTER
           PERFORM 1310-MATCH-ONE-DEPT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CENTER-COUNT OR WS-CENTER-FOUND.

       1310-MATCH-ONE-DEPT.
           IF WS-CT-DEPT-CODE(WS-CT-IDX) = WS-FIND-DEPT
               SET WS-CENTER-FOUND TO TRUE
               MOVE WS-CT-COST-CENTER(WS-CT-IDX) TO WS-FIND-CENTER
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-SET-ALLOCATION - validate the guarded fields, then    *>
      *> write or rewrite the COSTALOC row; a zero percent removes  *>
      *> the row instead.                                           *>
      *>----------------------------------------------------------*>
       2000-SET-ALLOCATION.
           PERFORM 2100-VALIDATE-SET-FIELDS
               THRU 2100-VALIDATE-SET-FIELDS-EXIT
           IF WS-SET-INVALID
               SET AllocSetRejected TO TRUE
               GO TO 2000-SET-ALLOCATION-EXIT
           END-IF
           MOVE AllocPersonId TO CA-PERSON-ID
           MOVE AllocSetEffective TO CA-EFFECTIVE-DATE
           MOVE AllocSetCostCenter TO CA-COST-CENTER
           READ COST-ALLOCATION
               INVALID KEY
                   CONTINUE
           END-READ
           IF AllocSetPercent = 0
               IF WS-CA-OK
                   DELETE COST-ALLOCATION RECORD
                   SET AllocSetDone TO TRUE
               ELSE
                   SET AllocSetRejected TO TRUE
               END-IF
               GO TO 2000-SET-ALLOCATION-EXIT
           END-IF
           MOVE AllocPersonId TO CA-PERSON-ID
           MOVE AllocSetEffective TO CA-EFFECTIVE-DATE
           MOVE AllocSetCostCenter TO CA-COST-CENTER
           MOVE AllocSetPercent TO CA-PERCENT
           MOVE AllocSetEndDate TO CA-END-DATE
           MOVE RC-OPERATOR-ID TO CA-OPERATOR-ID
           MOVE RC-RUN-DATE TO CA-ENTERED-DATE
           IF WS-CA-OK
               REWRITE COST-ALLOCATION-RECORD
           ELSE
               WRITE COST-ALLOCATION-RECORD
           END-IF
           SET AllocSetDone TO TRUE.
       2000-SET-ALLOCATION-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2100-VALIDATE-SET-FIELDS - the person must be on the       *>
      *> person master and active, the effective date present, the  *>
      *> percent no more than 100, any end date on or after the     *>
      *> effective date, and a new row's cost center live.          *>
      *>----------------------------------------------------------*>
       2100-VALIDATE-SET-FIELDS.
           SET WS-SET-VALID TO TRUE
           MOVE AllocPersonId TO PersonIndex
           MOVE SPACES TO NewName
           CALL "person" USING PersonIndex NewName PersonName
           IF PersonName = SPACES
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF AllocSetEffective = 0 OR AllocSetPercent > 100
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF AllocSetEndDate NOT = 0
               AND AllocSetEndDate < AllocSetEffective
               PERFORM 2910-REJECT-ONE-SET
               GO TO 2100-VALIDATE-SET-FIELDS-EXIT
           END-IF
           IF AllocSetPercent > 0
               MOVE AllocSetCostCenter TO WS-FIND-CENTER
               PERFORM 1200-FIND-CENTER
               IF NOT WS-CENTER-FOUND
                   PERFORM 2910-REJECT-ONE-SET
               END-IF
           END-IF.
       2100-VALIDATE-SET-FIELDS-EXIT.
           EXIT.

       2910-REJECT-ONE-SET.
           SET WS-SET-INVALID TO TRUE
           DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
               " Allocation rejected for person " AllocPersonId
               " center " AllocSetCostCenter
           MOVE "COSTALOC" TO LE-PROGRAM-NAME
           MOVE "2100-VALIDATE-SET" TO LE-PARAGRAPH-NAME
           MOVE "Allocation rejected - bad person/center/percent/date"
               TO LE-MESSAGE-TEXT
           SET LE-SEVERITY-ERROR TO TRUE
           CALL "LogError" USING LE-PROGRAM-NAME LE-PARAGRAPH-NAME
               LE-MESSAGE-TEXT LE-SEVERITY-CODE.

      *>----------------------------------------------------------*>
      *> 3000-GET-ALLOCATION - gather the person's rows with the    *>
      *> latest effective date on or before AllocAsOfDate, judge    *>
      *> them, fall back to the home department when they cannot be *>
      *> used, and divide AllocAmount across what is left.          *>
      *>----------------------------------------------------------*>
       3000-GET-ALLOCATION.
           SET AllocNoneOnFile TO TRUE
           MOVE 0 TO AllocEffectiveDate
           MOVE 0 TO AllocEndDate
           MOVE 0 TO AllocTotalPercent
           MOVE SPACES TO AllocBadCostCenter
           MOVE 0 TO AllocCount
           MOVE 0 TO WS-SET-EFFECTIVE
           MOVE "N" TO WS-SET-OVERFLOW-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE AllocPersonId TO CA-PERSON-ID
           MOVE 0 TO CA-EFFECTIVE-DATE
           MOVE SPACES TO CA-COST-CENTER
           START COST-ALLOCATION KEY IS NOT LESS THAN CA-ALLOC-KEY
               INVALID KEY
                   SET WS-AT-END TO TRUE
           END-START
           PERFORM 3100-READ-ONE-ALLOCATION
               UNTIL WS-AT-END
           PERFORM 3200-JUDGE-ALLOCATION
           IF NOT AllocInForce
               MOVE AllocHomeDept TO WS-FIND-DEPT
               PERFORM 1300-FIND-DEPT-CENTER
               MOVE 1 TO AllocCount
               MOVE WS-FIND-CENTER TO AllocCostCenter(1)
               MOVE AllocHomeDept TO AllocDeptCode(1)
               MOVE 100 TO AllocPercent(1)
           END-IF
           PERFORM 3500-SPLIT-AMOUNT.

       3100-READ-ONE-ALLOCATION.
           READ COST-ALLOCATION NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF CA-PERSON-ID NOT = AllocPersonId
                       OR CA-EFFECTIVE-DATE > AllocAsOfDate
                       SET WS-AT-END TO TRUE
                   ELSE
                       PERFORM 3110-ADD-ALLOCATION-ROW
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 3110-ADD-ALLOCATION-ROW - a new effective date starts the  *>
      *> set over; the earliest end date on the set is its end.     *>
      *>----------------------------------------------------------*>
       3110-ADD-ALLOCATION-ROW.
           IF CA-EFFECTIVE-DATE NOT = WS-SET-EFFECTIVE
               MOVE CA-EFFECTIVE-DATE TO WS-SET-EFFECTIVE
               MOVE 0 TO AllocCount
               MOVE 0 TO AllocTotalPercent
               MOVE 0 TO AllocEndDate
               MOVE SPACES TO AllocBadCostCenter
               MOVE "N" TO WS-SET-OVERFLOW-FLAG
           END-IF
           ADD CA-PERCENT TO AllocTotalPercent
           IF CA-END-DATE NOT = 0
               IF AllocEndDate = 0 OR CA-END-DATE < AllocEndDate
                   MOVE CA-END-DATE TO AllocEndDate
               END-IF
           END-IF
           MOVE CA-COST-CENTER TO WS-FIND-CENTER
           PERFORM 1200-FIND-CENTER
           IF NOT WS-CENTER-FOUND AND AllocBadCostCenter = SPACES
               MOVE CA-COST-CENTER TO AllocBadCostCenter
           END-IF
           IF AllocCount < 10
               ADD 1 TO AllocCount
               MOVE CA-COST-CENTER TO AllocCostCenter(AllocCount)
               MOVE WS-FIND-DEPT TO AllocDeptCode(AllocCount)
               MOVE CA-PERCENT TO AllocPercent(AllocCount)
           ELSE
               SET WS-SET-OVERFLOW TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3200-JUDGE-ALLOCATION - a set that does not total 100 (or  *>
      *> has more rows than can be carried) is reported first, then *>
      *> a dead cost center, then an end date already passed.       *>
      *>----------------------------------------------------------*>
       3200-JUDGE-ALLOCATION.
           MOVE WS-SET-EFFECTIVE TO AllocEffectiveDate
           EVALUATE TRUE
               WHEN AllocCount = 0
                   SET AllocNoneOnFile TO TRUE
               WHEN AllocTotalPercent NOT = 100 OR WS-SET-OVERFLOW
                   SET AllocBadTotal TO TRUE
               WHEN AllocBadCostCenter NOT = SPACES
                   SET AllocBadCenter TO TRUE
               WHEN AllocEndDate NOT = 0
                   AND AllocEndDate < AllocAsOfDate
                   SET AllocExpired TO TRUE
               WHEN OTHER
                   SET AllocInForce TO TRUE
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 3500-SPLIT-AMOUNT - each share is its percent of the       *>
      *> amount, rounded; the last share takes what is left so the  *>
      *> shares add back to the amount to the cent.                 *>
      *>----------------------------------------------------------*>
       3500-SPLIT-AMOUNT.
           MOVE AllocAmount TO WS-AMOUNT-LEFT
           PERFORM 3510-SPLIT-ONE-SHARE
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB >= AllocCount
           MOVE WS-AMOUNT-LEFT TO AllocShare(AllocCount).

       3510-SPLIT-ONE-SHARE.
           COMPUTE AllocShare(WS-ALLOC-SUB) ROUNDED =
               AllocAmount * AllocPercent(WS-ALLOC-SUB) / 100
           SUBTRACT AllocShare(WS-ALLOC-SUB) FROM WS-AMOUNT-LEFT.
