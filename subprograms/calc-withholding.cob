      *>--------------------------------------------------------------*>
      *> PROGRAM:    CalcWithholding                                  *>
      *> PURPOSE:    Shared payroll tax withholding subprogram.  A    *>
      *>             pay program CALLs this with a person, the pay    *>
      *>             date, the period's taxable amount and the days   *>
      *>             in the period; the person's PERSWHLD election    *>
      *>             (filing status, allowances, extra amount, work   *>
      *>             state, exemption) is read, the amount is         *>
      *>             annualized, run through the TAXTABLE.CTL bracket *>
      *>             rows in force on the pay date for federal and    *>
      *>             for the state, and the annual tax is brought     *>
      *>             back to the period.  ENTRY "IsPreTaxDeduction"   *>
      *>             answers from the table's P rows whether a        *>
      *>             DEDMAST code comes off the gross before tax.     *>
      *>             The table loads once per run unit; a missing     *>
      *>             table withholds nothing, and a person with no    *>
      *>             election is withheld single with no allowances   *>
      *>             and no state tax.                                *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcWithholding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-TABLE ASSIGN TO "TAXTABLE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT WITHHOLD-MASTER ASSIGN TO WS-WHLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-PERSON-ID
               FILE STATUS IS WS-WH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-TABLE.
           COPY "tax-table.cpy".

       FD  WITHHOLD-MASTER.
           COPY "person-withholding.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TAX-STATUS             PIC X(02) VALUE "00".
       01 WS-TAX-EOF                PIC X(01) VALUE "N".
           88 WS-TAX-AT-END                   VALUE "Y".
       01 WS-WH-STATUS              PIC X(02) VALUE "00".
           88 WS-WH-OK                        VALUE "00".
       01 WS-WHLD-FILE-NAME         PIC X(16) VALUE "PERSWHLD".
       01 WS-WHLD-OPEN-FLAG         PIC X(01) VALUE "N".
           88 WS-WHLD-FILE-OPEN               VALUE "Y".
       01 WS-TEST-MODE-FLAG         PIC X(01) VALUE "N".
           88 WS-TEST-MODE                    VALUE "Y".
       01 WS-TABLE-LOADED-FLAG      PIC X(01) VALUE "N".
           88 WS-TABLE-LOADED                 VALUE "Y".
       01 WS-RUN-DATE               PIC 9(08) VALUE 0.

       01 WS-TAX-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-TAX-MAX                PIC 9(04) COMP VALUE 600.
       01 WS-TAX-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-TAX-ROWS.
           05 WS-TR-ENTRY OCCURS 600 TIMES.
               10 WS-TR-TYPE        PIC X(01).
               10 WS-TR-EFFECTIVE   PIC 9(08).
               10 WS-TR-JURISDICTION PIC X(02).
               10 WS-TR-STATUS      PIC X(01).
               10 WS-TR-LOWER       PIC 9(11).
               10 WS-TR-RATE        PIC 9(02)V9(03).
               10 WS-TR-FLAT        PIC 9(11).
               10 WS-TR-PRETAX-CODE PIC X(04).

       01 WS-FED-STATUS             PIC X(01) VALUE "S".
       01 WS-FED-ALLOWANCES         PIC 9(02) VALUE 0.
       01 WS-FED-EXTRA              PIC 9(07) VALUE 0.
       01 WS-STATE-STATUS           PIC X(01) VALUE "S".
       01 WS-STATE-ALLOWANCES       PIC 9(02) VALUE 0.
       01 WS-STATE-EXTRA            PIC 9(07) VALUE 0.
       01 WS-EXEMPT-FLAG            PIC X(01) VALUE "N".
           88 WS-FED-EXEMPT                   VALUE "F" "B".
           88 WS-STATE-EXEMPT                 VALUE "S" "B".

       01 WS-PERIOD-DAYS            PIC 9(04) VALUE 365.
       01 WS-ANNUAL-TAXABLE         PIC 9(13) VALUE 0.
       01 WS-JUR-CODE               PIC X(02) VALUE SPACES.
       01 WS-JUR-STATUS             PIC X(01) VALUE SPACE.
       01 WS-JUR-ALLOWANCES         PIC 9(02) VALUE 0.
       01 WS-JUR-TAXABLE            PIC S9(13) VALUE 0.
       01 WS-JUR-ANNUAL-TAX         PIC 9(13) VALUE 0.
       01 WS-JUR-PERIOD-TAX         PIC 9(11) VALUE 0.
       01 WS-BEST-DATE              PIC 9(08) VALUE 0.
       01 WS-ALLOW-DATE             PIC 9(08) VALUE 0.
       01 WS-ALLOW-VALUE            PIC 9(11) VALUE 0.
       01 WS-BEST-LOWER             PIC 9(11) VALUE 0.
       01 WS-BEST-SUB               PIC 9(04) COMP VALUE 0.

       LINKAGE SECTION.
           COPY "withholding-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE WC-PERSON-ID
           BY REFERENCE WC-AS-OF-DATE
           BY REFERENCE WC-TAXABLE-AMOUNT
           BY REFERENCE WC-PERIOD-DAYS
           BY REFERENCE WC-FED-AMOUNT
           BY REFERENCE WC-STATE-AMOUNT
           BY REFERENCE WC-STATE-CODE
           BY REFERENCE WC-ELECTION-FLAG.

       0000-MAINLINE.
           PERFORM 1000-LOAD-TABLE-ONCE
           PERFORM 2000-READ-ELECTION
           PERFORM 3000-FIGURE-WITHHOLDING
           GOBACK.

       0900-PRETAX-ENTRY-POINT.
       ENTRY "IsPreTaxDeduction" USING BY REFERENCE WC-DEDUCT-CODE
           BY REFERENCE WC-PRETAX-FLAG.
           PERFORM 1000-LOAD-TABLE-ONCE
           SET WC-AFTER-TAX-DEDUCTION TO TRUE
           PERFORM 5000-MATCH-ONE-PRETAX-ROW
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-COUNT
                   OR WC-PRETAX-DEDUCTION
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-LOAD-TABLE-ONCE - the TAXTABLE.CTL rows into the      *>
      *> table, and the PERSWHLD election file opened, once per     *>
      *> run unit; either one missing is not an error.              *>
      *>----------------------------------------------------------*>
       1000-LOAD-TABLE-ONCE.
           IF NOT WS-TABLE-LOADED
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TEST-MODE-FLAG
                   FROM ENVIRONMENT "SHOP_TEST_MODE"
               IF WS-TEST-MODE
                   MOVE "PERSWHLD.TST" TO WS-WHLD-FILE-NAME
               END-IF
               MOVE "N" TO WS-TAX-EOF
               OPEN INPUT TAX-TABLE
               IF WS-TAX-STATUS = "00"
                   PERFORM 1010-LOAD-ONE-TAX-ROW
                       UNTIL WS-TAX-AT-END
                           OR WS-TAX-COUNT NOT < WS-TAX-MAX
                   CLOSE TAX-TABLE
               END-IF
               OPEN INPUT WITHHOLD-MASTER
               IF WS-WH-OK
                   SET WS-WHLD-FILE-OPEN TO TRUE
               END-IF
               SET WS-TABLE-LOADED TO TRUE
           END-IF.

       1010-LOAD-ONE-TAX-ROW.
           READ TAX-TABLE
               AT END
                   SET WS-TAX-AT-END TO TRUE
               NOT AT END
                   IF TX-EFFECTIVE-DATE IS NUMERIC
                       AND (TX-BRACKET-ROW OR TX-ALLOWANCE-ROW
                           OR TX-PRETAX-ROW)
                       ADD 1 TO WS-TAX-COUNT
                       PERFORM 1020-STORE-ONE-TAX-ROW
                   END-IF
           END-READ.

       1020-STORE-ONE-TAX-ROW.
           MOVE TX-ROW-TYPE TO WS-TR-TYPE(WS-TAX-COUNT)
           MOVE TX-EFFECTIVE-DATE TO WS-TR-EFFECTIVE(WS-TAX-COUNT)
           MOVE TX-JURISDICTION TO WS-TR-JURISDICTION(WS-TAX-COUNT)
           MOVE TX-FILING-STATUS TO WS-TR-STATUS(WS-TAX-COUNT)
           MOVE 0 TO WS-TR-LOWER(WS-TAX-COUNT)
           MOVE 0 TO WS-TR-RATE(WS-TAX-COUNT)
           MOVE 0 TO WS-TR-FLAT(WS-TAX-COUNT)
           MOVE SPACES TO WS-TR-PRETAX-CODE(WS-TAX-COUNT)
           IF TX-PRETAX-ROW
               MOVE TX-PRETAX-CODE TO WS-TR-PRETAX-CODE(WS-TAX-COUNT)
           ELSE
               IF TX-LOWER-BOUND IS NUMERIC
                   MOVE TX-LOWER-BOUND TO WS-TR-LOWER(WS-TAX-COUNT)
               END-IF
               IF TX-RATE IS NUMERIC
                   MOVE TX-RATE TO WS-TR-RATE(WS-TAX-COUNT)
               END-IF
               IF TX-FLAT-AMOUNT IS NUMERIC
                   MOVE TX-FLAT-AMOUNT TO WS-TR-FLAT(WS-TAX-COUNT)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-READ-ELECTION - the person's PERSWHLD row, or the      *>
      *> single / no-allowance / no-state default.                   *>
      *>----------------------------------------------------------*>
       2000-READ-ELECTION.
           SET WC-ELECTION-DEFAULTED TO TRUE
           MOVE "S" TO WS-FED-STATUS
           MOVE 0 TO WS-FED-ALLOWANCES
           MOVE 0 TO WS-FED-EXTRA
           MOVE SPACES TO WC-STATE-CODE
           MOVE "S" TO WS-STATE-STATUS
           MOVE 0 TO WS-STATE-ALLOWANCES
           MOVE 0 TO WS-STATE-EXTRA
           MOVE "N" TO WS-EXEMPT-FLAG
           IF WS-WHLD-FILE-OPEN
               MOVE WC-PERSON-ID TO WH-PERSON-ID
               READ WITHHOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WC-ELECTION-ON-FILE TO TRUE
                       MOVE WH-FED-FILING-STATUS TO WS-FED-STATUS
                       MOVE WH-FED-ALLOWANCES TO WS-FED-ALLOWANCES
                       MOVE WH-FED-EXTRA-AMOUNT TO WS-FED-EXTRA
                       MOVE WH-STATE-CODE TO WC-STATE-CODE
                       MOVE WH-STATE-FILING-STATUS
                           TO WS-STATE-STATUS
                       MOVE WH-STATE-ALLOWANCES
                           TO WS-STATE-ALLOWANCES
                       MOVE WH-STATE-EXTRA-AMOUNT TO WS-STATE-EXTRA
                       MOVE WH-EXEMPT-FLAG TO WS-EXEMPT-FLAG
               END-READ
           END-IF.

      *>----------------------------------------------------------*>
      *> 3000-FIGURE-WITHHOLDING - annualize the period taxable by   *>
      *> the period days, figure federal then state, each brought    *>
      *> back to the period with the elected extra added on.         *>
      *>----------------------------------------------------------*>
       3000-FIGURE-WITHHOLDING.
           MOVE 0 TO WC-FED-AMOUNT
           MOVE 0 TO WC-STATE-AMOUNT
           MOVE WC-PERIOD-DAYS TO WS-PERIOD-DAYS
           IF WS-PERIOD-DAYS = 0
               MOVE 365 TO WS-PERIOD-DAYS
           END-IF
           COMPUTE WS-ANNUAL-TAXABLE ROUNDED =
               WC-TAXABLE-AMOUNT * 365 / WS-PERIOD-DAYS
           IF NOT WS-FED-EXEMPT
               MOVE "FD" TO WS-JUR-CODE
               MOVE WS-FED-STATUS TO WS-JUR-STATUS
               MOVE WS-FED-ALLOWANCES TO WS-JUR-ALLOWANCES
               PERFORM 4000-FIGURE-ONE-JURISDICTION
                   THRU 4000-FIGURE-ONE-JURISDICTION-EXIT
               COMPUTE WC-FED-AMOUNT =
                   WS-JUR-PERIOD-TAX + WS-FED-EXTRA
           END-IF
           IF NOT WS-STATE-EXEMPT AND WC-STATE-CODE NOT = SPACES
               MOVE WC-STATE-CODE TO WS-JUR-CODE
               MOVE WS-STATE-STATUS TO WS-JUR-STATUS
               MOVE WS-STATE-ALLOWANCES TO WS-JUR-ALLOWANCES
               PERFORM 4000-FIGURE-ONE-JURISDICTION
                   THRU 4000-FIGURE-ONE-JURISDICTION-EXIT
               COMPUTE WC-STATE-AMOUNT =
                   WS-JUR-PERIOD-TAX + WS-STATE-EXTRA
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-FIGURE-ONE-JURISDICTION - for WS-JUR-CODE and status:  *>
      *> the latest bracket date in force, less the allowances,      *>
      *> then the highest bracket the taxable reaches pays its flat  *>
      *> amount plus its rate on the excess over its lower bound.    *>
      *>----------------------------------------------------------*>
       4000-FIGURE-ONE-JURISDICTION.
           MOVE 0 TO WS-JUR-PERIOD-TAX
           MOVE 0 TO WS-JUR-ANNUAL-TAX
           MOVE 0 TO WS-BEST-DATE
           MOVE 0 TO WS-ALLOW-DATE
           MOVE 0 TO WS-ALLOW-VALUE
           PERFORM 4010-NOTE-ONE-DATE-IN-FORCE
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-COUNT
           IF WS-BEST-DATE = 0
               GO TO 4000-FIGURE-ONE-JURISDICTION-EXIT
           END-IF
           COMPUTE WS-JUR-TAXABLE =
               WS-ANNUAL-TAXABLE - WS-JUR-ALLOWANCES * WS-ALLOW-VALUE
           IF WS-JUR-TAXABLE NOT > 0
               GO TO 4000-FIGURE-ONE-JURISDICTION-EXIT
           END-IF
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-LOWER
           PERFORM 4020-TEST-ONE-BRACKET
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-COUNT
           IF WS-BEST-SUB = 0
               GO TO 4000-FIGURE-ONE-JURISDICTION-EXIT
           END-IF
           COMPUTE WS-JUR-ANNUAL-TAX ROUNDED =
               WS-TR-FLAT(WS-BEST-SUB)
               + (WS-JUR-TAXABLE - WS-TR-LOWER(WS-BEST-SUB))
                 * WS-TR-RATE(WS-BEST-SUB) / 100
           COMPUTE WS-JUR-PERIOD-TAX ROUNDED =
               WS-JUR-ANNUAL-TAX * WS-PERIOD-DAYS / 365.
       4000-FIGURE-ONE-JURISDICTION-EXIT.
           EXIT.

       4010-NOTE-ONE-DATE-IN-FORCE.
           IF WS-TR-JURISDICTION(WS-TAX-SUB) = WS-JUR-CODE
               AND WS-TR-EFFECTIVE(WS-TAX-SUB) NOT > WC-AS-OF-DATE
               IF WS-TR-TYPE(WS-TAX-SUB) = "B"
                   AND WS-TR-STATUS(WS-TAX-SUB) = WS-JUR-STATUS
                   AND WS-TR-EFFECTIVE(WS-TAX-SUB) > WS-BEST-DATE
                   MOVE WS-TR-EFFECTIVE(WS-TAX-SUB) TO WS-BEST-DATE
               END-IF
               IF WS-TR-TYPE(WS-TAX-SUB) = "A"
                   AND WS-TR-EFFECTIVE(WS-TAX-SUB) > WS-ALLOW-DATE
                   MOVE WS-TR-EFFECTIVE(WS-TAX-SUB) TO WS-ALLOW-DATE
                   MOVE WS-TR-FLAT(WS-TAX-SUB) TO WS-ALLOW-VALUE
               END-IF
           END-IF.

       4020-TEST-ONE-BRACKET.
           IF WS-TR-TYPE(WS-TAX-SUB) = "B"
               AND WS-TR-JURISDICTION(WS-TAX-SUB) = WS-JUR-CODE
               AND WS-TR-STATUS(WS-TAX-SUB) = WS-JUR-STATUS
               AND WS-TR-EFFECTIVE(WS-TAX-SUB) = WS-BEST-DATE
               AND WS-TR-LOWER(WS-TAX-SUB) NOT > WS-JUR-TAXABLE
               AND (WS-BEST-SUB = 0
                   OR WS-TR-LOWER(WS-TAX-SUB) NOT < WS-BEST-LOWER)
               MOVE WS-TAX-SUB TO WS-BEST-SUB
               MOVE WS-TR-LOWER(WS-TAX-SUB) TO WS-BEST-LOWER
           END-IF.

      *>----------------------------------------------------------*>
      *> 5000-MATCH-ONE-PRETAX-ROW - a P row in force today naming   *>
      *> the code makes it a pre-tax deduction.                      *>
      *>----------------------------------------------------------*>
       5000-MATCH-ONE-PRETAX-ROW.
           IF WS-TR-TYPE(WS-TAX-SUB) = "P"
               AND WS-TR-PRETAX-CODE(WS-TAX-SUB) = WC-DEDUCT-CODE
               AND WS-TR-EFFECTIVE(WS-TAX-SUB) NOT > WS-RUN-DATE
               SET WC-PRETAX-DEDUCTION TO TRUE
           END-IF.
