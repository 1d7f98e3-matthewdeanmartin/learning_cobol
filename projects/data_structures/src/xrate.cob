      *>--------------------------------------------------------------*>
      *> PROGRAM:    xrate                                            *>
      *> PURPOSE:    Maintain the XRATEMST exchange-rate master       *>
      *>             (currency, effective date, base units per unit   *>
      *>             of the currency).  GetExchangeRate returns the   *>
      *>             rate in force on a date - the latest effective   *>
      *>             date not after it - and answers for the base     *>
      *>             currency itself at exactly 1; SetExchangeRate    *>
      *>             stores one dated rate, replacing a row already   *>
      *>             on file for the same currency and date;          *>
      *>             GetBaseCurrency names the base currency every    *>
      *>             converted amount is reported in.  A currency     *>
      *>             with no rate on or before the date comes back    *>
      *>             NOT-FOUND with a zero rate, never a default.     *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xrate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XRATE-MASTER ASSIGN TO WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-XR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XRATE-MASTER.
           COPY "xrate-master.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "date-calc-call.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "XRATEMST".
       01 WS-BASE-CURRENCY      PIC X(03) VALUE "USD".
       01 WS-XR-STATUS          PIC X(02) VALUE "00".
           88 WS-XR-OK                    VALUE "00".
       01 WS-FILE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-FILE-OPEN               VALUE "Y".
       01 WS-SCAN-EOF           PIC X(01) VALUE "N".
           88 WS-SCAN-AT-END              VALUE "Y".

       LINKAGE SECTION.
           COPY "xrate.cpy".

       PROCEDURE DIVISION USING BY REFERENCE XRateCurrencyCode
           BY REFERENCE XRateAsOfDate BY REFERENCE XRateEffectiveDate
           BY REFERENCE XRateBasePerUnit BY REFERENCE XRateFoundFlag.

       0000-MAINLINE.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-EXCHANGE-RATE
           GOBACK.

       ENTRY "GetExchangeRate" USING BY REFERENCE XRateCurrencyCode
           BY REFERENCE XRateAsOfDate BY REFERENCE XRateEffectiveDate
           BY REFERENCE XRateBasePerUnit BY REFERENCE XRateFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 3000-GET-EXCHANGE-RATE
           GOBACK.

       ENTRY "SetExchangeRate" USING BY REFERENCE XRateCurrencyCode
           BY REFERENCE XRateEffectiveDate
           BY REFERENCE XRateBasePerUnit BY REFERENCE XRateFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 2000-SET-EXCHANGE-RATE
               THRU 2000-SET-EXCHANGE-RATE-EXIT
           GOBACK.

       ENTRY "GetBaseCurrency" USING BY REFERENCE XRateBaseCurrency.
           MOVE WS-BASE-CURRENCY TO XRateBaseCurrency
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-OPEN-MASTER-FILE - open the indexed file I-O, the     *>
      *> first call of the run creates it if it does not exist.     *>
      *>----------------------------------------------------------*>
       1000-OPEN-MASTER-FILE.
           IF NOT WS-FILE-OPEN
               PERFORM 0010-STAMP-RUN-CONTROL
               OPEN I-O XRATE-MASTER
               IF WS-XR-STATUS = "35"
                   OPEN OUTPUT XRATE-MASTER
                   CLOSE XRATE-MASTER
                   OPEN I-O XRATE-MASTER
               END-IF
               SET WS-FILE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control   *>
      *> fields once per run, the first time this program is called.*>
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
           MOVE "XRATEMST" TO RC-JOB-STEP-NAME
           ACCEPT RC-TEST-MODE-FLAG
               FROM ENVIRONMENT "SHOP_TEST_MODE"
           IF RC-TEST-MODE
               DISPLAY "*** TEST MODE - XRATEMST resolves to "
                   "the .TST file-set ***"
               MOVE "XRATEMST.TST" TO WS-MASTER-FILE-NAME
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-SET-EXCHANGE-RATE - store one dated rate, rewriting   *>
      *> the row when the currency already has one for that date.   *>
      *> A blank code, the base currency itself, a zero rate or an  *>
      *> effective date that is not a calendar date is rejected.    *>
      *>----------------------------------------------------------*>
       2000-SET-EXCHANGE-RATE.
           MOVE XRateEffectiveDate TO DC-DATE
           CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
           IF XRateCurrencyCode = SPACES
               OR XRateCurrencyCode = WS-BASE-CURRENCY
               OR XRateBasePerUnit = 0
               OR DC-DATE-INVALID
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Exchange rate rejected for currency "
                   XRateCurrencyCode " date " XRateEffectiveDate
               MOVE "XRATE" TO LE-PROGRAM-NAME
               MOVE "2000-SET-EXCH-RATE" TO LE-PARAGRAPH-NAME
               MOVE "Exchange rate rejected - bad code, date or rate"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               SET XRateNotFound TO TRUE
               GO TO 2000-SET-EXCHANGE-RATE-EXIT
           END-IF
           MOVE XRateCurrencyCode TO XR-CURRENCY-CODE
           MOVE XRateEffectiveDate TO XR-EFFECTIVE-DATE
           READ XRATE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE XRateBasePerUnit TO XR-BASE-PER-UNIT
           MOVE RC-RUN-DATE TO XR-LOADED-DATE
           MOVE RC-OPERATOR-ID TO XR-LOADED-BY
           IF WS-XR-OK
               REWRITE XRATE-MASTER-RECORD
           ELSE
               WRITE XRATE-MASTER-RECORD
           END-IF
           SET XRateWasFound TO TRUE.
       2000-SET-EXCHANGE-RATE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3000-GET-EXCHANGE-RATE - position at the currency's first  *>
      *> row and walk its rows in date order, keeping the last one  *>
      *> dated on or before XRateAsOfDate.                          *>
      *>----------------------------------------------------------*>
       3000-GET-EXCHANGE-RATE.
           SET XRateNotFound TO TRUE
           MOVE 0 TO XRateBasePerUnit
           MOVE 0 TO XRateEffectiveDate
           IF XRateCurrencyCode = SPACES
               OR XRateCurrencyCode = WS-BASE-CURRENCY
               SET XRateWasFound TO TRUE
               MOVE 1 TO XRateBasePerUnit
           ELSE
               MOVE "N" TO WS-SCAN-EOF
               MOVE XRateCurrencyCode TO XR-CURRENCY-CODE
               MOVE 0 TO XR-EFFECTIVE-DATE
               START XRATE-MASTER KEY IS NOT LESS THAN XR-RATE-KEY
                   INVALID KEY
                       SET WS-SCAN-AT-END TO TRUE
               END-START
               PERFORM 3010-CONSIDER-ONE-RATE
                   UNTIL WS-SCAN-AT-END
           END-IF.

       3010-CONSIDER-ONE-RATE.
           READ XRATE-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-AT-END TO TRUE
               NOT AT END
                   IF XR-CURRENCY-CODE NOT = XRateCurrencyCode
                       OR XR-EFFECTIVE-DATE > XRateAsOfDate
                       SET WS-SCAN-AT-END TO TRUE
                   ELSE
                       SET XRateWasFound TO TRUE
                       MOVE XR-BASE-PER-UNIT TO XRateBasePerUnit
                       MOVE XR-EFFECTIVE-DATE TO XRateEffectiveDate
                   END-IF
           END-READ.
