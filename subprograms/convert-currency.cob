      *>--------------------------------------------------------------*>
      *> PROGRAM:    ConvertCurrency                                  *>
      *> PURPOSE:    Base-currency equivalent of a local-currency     *>
      *>             amount.  Looks up the XRATEMST rate in force on  *>
      *>             the as-of date through GetExchangeRate and does  *>
      *>             the arithmetic through MathCalc, so a converted  *>
      *>             figure rounds the same way (half-up or truncate) *>
      *>             as every other MathCalc result.  MathCalc        *>
      *>             carries four decimal places and the rate six, so *>
      *>             the multiply is done on the rate times 100 and   *>
      *>             the product divided back by 100 under the        *>
      *>             caller's rounding mode.  The last rate looked up *>
      *>             is remembered, since a report converts person    *>
      *>             after person in the same few currencies.  An     *>
      *>             amount already in the base currency passes       *>
      *>             through untouched; a currency with no rate is    *>
      *>             reported back as missing, never converted at 1.  *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertCurrency.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "xrate.cpy".
           COPY "math-operations.cpy".
       01 WS-BASE-CURRENCY          PIC X(03) VALUE SPACES.
       01 WS-LAST-CURRENCY          PIC X(03) VALUE SPACES.
       01 WS-LAST-AS-OF-DATE        PIC 9(08) VALUE 0.
       01 WS-LAST-RATE              PIC 9(05)V9(06) VALUE 0.
       01 WS-LAST-FOUND-FLAG        PIC X(01) VALUE "N".
           88 WS-LAST-RATE-FOUND              VALUE "Y".
       01 WS-LOOKUP-DONE-FLAG       PIC X(01) VALUE "N".
           88 WS-LOOKUP-DONE                  VALUE "Y".

       LINKAGE SECTION.
           COPY "convert-currency-call.cpy".

       PROCEDURE DIVISION USING BY REFERENCE CX-CURRENCY-CODE
           BY REFERENCE CX-AS-OF-DATE BY REFERENCE CX-LOCAL-AMOUNT
           BY REFERENCE CX-ROUNDING-MODE BY REFERENCE CX-BASE-AMOUNT
           BY REFERENCE CX-BASE-CURRENCY BY REFERENCE CX-RATE-USED
           BY REFERENCE CX-RATE-FLAG.

       0000-MAINLINE.
           IF WS-BASE-CURRENCY = SPACES
               CALL "GetBaseCurrency" USING XRateBaseCurrency
               MOVE XRateBaseCurrency TO WS-BASE-CURRENCY
           END-IF
           MOVE WS-BASE-CURRENCY TO CX-BASE-CURRENCY
           MOVE 0 TO CX-BASE-AMOUNT
           IF CX-CURRENCY-CODE = SPACES
               OR CX-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE 1 TO CX-RATE-USED
               MOVE CX-LOCAL-AMOUNT TO CX-BASE-AMOUNT
               SET CX-RATE-FOUND TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-FIND-THE-RATE
           IF NOT WS-LAST-RATE-FOUND
               MOVE 0 TO CX-RATE-USED
               SET CX-RATE-MISSING TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF
           MOVE WS-LAST-RATE TO CX-RATE-USED
           PERFORM 2000-CONVERT-THE-AMOUNT.
       0000-MAINLINE-EXIT.
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1000-FIND-THE-RATE - reuse the remembered rate when the    *>
      *> currency and date match the last lookup, otherwise ask     *>
      *> GetExchangeRate and remember what it said.                 *>
      *>----------------------------------------------------------*>
       1000-FIND-THE-RATE.
           IF WS-LOOKUP-DONE
               AND CX-CURRENCY-CODE = WS-LAST-CURRENCY
               AND CX-AS-OF-DATE = WS-LAST-AS-OF-DATE
               CONTINUE
           ELSE
               MOVE CX-CURRENCY-CODE TO XRateCurrencyCode
               MOVE CX-AS-OF-DATE TO XRateAsOfDate
               CALL "GetExchangeRate" USING XRateCurrencyCode
                   XRateAsOfDate XRateEffectiveDate XRateBasePerUnit
                   XRateFoundFlag
               MOVE CX-CURRENCY-CODE TO WS-LAST-CURRENCY
               MOVE CX-AS-OF-DATE TO WS-LAST-AS-OF-DATE
               MOVE XRateBasePerUnit TO WS-LAST-RATE
               MOVE XRateFoundFlag TO WS-LAST-FOUND-FLAG
               SET WS-LOOKUP-DONE TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-CONVERT-THE-AMOUNT - amount times rate-times-100 kept *>
      *> to four places (exact, nothing to round), then divided by  *>
      *> 100 to whole base units under the caller's rounding mode.  *>
      *>----------------------------------------------------------*>
       2000-CONVERT-THE-AMOUNT.
           SET quiet-result TO TRUE
           MOVE CX-LOCAL-AMOUNT TO addend1
           COMPUTE addend2 = WS-LAST-RATE * 100
           SET op-is-multiply TO TRUE
           MOVE 4 TO decimal-places
           SET round-truncate TO TRUE
           CALL "MathCalc" USING addends
           IF result NOT < 10000000000000
               SET operation-error TO TRUE
           END-IF
           IF operation-ok
               MOVE result TO addend1
               MOVE 100 TO addend2
               SET op-is-divide TO TRUE
               MOVE 0 TO decimal-places
               MOVE CX-ROUNDING-MODE TO rounding-mode
               IF NOT round-truncate
                   SET round-half-up TO TRUE
               END-IF
               CALL "MathCalc" USING addends
           END-IF
           IF operation-ok
               MOVE result TO CX-BASE-AMOUNT
               SET CX-RATE-FOUND TO TRUE
           ELSE
               MOVE 0 TO CX-BASE-AMOUNT
               SET CX-CONVERT-FAILED TO TRUE
           END-IF.
