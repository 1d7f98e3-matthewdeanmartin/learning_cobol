      *>               the excess rounds half-up or truncates.     *>
      *>               The FormatNumber display path carries the   *>
      *>               sign and decimals.                          *>
      *>   2026-10-15  A caller can set result-display to N so     *>
      *>               the worked result is not DISPLAYed -        *>
      *>               batch currency conversion runs MathCalc     *>
      *>               once per amount.  Overflow and divide-by-   *>
      *>               zero messages still go to the console.      *>
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathCalc.
               " is " DELIMITED BY SIZE
               WS-FMT-RESULT DELIMITED BY SPACE
               INTO WS-MESSAGE-LINE
           PERFORM 9040-DISPLAY-RESULT.

       2000-DO-SUBTRACT.
           COMPUTE WS-WORK-RESULT = addend1 - addend2
               " is " DELIMITED BY SIZE
               WS-FMT-RESULT DELIMITED BY SPACE
               INTO WS-MESSAGE-LINE
           PERFORM 9040-DISPLAY-RESULT.

       3000-DO-MULTIPLY.
           COMPUTE WS-WORK-RESULT = addend1 * addend2
               " is " DELIMITED BY SIZE
               WS-FMT-RESULT DELIMITED BY SPACE
               INTO WS-MESSAGE-LINE
           PERFORM 9040-DISPLAY-RESULT.

       4000-DO-DIVIDE.
           IF addend2 = 0
               " is " DELIMITED BY SIZE
               WS-FMT-RESULT DELIMITED BY SPACE
               INTO WS-MESSAGE-LINE
           PERFORM 9040-DISPLAY-RESULT.

      *>----------------------------------------------------------*>
      *> 8005-BUILD-SCALE-FACTOR - ten raised to the kept decimal   *>
           MOVE result TO WS-FMT-VALUE
           PERFORM 9020-FORMAT-ONE-SIGNED-VALUE
           MOVE WS-FMT-SIGNED-TEXT TO WS-FMT-RESULT.

      *>----------------------------------------------------------*>
      *> 9040-DISPLAY-RESULT - the worked result goes to the       *>
      *> console unless the caller asked for a quiet result.       *>
      *>----------------------------------------------------------*>
       9040-DISPLAY-RESULT.
           IF display-the-result
               DISPLAY WS-MESSAGE-LINE
           END-IF.
