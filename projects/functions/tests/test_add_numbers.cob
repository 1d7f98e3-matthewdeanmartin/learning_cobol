///usr/bin/true; exec /C/Users/matth/Desktop/GnuCobolDocs/GC32M-BDB-x64/bin/cobc -xj -fmfcomment "$0" "$@"
      *> --- TestAddNumbers ---
      *> Regression check for Add-Numbers, Sum-Table and
      *> Sum-Amount-Table (projects/functions/src/add_numbers.cob).
      *> CALLs the user-defined functions directly, the same way
      *> TestFactorial CALLs "factorial", and asserts known input/output
      *> pairs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestAddNumbers.

       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION Add-Numbers
           FUNCTION Sum-Table
           FUNCTION Sum-Amount-Table.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               DEPENDING ON WS-TABLE-COUNT.
       01 WS-TABLE-TOTAL PIC 9(7).
       01 WS-DISPLAY-TOTAL PIC Z(6)9.
       01 WS-AMOUNT-COUNT PIC 9(3).
       01 WS-AMOUNT-TABLE.
           05 WS-AMOUNT-ENTRY PIC S9(15) OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-AMOUNT-COUNT.
       01 WS-AMOUNT-TOTAL PIC S9(17).
       01 WS-DISPLAY-AMOUNT PIC -(17)9.

      *> --- assertion helpers ---
       01 WS-ASSERT-EXPECTED PIC X(40) VALUE SPACES.
           MOVE "10+20+30+40 is 100" TO WS-ASSERT-LABEL
           PERFORM 9000-ASSERT-EQUAL

           MOVE 3 TO WS-AMOUNT-COUNT
           MOVE 850000000 TO WS-AMOUNT-ENTRY(1)
           MOVE 125050 TO WS-AMOUNT-ENTRY(2)
           MOVE -25050 TO WS-AMOUNT-ENTRY(3)
           COMPUTE WS-AMOUNT-TOTAL = Function Sum-Amount-Table
               (WS-AMOUNT-COUNT, WS-AMOUNT-TABLE)
           MOVE WS-AMOUNT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO WS-ASSERT-ACTUAL
           MOVE 850100000 TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO WS-ASSERT-EXPECTED
           MOVE "signed amounts net to 850100000" TO WS-ASSERT-LABEL
           PERFORM 9000-ASSERT-EQUAL

           MOVE 2 TO WS-AMOUNT-COUNT
           MOVE 999999999999999 TO WS-AMOUNT-ENTRY(1)
           MOVE 999999999999999 TO WS-AMOUNT-ENTRY(2)
           COMPUTE WS-AMOUNT-TOTAL = Function Sum-Amount-Table
               (WS-AMOUNT-COUNT, WS-AMOUNT-TABLE)
           MOVE WS-AMOUNT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO WS-ASSERT-ACTUAL
           MOVE 1999999999999998 TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO WS-ASSERT-EXPECTED
           MOVE "total is wider than one entry" TO WS-ASSERT-LABEL
           PERFORM 9000-ASSERT-EQUAL

           IF WS-ASSERT-FAIL-COUNT = 0
               DISPLAY "TestAddNumbers: SUCCESS"
               MOVE 0 TO RETURN-CODE
