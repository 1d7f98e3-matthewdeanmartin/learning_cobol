       1000-ADD-ONE-ENTRY.
           ADD TableEntry(WS-SUBSCRIPT) TO TableTotal.
       END FUNCTION  Sum-Table.

      *>----------------------------------------------------------*>
      *> FUNCTION:  Sum-Amount-Table                                *>
      *> PURPOSE:   Sum-Table for money - signed entries wide       *>
      *>            enough for report totals held in minor units,   *>
      *>            so a report's printed columns can be re-added   *>
      *>            and footed against the totals it printed.       *>
      *>----------------------------------------------------------*>
       FUNCTION-ID. Sum-Amount-Table.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SUBSCRIPT PIC 9(3).
       LINKAGE SECTION.
       01 AmountCount PIC 9(3).
       01 AmountTable.
           05 AmountEntry PIC S9(15)
               OCCURS 1 TO 500 TIMES DEPENDING ON AmountCount.
       01 AmountTotal PIC S9(17).
       PROCEDURE DIVISION USING AmountCount, AmountTable
           RETURNING AmountTotal.
           MOVE 0 TO AmountTotal
           PERFORM 1000-ADD-ONE-AMOUNT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > AmountCount
           GOBACK.

       1000-ADD-ONE-AMOUNT.
           ADD AmountEntry(WS-SUBSCRIPT) TO AmountTotal.
       END FUNCTION  Sum-Amount-Table.
