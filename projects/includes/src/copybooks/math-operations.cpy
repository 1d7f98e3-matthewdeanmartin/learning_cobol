      *> result are signed with four assumed decimal places; the      *>
      *> caller names how many decimal places the result should keep  *>
      *> (0-4) and whether the excess is rounded half-up or           *>
      *> truncated.  result-display set to N keeps MathCalc from      *>
      *> DISPLAYing the worked result, for batch callers converting   *>
      *> an amount per record; errors are always DISPLAYed.           *>
      *>--------------------------------------------------------------*>
       01 addends.
          05 addend1        pic s9(13)v9(4) value 0.
          05 operation-status pic x(01) value "0".
              88 operation-ok           value "0".
              88 operation-error        value "1".
          05 result-display pic x(01) value "Y".
              88 display-the-result     value "Y" " ".
              88 quiet-result           value "N".
