      *>--------------------------------------------------------------*>
      *> WAGE-TRANSMITTAL.CPY                                         *>
      *> Record layout for the year-end wage-and-tax transmittal      *>
      *> file sent to the tax authority: one H header row, one W row  *>
      *> per person paid in the tax year, and one T trailer row       *>
      *> carrying the row count and the totals of every W row.       *>
      *> Fixed-width, 150 bytes, amounts in cents, zero-filled.       *>
      *>--------------------------------------------------------------*>
       01 WAGE-TRANSMITTAL-RECORD.
           05 WT-RECORD-TYPE           PIC X(01).
               88 WT-HEADER-ROW                  VALUE "H".
               88 WT-WAGE-ROW                    VALUE "W".
               88 WT-TRAILER-ROW                 VALUE "T".
           05 WT-TAX-YEAR              PIC 9(04).
           05 WT-ROW-DATA              PIC X(145).
           05 WT-HEADER-DATA REDEFINES WT-ROW-DATA.
               10 WT-CREATED-DATE      PIC 9(08).
               10 WT-CREATED-TIME      PIC 9(08).
               10 WT-RUN-ID            PIC X(08).
               10 FILLER               PIC X(121).
           05 WT-WAGE-DATA REDEFINES WT-ROW-DATA.
               10 WT-PERSON-ID         PIC 9(05).
               10 WT-HUMAN-NAME        PIC X(20).
               10 WT-STREET-LINE-1     PIC X(30).
               10 WT-CITY              PIC X(20).
               10 WT-STATE-CODE        PIC X(02).
               10 WT-POSTAL-CODE       PIC X(10).
               10 WT-GROSS-WAGES       PIC 9(11).
               10 WT-TAXABLE-WAGES     PIC 9(11).
               10 WT-FED-WITHHELD      PIC 9(11).
               10 WT-WITHHOLD-STATE    PIC X(02).
               10 WT-STATE-WITHHELD    PIC 9(11).
               10 WT-TERM-DATE         PIC 9(08).
               10 FILLER               PIC X(04).
           05 WT-TRAILER-DATA REDEFINES WT-ROW-DATA.
               10 WT-WAGE-ROW-COUNT    PIC 9(07).
               10 WT-TOTAL-GROSS       PIC 9(13).
               10 WT-TOTAL-TAXABLE     PIC 9(13).
               10 WT-TOTAL-FED         PIC 9(13).
               10 WT-TOTAL-STATE       PIC 9(13).
               10 FILLER               PIC X(86).
