      *>--------------------------------------------------------------*>
      *> FISCAL-PERIOD.CPY                                            *>
      *> Record layout for FISCCAL.CTL, the 4-4-5 fiscal period table *>
      *> CalendarGen writes alongside PROCCAL.CTL: one row per fiscal *>
      *> period with its start and end dates, its length in weeks     *>
      *> and its fiscal quarter.  A fiscal year starts on the chosen  *>
      *> weekday nearest 1 January; a 53-week year carries the extra  *>
      *> week in period 12.  DateCalc reads it for its fiscal entries *>
      *>--------------------------------------------------------------*>
       01 FISCAL-PERIOD-RECORD.
           05 FP-FISCAL-YEAR           PIC 9(04).
           05 FILLER                   PIC X(01).
           05 FP-PERIOD                PIC 9(02).
           05 FILLER                   PIC X(01).
           05 FP-START-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FP-END-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FP-WEEKS                 PIC 9(01).
           05 FILLER                   PIC X(01).
           05 FP-QUARTER               PIC 9(01).
