      *> HeadSnapshot job appends one row per department (plus a      *>
      *> TOTL row) at each month end with the active, on-leave and    *>
      *> inactive counts, and the HeadTrend report reads it back to   *>
      *> plot headcount by department across month ends.  Each row    *>
      *> also carries the fiscal year and period the snapshot date    *>
      *> falls in (zero when FISCCAL.CTL does not cover it; spaces on *>
      *> rows written before the columns existed).                    *>
      *>--------------------------------------------------------------*>
       01 HEAD-HISTORY-RECORD.
           05 HH-SNAP-DATE          PIC 9(08).
           05 HH-ONLEAVE-COUNT      PIC 9(07).
           05 FILLER                PIC X(01).
           05 HH-INACTIVE-COUNT     PIC 9(07).
           05 FILLER                PIC X(01).
           05 HH-FISCAL-YEAR        PIC 9(04).
           05 FILLER                PIC X(01).
           05 HH-FISCAL-PERIOD      PIC 9(02).
