      *>--------------------------------------------------------------*>
      *> VACATION-LIABILITY.CPY                                       *>
      *> Record layout for the VACLHIST indexed (KSDS) vacation       *>
      *> liability history, keyed by accounting period (calendar      *>
      *> yyyymm, or fiscal yyyypp for a fiscal-period schedule) and   *>
      *> department - one row per department per month-end run of     *>
      *> VacLiability, holding the department's cost center and the   *>
      *> valued balance in cents, so the next month can show last     *>
      *> month's figure and the movement.  A rerun in the same month  *>
      *> replaces that month's rows.                                  *>
      *>--------------------------------------------------------------*>
       01 VACATION-LIABILITY-RECORD.
           05 LH-HISTORY-KEY.
               10 LH-MONTH             PIC 9(06).
               10 LH-DEPT-CODE         PIC X(04).
           05 LH-COST-CENTER           PIC X(06).
           05 LH-LIABILITY             PIC 9(13).
           05 LH-PERSON-COUNT          PIC 9(05).
           05 LH-RUN-DATE              PIC 9(08).
