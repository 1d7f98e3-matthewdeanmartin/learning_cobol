      *>--------------------------------------------------------------*>
      *> SAMPLE-HISTORY.CPY                                           *>
      *> Record layout for the SAMPHIST.DAT audit sample history -    *>
      *> AuditSample appends one row per person it draws, with the    *>
      *> as-of date, population, seed, size and stratification the   *>
      *> draw was made on, so internal audit can see who has been     *>
      *> sampled before and the next draw can leave recently sampled  *>
      *> people out.  SH-POP-DETAIL carries the department, the       *>
      *> yyyymmdd-yyyymmdd change range or the pay period end,        *>
      *> depending on SH-POPULATION.                                  *>
      *>--------------------------------------------------------------*>
       01 SAMPLE-HISTORY-RECORD.
           05 SH-SAMPLE-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 SH-PERSON-ID          PIC 9(05).
           05 FILLER                PIC X(01).
           05 SH-POPULATION         PIC X(07).
           05 FILLER                PIC X(01).
           05 SH-POP-DETAIL         PIC X(17).
           05 FILLER                PIC X(01).
           05 SH-SEED               PIC 9(10).
           05 FILLER                PIC X(01).
           05 SH-SAMPLE-SIZE        PIC 9(04).
           05 FILLER                PIC X(01).
           05 SH-STRATA             PIC X(01).
           05 FILLER                PIC X(01).
           05 SH-STRATUM            PIC X(04).
           05 FILLER                PIC X(01).
           05 SH-RUN-ID             PIC X(08).
           05 FILLER                PIC X(01).
           05 SH-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01).
           05 SH-STAMP-DATE         PIC 9(08).
