      *>--------------------------------------------------------------*>
      *> COST-ALLOC-MASTER.CPY                                        *>
      *> Record layout for the COSTALOC indexed (KSDS) labor cost     *>
      *> allocation file - a child of PERSMAST splitting a person's   *>
      *> pay across cost centers, keyed by person ID, effective date  *>
      *> and cost center.  The rows sharing the latest effective      *>
      *> date on or before a given day are the allocation in force;   *>
      *> their percentages must total 100.  CA-END-DATE is the last   *>
      *> day the allocation applies (zero for open-ended).            *>
      *>--------------------------------------------------------------*>
       01 COST-ALLOCATION-RECORD.
           05 CA-ALLOC-KEY.
               10 CA-PERSON-ID      PIC 9(05).
               10 CA-EFFECTIVE-DATE PIC 9(08).
               10 CA-COST-CENTER    PIC X(06).
           05 CA-PERCENT            PIC 9(03)V9(02).
           05 CA-END-DATE           PIC 9(08).
           05 CA-OPERATOR-ID        PIC X(08).
           05 CA-ENTERED-DATE       PIC 9(08).
