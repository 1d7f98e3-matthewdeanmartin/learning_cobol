      *>--------------------------------------------------------------*>
      *> COST-ALLOC.CPY                                               *>
      *> LINKAGE parameters for CALL "GetCostAllocation" and          *>
      *> "SetCostAllocation" in costalloc - kept separate from the    *>
      *> COSTALOC file record the same way deduct.cpy is kept         *>
      *> separate from deduct-master.cpy.                             *>
      *>                                                              *>
      *> GetCostAllocation takes AllocPersonId, AllocAsOfDate, the    *>
      *> person's AllocHomeDept and an AllocAmount in cents, and      *>
      *> fills AllocEntry with the cost centers the amount lands in,  *>
      *> each with its owning department and its share of the amount  *>
      *> (the last share takes the rounding, so the shares always add *>
      *> back to AllocAmount).  When the person has no allocation in  *>
      *> force, or the one in force does not total 100, has expired   *>
      *> or names a cost center no active department carries, the    *>
      *> whole amount goes to the home department's cost center and   *>
      *> AllocStatus says why.                                        *>
      *>                                                              *>
      *> SetCostAllocation writes or replaces the row for             *>
      *> AllocPersonId, AllocSetEffective and AllocSetCostCenter; a   *>
      *> zero AllocSetPercent removes it.                             *>
      *>--------------------------------------------------------------*>
       01 AllocPersonId           PIC 9(05).
       01 AllocAsOfDate           PIC 9(08).
       01 AllocHomeDept           PIC X(04).
       01 AllocAmount             PIC S9(13).
       01 AllocResult.
           05 AllocStatus         PIC X(01).
               88 AllocInForce              VALUE "A".
               88 AllocNoneOnFile           VALUE "N".
               88 AllocBadTotal             VALUE "T".
               88 AllocExpired              VALUE "X".
               88 AllocBadCenter            VALUE "C".
           05 AllocEffectiveDate  PIC 9(08).
           05 AllocEndDate        PIC 9(08).
           05 AllocTotalPercent   PIC 9(05)V9(02).
           05 AllocBadCostCenter  PIC X(06).
           05 AllocCount          PIC 9(02).
           05 AllocEntry OCCURS 10 TIMES.
               10 AllocCostCenter PIC X(06).
               10 AllocDeptCode   PIC X(04).
               10 AllocPercent    PIC 9(03)V9(02).
               10 AllocShare      PIC S9(13).
       01 AllocSetEffective       PIC 9(08).
       01 AllocSetCostCenter      PIC X(06).
       01 AllocSetPercent         PIC 9(03)V9(02).
       01 AllocSetEndDate         PIC 9(08).
       01 AllocSetFlag            PIC X(01).
           88 AllocSetDone                  VALUE "Y".
           88 AllocSetRejected              VALUE "N".
