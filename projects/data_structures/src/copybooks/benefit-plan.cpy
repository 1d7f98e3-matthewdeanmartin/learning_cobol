      *>--------------------------------------------------------------*>
      *> BENEFIT-PLAN.CPY                                             *>
      *> Row layout for BENPLAN.CTL, the benefit plan master,         *>
      *> blank-separated like the other control files.  One row per   *>
      *> plan, coverage tier and effective date: the plan code the    *>
      *> employee elects, the DEDMAST deduction code it posts to      *>
      *> (MED, DENT and so on - two medical plans both post to MED),  *>
      *> the tier, and the employee cost for that tier in cents per   *>
      *> year.  For a given election the row in force is the one      *>
      *> carrying the latest effective date not after the election's, *>
      *> so next year's rates can be loaded ahead of the plan year.   *>
      *>   EE  employee only          EC  employee and children       *>
      *>   ES  employee and spouse    FA  family                      *>
      *> BP-AGE-LIMIT is the age at which a covered child stops being *>
      *> eligible under the plan (00 for no limit).                   *>
      *> Lines starting with * are comments.                          *>
      *>--------------------------------------------------------------*>
       01 BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE             PIC X(04).
           05 FILLER                   PIC X(01).
           05 BP-DEDUCT-CODE           PIC X(04).
           05 FILLER                   PIC X(01).
           05 BP-TIER-CODE             PIC X(02).
           05 FILLER                   PIC X(01).
           05 BP-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 BP-EMPLOYEE-COST         PIC 9(09).
           05 FILLER                   PIC X(01).
           05 BP-AGE-LIMIT             PIC 9(02).
           05 FILLER                   PIC X(01).
           05 BP-PLAN-NAME             PIC X(30).
