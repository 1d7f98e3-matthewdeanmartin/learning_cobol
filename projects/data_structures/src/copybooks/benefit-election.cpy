      *>--------------------------------------------------------------*>
      *> BENEFIT-ELECTION.CPY                                         *>
      *> Record layout for the BENELECT indexed (KSDS) enrollment     *>
      *> election file, keyed by person ID plus the DEDMAST           *>
      *> deduction code the elected plan posts to, so a person holds  *>
      *> one election per benefit.  BenElect loads each election      *>
      *> pending (P) with the plan, coverage tier (or WV to waive     *>
      *> the benefit) and effective date; once the effective date is  *>
      *> reached BenApply turns it into the DEDMAST row through       *>
      *> SetDeduction or CancelDeduction and marks it applied (A), or *>
      *> rejected (R) when the plan has no rate in force or the       *>
      *> deduction is refused.  BE-ANNUAL-COST is the tier's employee *>
      *> cost in cents per year as applied.                           *>
      *>--------------------------------------------------------------*>
       01 BENEFIT-ELECTION-RECORD.
           05 BE-ELECTION-KEY.
               10 BE-PERSON-ID         PIC 9(05).
               10 BE-DEDUCT-CODE       PIC X(04).
           05 BE-PLAN-CODE             PIC X(04).
           05 BE-TIER-CODE             PIC X(02).
               88 BE-WAIVED                      VALUE "WV".
           05 BE-EFFECTIVE-DATE        PIC 9(08).
           05 BE-STATUS-FLAG           PIC X(01).
               88 BE-PENDING                     VALUE "P".
               88 BE-APPLIED                     VALUE "A".
               88 BE-REJECTED                    VALUE "R".
           05 BE-ANNUAL-COST           PIC 9(09).
           05 BE-ENTERED-DATE          PIC 9(08).
           05 BE-OPERATOR-ID           PIC X(08).
           05 BE-APPLIED-DATE          PIC 9(08).
