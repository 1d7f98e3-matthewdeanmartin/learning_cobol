      *>--------------------------------------------------------------*>
      *> PERSON-DEPENDENT-DETAIL.CPY                                  *>
      *> LINKAGE parameters for the SetPersonDependent /              *>
      *> GetPersonDependent entry points on CALL "person" - kept      *>
      *> separate from the PERSON-DEPENDENT file record the same way  *>
      *> person-address-detail.cpy is.  The person ID is PersonIndex  *>
      *> itself and the sequence number (01-99) picks the dependent;  *>
      *> the relationship is S spouse, P partner, C child, O other,   *>
      *> the birth date yyyymmdd, and the covered flag Y or N.        *>
      *>--------------------------------------------------------------*>
       01 PersonDependentDetail.
           05 PersonDependentSeq      PIC 9(02).
           05 PersonDependentName     PIC X(20).
           05 PersonDependentRelation PIC X(01).
           05 PersonDependentBirthDate PIC 9(08).
           05 PersonDependentCovered  PIC X(01).
