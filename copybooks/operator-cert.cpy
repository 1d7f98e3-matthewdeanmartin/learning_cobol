      *>--------------------------------------------------------------*>
      *> OPERATOR-CERT.CPY                                            *>
      *> Record layout for OPERCERT.LOG, the operator authority       *>
      *> recertification journal OperatorRecert appends to - one row  *>
      *> per applied decision: kept (K), lowered (L) or removed (R)   *>
      *> as the manager's returned sign-off sheet said, or suspended  *>
      *> (S) because no decision came back by the cycle deadline.     *>
      *> A K or L row dated inside the current cycle is what counts   *>
      *> the operator as recertified.                                 *>
      *>--------------------------------------------------------------*>
       01 OPERATOR-CERT-RECORD.
           05 OC-LOG-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OC-LOG-TIME              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OC-OPERATOR-ID           PIC X(08).
           05 FILLER                   PIC X(01).
           05 OC-DECISION              PIC X(01).
               88 OC-KEPT                        VALUE "K".
               88 OC-LOWERED                     VALUE "L".
               88 OC-REMOVED                     VALUE "R".
               88 OC-SUSPENDED                   VALUE "S".
           05 FILLER                   PIC X(01).
           05 OC-OLD-LEVEL             PIC 9(01).
           05 FILLER                   PIC X(01).
           05 OC-NEW-LEVEL             PIC 9(01).
           05 FILLER                   PIC X(01).
           05 OC-MANAGER-ID            PIC X(08).
           05 FILLER                   PIC X(01).
           05 OC-APPLIED-BY            PIC X(08).
           05 FILLER                   PIC X(01).
           05 OC-CYCLE-START           PIC 9(08).
