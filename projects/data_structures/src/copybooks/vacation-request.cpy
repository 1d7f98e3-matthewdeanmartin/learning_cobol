      *>--------------------------------------------------------------*>
      *> VACATION-REQUEST.CPY                                         *>
      *> Record layout for the VACREQ indexed (KSDS) vacation request *>
      *> file, keyed by person ID plus the first day asked for.       *>
      *> VacRequest loads each request pending (P) against the       *>
      *> person's PERSMGR manager, with the business days between    *>
      *> its dates per PROCCAL.CTL and an overdraw flag when the      *>
      *> days would take the VACBAL balance negative.  The manager   *>
      *> approves (A) or denies (D) it on the VacApprove screen, and  *>
      *> only an approval writes the VACTRAN.DAT usage row that       *>
      *> VacAccrual charges.                                          *>
      *>--------------------------------------------------------------*>
       01 VACATION-REQUEST-RECORD.
           05 VQ-REQUEST-KEY.
               10 VQ-PERSON-ID         PIC 9(05).
               10 VQ-START-DATE        PIC 9(08).
           05 VQ-END-DATE              PIC 9(08).
           05 VQ-MANAGER-ID            PIC 9(05).
           05 VQ-BUSINESS-DAYS         PIC 9(03).
           05 VQ-STATUS-FLAG           PIC X(01).
               88 VQ-PENDING                     VALUE "P".
               88 VQ-APPROVED                    VALUE "A".
               88 VQ-DENIED                      VALUE "D".
           05 VQ-OVERDRAW-FLAG         PIC X(01).
               88 VQ-OVERDRAWS                   VALUE "Y".
           05 VQ-ENTERED-DATE          PIC 9(08).
           05 VQ-OPERATOR-ID           PIC X(08).
           05 VQ-DECIDED-DATE          PIC 9(08).
           05 VQ-DECIDED-BY            PIC X(08).
