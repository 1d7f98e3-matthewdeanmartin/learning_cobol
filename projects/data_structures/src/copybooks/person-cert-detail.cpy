      *>--------------------------------------------------------------*>
      *> PERSON-CERT-DETAIL.CPY                                       *>
      *> LINKAGE parameters for the SetPersonCert / GetPersonCert     *>
      *> entry points on CALL "person" - kept separate from the       *>
      *> PERSON-CERT file record the same way                         *>
      *> person-address-detail.cpy is.  The person ID is PersonIndex  *>
      *> itself and the certification code picks the row; dates are   *>
      *> yyyymmdd and an expiry of zero means "the standard validity  *>
      *> period for the certification".                               *>
      *>--------------------------------------------------------------*>
       01 PersonCertDetail.
           05 PersonCertCode          PIC X(06).
           05 PersonCertCompleted     PIC 9(08).
           05 PersonCertExpiry        PIC 9(08).
