      *>--------------------------------------------------------------*>
      *> PERSON-CERT.CPY                                              *>
      *> Record layout for the PERSCERT indexed (KSDS) certification  *>
      *> completion child file, keyed by the same PM-PERSON-ID as     *>
      *> the person master plus the CERTCODE.CTL certification code - *>
      *> one row per certification a person holds, carrying the date  *>
      *> it was last completed.  The expiry date is the one printed   *>
      *> on the certificate; zero means it runs the CERTCODE.CTL      *>
      *> validity period from the completion date.                    *>
      *>--------------------------------------------------------------*>
       01 PERSON-CERT-RECORD.
           05 CE-CERT-KEY.
               10 CE-PERSON-ID     PIC 9(05).
               10 CE-CERT-CODE     PIC X(06).
           05 CE-COMPLETED-DATE    PIC 9(08).
           05 CE-EXPIRY-DATE       PIC 9(08).
