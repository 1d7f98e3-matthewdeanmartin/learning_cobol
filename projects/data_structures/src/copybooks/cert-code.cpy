      *>--------------------------------------------------------------*>
      *> CERT-CODE.CPY                                                *>
      *> Row layout for CERTCODE.CTL, the certification master,       *>
      *> blank-separated like the other control files.  One row per   *>
      *> certification (forklift, first aid, the licenses some        *>
      *> POSNMAST positions need) with its validity period in months  *>
      *> counted from the completion date; 000 means it never         *>
      *> expires.  Lines starting with * are comments.                *>
      *>--------------------------------------------------------------*>
       01 CERT-CODE-RECORD.
           05 CC-CERT-CODE             PIC X(06).
           05 FILLER                   PIC X(01).
           05 CC-VALID-MONTHS          PIC 9(03).
           05 FILLER                   PIC X(01).
           05 CC-CERT-NAME             PIC X(30).
