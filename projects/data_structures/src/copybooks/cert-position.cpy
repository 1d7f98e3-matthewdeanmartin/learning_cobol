      *>--------------------------------------------------------------*>
      *> CERT-POSITION.CPY                                            *>
      *> Row layout for CERTPOSN.CTL, blank-separated: one row per    *>
      *> POSNMAST position code and a CERTCODE.CTL certification a    *>
      *> holder of that position must keep current.  A position       *>
      *> needing several certifications has several rows.  Lines      *>
      *> starting with * are comments.                                *>
      *>--------------------------------------------------------------*>
       01 CERT-POSITION-RECORD.
           05 CP-POSITION-CODE         PIC X(06).
           05 FILLER                   PIC X(01).
           05 CP-CERT-CODE             PIC X(06).
