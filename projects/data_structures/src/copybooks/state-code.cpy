      *>--------------------------------------------------------------*>
      *> STATE-CODE.CPY                                               *>
      *> Row layout for STATCODE.CTL, the state and province          *>
      *> reference table the address checks edit against, blank-      *>
      *> separated like the other control files.  The postal format   *>
      *> is Z (US ZIP: 99999 or 99999-9999, the first three digits    *>
      *> inside the row's prefix range) or C (Canadian: A9A 9A9, no   *>
      *> range).  A state whose ZIP prefixes are not one run gets     *>
      *> one row per run.  Lines starting with * are comments.        *>
      *>--------------------------------------------------------------*>
       01 STATE-CODE-RECORD.
           05 SX-STATE-CODE            PIC X(02).
           05 FILLER                   PIC X(01).
           05 SX-POSTAL-FORMAT         PIC X(01).
               88 SX-FORMAT-US-ZIP               VALUE "Z".
               88 SX-FORMAT-CANADIAN             VALUE "C".
           05 FILLER                   PIC X(01).
           05 SX-LOW-PREFIX            PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SX-HIGH-PREFIX           PIC 9(03).
           05 FILLER                   PIC X(01).
           05 SX-STATE-NAME            PIC X(20).
