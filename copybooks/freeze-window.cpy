      *>--------------------------------------------------------------*>
      *> FREEZE-WINDOW.CPY                                            *>
      *> Row layout for FREEZE.CTL, the change-freeze calendar kept   *>
      *> beside PROCCAL.CTL, blank-separated like the other control   *>
      *> files.  One row per freeze window: first and last date       *>
      *> (inclusive), the freeze class it blocks, and the window's    *>
      *> name for the console and the freeze-violation report.        *>
      *> Classes are the ones operations declare to the               *>
      *> CheckOperatorAuthClass entry - MASTER for master-updating    *>
      *> runs (DeptMassChange, MeritCycle APPLY), DESTROY for         *>
      *> destructive ones (PersonMerge, PersonPurge) - and ALL        *>
      *> freezes every class.  Lines starting with * are comments.    *>
      *>--------------------------------------------------------------*>
       01 FREEZE-WINDOW-RECORD.
           05 FZ-START-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FZ-END-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FZ-FREEZE-CLASS          PIC X(08).
               88 FZ-ALL-CLASSES                 VALUE "ALL".
           05 FILLER                   PIC X(01).
           05 FZ-WINDOW-NAME           PIC X(30).
