      *>--------------------------------------------------------------*>
      *> BURST-INDEX.CPY                                              *>
      *> Record layout for a report's <report>.BIX burst index - one  *>
      *> row per line of the print file, in the same order, naming    *>
      *> the department the line belongs to.  A blank department is   *>
      *> a heading line (before the first department line) or a      *>
      *> report-wide line such as a grand total.                      *>
      *>--------------------------------------------------------------*>
       01 BURST-INDEX-RECORD.
           05 BI-LINE-NUMBER       PIC 9(07).
           05 FILLER               PIC X(01).
           05 BI-DEPT-CODE         PIC X(04).
