      *>--------------------------------------------------------------*>
      *> BURST-INDEX-CALL.CPY                                         *>
      *> LINKAGE parameters for the burst index a department report   *>
      *> writes beside its print file.  CALL "OpenBurstIndex" with    *>
      *> the report's file name once the report is open, CALL         *>
      *> "NoteBurstLine" with the department code (spaces for a       *>
      *> heading or grand-total line) once for every line written,   *>
      *> and CALL "CloseBurstIndex" when the report closes.           *>
      *> ReportBurst reads the index to split the report by           *>
      *> department for distribution.                                 *>
      *>--------------------------------------------------------------*>
       01 BX-REPORT-FILE-NAME      PIC X(80) VALUE SPACES.
       01 BX-DEPT-CODE             PIC X(04) VALUE SPACES.
