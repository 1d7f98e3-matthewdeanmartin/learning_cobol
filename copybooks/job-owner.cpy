      *>--------------------------------------------------------------*>
      *> JOB-OWNER.CPY                                                *>
      *> Row layout for JOBOWNER.CTL, the job-to-department           *>
      *> ownership list the Chargeback job bills batch work by,       *>
      *> blank-separated like the other control files.  One row per   *>
      *> paying department of a job step: the step name as it         *>
      *> appears on RUNLOG.DAT and CTLTOTAL.DAT, the department, its  *>
      *> percent share of the step (blank reads as 100), the          *>
      *> CTLTOTAL.DAT total name that counts the step's records       *>
      *> (blank: no record charge) and the report ID its print files  *>
      *> are spooled under (the SPOOLQ.DAT report name up to the      *>
      *> first dot, as on DISTRIB.CTL; blank: none).  A step shared   *>
      *> by several departments has one row each; the total name      *>
      *> and report ID are taken from the first row that gives them.  *>
      *> Lines starting with * are comments.                          *>
      *>--------------------------------------------------------------*>
       01 JOB-OWNER-RECORD.
           05 JO-JOB-NAME              PIC X(08).
           05 FILLER                   PIC X(01).
           05 JO-DEPT-CODE             PIC X(04).
           05 FILLER                   PIC X(01).
           05 JO-SHARE-TEXT            PIC X(03).
           05 FILLER                   PIC X(01).
           05 JO-COUNT-TOTAL-NAME      PIC X(16).
           05 FILLER                   PIC X(01).
           05 JO-REPORT-ID             PIC X(08).
