      *>--------------------------------------------------------------*>
      *> PAY-PERIOD-LOG.CPY                                           *>
      *> Record layout for the PAYPOST.LOG posted-period log: one row *>
      *> per PayCycle period that was finalized and posted to the     *>
      *> PAYHIST.DAT ledger, with the run that posted it and its      *>
      *> head count and money totals.  PayCycle refuses to post a     *>
      *> period overlapping any row here, so a rerun cannot double-   *>
      *> post, and the downstream payroll steps (bank file, GL        *>
      *> journal, retro pay) take the latest row as the period to     *>
      *> work on.                                                     *>
      *>--------------------------------------------------------------*>
       01 PAY-PERIOD-LOG-RECORD.
           05 PD-PERIOD-START          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PD-PERIOD-END            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PD-PAY-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PD-POST-DATE             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PD-POST-TIME             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PD-RUN-ID                PIC X(08).
           05 FILLER                   PIC X(01).
           05 PD-OPERATOR-ID           PIC X(08).
           05 FILLER                   PIC X(01).
           05 PD-PERSON-COUNT          PIC 9(05).
           05 FILLER                   PIC X(01).
           05 PD-GROSS-TOTAL           PIC 9(12).
           05 FILLER                   PIC X(01).
           05 PD-NET-TOTAL             PIC 9(12).
