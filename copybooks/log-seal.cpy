      *>--------------------------------------------------------------*>
      *> LOG-SEAL.CPY                                                 *>
      *> Record layout for the LOGSEAL.DAT checkpoint file LogChain   *>
      *> appends to whenever a chained journal is legitimately        *>
      *> rewritten - PersonPurge's anonymization (PURGE) or           *>
      *> HistoryRotate's archiving (ROTATE).  The anchor is the       *>
      *> sequence and hash the first row left on the live log         *>
      *> chains from (zero and all zeros when nothing was archived    *>
      *> off the front), the end is the last row's sequence and       *>
      *> hash after the rewrite, and the signature is an MD5 over     *>
      *> the rest of the row and the LOGSEAL.KEY site key, so a       *>
      *> checkpoint cannot be forged by whoever edits the journal.    *>
      *>--------------------------------------------------------------*>
       01 LOG-SEAL-RECORD.
           05 LX-LOG-NAME           PIC X(16).
           05 FILLER                PIC X(01).
           05 LX-SEAL-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 LX-SEAL-TIME          PIC 9(08).
           05 FILLER                PIC X(01).
           05 LX-SEAL-REASON        PIC X(08).
           05 FILLER                PIC X(01).
           05 LX-PROGRAM-NAME       PIC X(08).
           05 FILLER                PIC X(01).
           05 LX-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01).
           05 LX-RUN-ID             PIC X(08).
           05 FILLER                PIC X(01).
           05 LX-ANCHOR-SEQ         PIC 9(09).
           05 FILLER                PIC X(01).
           05 LX-ANCHOR-HASH        PIC X(32).
           05 FILLER                PIC X(01).
           05 LX-END-SEQ            PIC 9(09).
           05 FILLER                PIC X(01).
           05 LX-END-HASH           PIC X(32).
           05 FILLER                PIC X(01).
           05 LX-SIGNATURE          PIC X(32).
