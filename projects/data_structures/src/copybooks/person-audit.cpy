      *> PERSON-AUDIT.CPY                                             *>
      *> Record layout for the PERSON-AUDIT change-log file - one     *>
      *> row is appended every time a HumanName is set or changed.    *>
      *> The chain columns link each row to the one before it         *>
      *> (ChainLogRow, log-chain-call.cpy): its sequence in the log,  *>
      *> the previous row's hash and its own hash over PA-ROW-CONTENT *>
      *> - rows written before the chain started carry spaces there.  *>
      *>--------------------------------------------------------------*>
       01 PERSON-AUDIT-RECORD.
           05 PA-ROW-CONTENT.
               10 PA-PERSON-ID         PIC 9(5).
               10 PA-OLD-NAME          PIC X(20).
               10 PA-NEW-NAME          PIC X(20).
               10 PA-CHANGE-TIMESTAMP  PIC X(16).
           05 PA-CHAIN-SEQ         PIC 9(09).
           05 PA-PREV-HASH         PIC X(32).
           05 PA-ROW-HASH          PIC X(32).
