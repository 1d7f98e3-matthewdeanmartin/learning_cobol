      *> PERSON-API-LOG.CPY                                           *>
      *> Record layout for the PERSAPI.LOG activity journal the       *>
      *> PersonApi listener appends to - one row per request          *>
      *> (timestamp, verb, person ID, response pipe name, outcome,    *>
      *> calling client ID), read back by the PersonApiReport daily   *>
      *> usage summary and by the listener itself at start-up to      *>
      *> pick up each client's quota usage for the day so far.        *>
      *> Rows written before the client ID was carried have it blank. *>
      *>--------------------------------------------------------------*>
       01 PERSON-API-LOG-RECORD.
           05 API-LOG-DATE         PIC 9(08).
           05 API-LOG-PERSON-ID    PIC 9(05).
           05 API-LOG-PIPE-NAME    PIC X(40).
           05 API-LOG-OUTCOME      PIC X(20).
           05 API-LOG-CLIENT-ID    PIC X(08).
