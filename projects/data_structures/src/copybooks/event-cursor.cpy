      *>--------------------------------------------------------------*>
      *> EVENT-CURSOR.CPY                                             *>
      *> Record layout for the EVTCURS.DAT subscriber cursors, kept   *>
      *> by EventPublish - one row per subscriber it has served:      *>
      *> the last event sequence written to the subscriber's queue,   *>
      *> the last one it acknowledged, when events were last          *>
      *> delivered and acknowledged, and how many re-sends it has     *>
      *> needed.                                                      *>
      *>--------------------------------------------------------------*>
       01 EVENT-CURSOR-RECORD.
           05 EC-SUBSCRIBER-ID     PIC X(08).
           05 FILLER               PIC X(01).
           05 EC-QUEUED-THRU       PIC 9(09).
           05 FILLER               PIC X(01).
           05 EC-ACKED-THRU        PIC 9(09).
           05 FILLER               PIC X(01).
           05 EC-LAST-SENT-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 EC-LAST-SENT-TIME    PIC 9(08).
           05 FILLER               PIC X(01).
           05 EC-LAST-ACK-DATE     PIC 9(08).
           05 FILLER               PIC X(01).
           05 EC-RESEND-COUNT      PIC 9(07).
