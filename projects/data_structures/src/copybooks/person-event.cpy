      *>--------------------------------------------------------------*>
      *> PERSON-EVENT.CPY                                             *>
      *> Record layout for a typed person change event - the layout   *>
      *> of the PERSEVT.LOG event log the EventPublish job appends    *>
      *> to and of every subscriber's EVTQ.<subscriber> outbound      *>
      *> queue file.  EV-SEQUENCE numbers the events in publication   *>
      *> order and never repeats; a subscriber acknowledges by        *>
      *> writing the highest sequence it has processed to its         *>
      *> EVTACK.<subscriber> file.  The value columns by type:        *>
      *>   HIRE  new = name                                           *>
      *>   NAME  old = previous name, new = new name                  *>
      *>   XFER  old = previous department, new = new department      *>
      *>   LEAV  new = expected return date (zero if open-ended)      *>
      *>   RETN  no values                                            *>
      *>   MGR   new = new manager ID (zero = no manager)             *>
      *>   TERM  old = department left, new = termination reason      *>
      *> EV-DELIVERY is blank on the log; on a queue it is N for a    *>
      *> first delivery and R for an unacknowledged event re-sent.    *>
      *>--------------------------------------------------------------*>
       01 PERSON-EVENT-RECORD.
           05 EV-SEQUENCE          PIC 9(09).
           05 FILLER               PIC X(01).
           05 EV-EVENT-TYPE        PIC X(04).
               88 EV-HIRE                    VALUE "HIRE".
               88 EV-NAME-CHANGE             VALUE "NAME".
               88 EV-TRANSFER                VALUE "XFER".
               88 EV-LEAVE                   VALUE "LEAV".
               88 EV-RETURN                  VALUE "RETN".
               88 EV-MANAGER-CHANGE          VALUE "MGR ".
               88 EV-TERMINATION             VALUE "TERM".
           05 FILLER               PIC X(01).
           05 EV-PERSON-ID         PIC 9(05).
           05 FILLER               PIC X(01).
           05 EV-HUMAN-NAME        PIC X(20).
           05 FILLER               PIC X(01).
           05 EV-EFFECTIVE-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 EV-PUBLISHED-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 EV-PUBLISHED-TIME    PIC 9(08).
           05 FILLER               PIC X(01).
           05 EV-OLD-VALUE         PIC X(20).
           05 FILLER               PIC X(01).
           05 EV-NEW-VALUE         PIC X(20).
           05 FILLER               PIC X(01).
           05 EV-DELIVERY          PIC X(01).
               88 EV-FIRST-DELIVERY          VALUE "N".
               88 EV-REDELIVERY              VALUE "R".
