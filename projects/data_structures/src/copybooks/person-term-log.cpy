      *> action, the Offboard job turns the day's rows into final-    *>
      *> pay figures and offboarding checklists, and the morning      *>
      *> handover lists them so nobody finds out later.               *>
      *> TM-TERM-REASON is the X transaction's reason code (see       *>
      *> PERSON-TRANS.CPY) and TM-STINT-START the start of the        *>
      *> employment stint that ended - the rehire date for a rehired  *>
      *> person, otherwise the hire date - for turnover reporting.    *>
      *> Rows written before these columns existed read as spaces.    *>
      *>--------------------------------------------------------------*>
       01 PERSON-TERM-RECORD.
           05 TM-TERM-DATE         PIC 9(08).
           05 TM-HUMAN-NAME        PIC X(20).
           05 FILLER               PIC X(01).
           05 TM-DEPARTMENT-CODE   PIC X(04).
           05 FILLER               PIC X(01).
           05 TM-TERM-REASON       PIC X(02).
               88 TM-REASON-VOLUNTARY        VALUE "RS" "RT" "VO".
               88 TM-REASON-INVOLUNTARY      VALUE "DM" "RD" "EC"
                                                   "IO".
           05 FILLER               PIC X(01).
           05 TM-STINT-START       PIC 9(08).
