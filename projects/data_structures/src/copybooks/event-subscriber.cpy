      *>--------------------------------------------------------------*>
      *> EVENT-SUBSCRIBER.CPY                                         *>
      *> Record layout for the EVTSUB.CTL subscriber registry - one   *>
      *> row per consumer of the person change events (payroll, the   *>
      *> badge system, the intranet directory, ...).  SB-ACTIVE-FLAG  *>
      *> N stops delivery without losing the cursor.  An              *>
      *> unacknowledged event is re-sent once SB-RESEND-MINUTES have  *>
      *> passed since the last delivery (zero means 60).  The event   *>
      *> types wanted are listed in SB-EVENT-TYPE (HIRE NAME XFER     *>
      *> LEAV RETN MGR TERM); all blank means every type.  Rows       *>
      *> starting with an asterisk are comments.                      *>
      *>--------------------------------------------------------------*>
       01 EVENT-SUBSCRIBER-RECORD.
           05 SB-SUBSCRIBER-ID     PIC X(08).
           05 FILLER               PIC X(01).
           05 SB-ACTIVE-FLAG       PIC X(01).
               88 SB-ACTIVE                  VALUE "Y".
           05 FILLER               PIC X(01).
           05 SB-RESEND-MINUTES    PIC 9(04).
           05 FILLER               PIC X(01).
           05 SB-EVENT-TYPES.
               10 SB-TYPE-ENTRY OCCURS 8 TIMES.
                   15 SB-EVENT-TYPE    PIC X(04).
                   15 FILLER           PIC X(01).
