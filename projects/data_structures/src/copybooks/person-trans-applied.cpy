      *>--------------------------------------------------------------*>
      *> PERSON-TRANS-APPLIED.CPY                                     *>
      *> Record layout for the TRANSAPP.LOG applied-transaction       *>
      *> journal - TransApply appends one row for every PERSTRAN.DAT  *>
      *> transaction it applies, with the person's name and the       *>
      *> department they were in beforehand captured ahead of the     *>
      *> apply, so the change-event publisher can describe each       *>
      *> transfer, leave, return, manager change and termination      *>
      *> without going back to the masters.                           *>
      *>--------------------------------------------------------------*>
       01 PERSON-APPLIED-RECORD.
           05 TA-APPLIED-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 TA-APPLIED-TIME      PIC 9(08).
           05 FILLER               PIC X(01).
           05 TA-PERSON-ID         PIC 9(05).
           05 FILLER               PIC X(01).
           05 TA-ACTION-CODE       PIC X(01).
               88 TA-ACTION-TRANSFER         VALUE "T".
               88 TA-ACTION-TERMINATE        VALUE "X".
               88 TA-ACTION-LEAVE            VALUE "L".
               88 TA-ACTION-RETURN           VALUE "R".
               88 TA-ACTION-MANAGER          VALUE "M".
           05 FILLER               PIC X(01).
           05 TA-HUMAN-NAME        PIC X(20).
           05 FILLER               PIC X(01).
           05 TA-OLD-DEPT          PIC X(04).
           05 FILLER               PIC X(01).
           05 TA-NEW-DEPT          PIC X(04).
           05 FILLER               PIC X(01).
           05 TA-EFFECTIVE-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 TA-RETURN-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 TA-TERM-REASON       PIC X(02).
           05 FILLER               PIC X(01).
           05 TA-NEW-MANAGER       PIC 9(05).
