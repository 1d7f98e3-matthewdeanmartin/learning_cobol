      *> expected return), R returns the person from leave.  Rows    *>
      *> written before the return-date column existed read as       *>
      *> spaces and are treated as having no expected return.        *>
      *> An X carries PT-TERM-REASON: RS resignation, RT retirement, *>
      *> VO other voluntary; DM dismissal, RD redundancy, EC end of  *>
      *> contract, IO other involuntary.  Blank (older rows) means   *>
      *> no reason was given.  M moves the person's reporting line   *>
      *> to PT-NEW-MANAGER (zero makes them a tree top); rows       *>
      *> written before that column existed read as spaces.          *>
      *>--------------------------------------------------------------*>
       01 PERSON-TRANS-RECORD.
           05 PT-PERSON-ID         PIC 9(05).
               88 PT-ACTION-TERMINATE        VALUE "X".
               88 PT-ACTION-LEAVE            VALUE "L".
               88 PT-ACTION-RETURN           VALUE "R".
               88 PT-ACTION-MANAGER          VALUE "M".
           05 PT-NEW-DEPT          PIC X(04).
           05 PT-EFFECTIVE-DATE    PIC 9(08).
           05 PT-RETURN-DATE       PIC 9(08).
           05 PT-TERM-REASON       PIC X(02).
               88 PT-REASON-VOLUNTARY        VALUE "RS" "RT" "VO".
               88 PT-REASON-INVOLUNTARY      VALUE "DM" "RD" "EC"
                                                   "IO".
           05 PT-NEW-MANAGER       PIC 9(05).
