      *>--------------------------------------------------------------*>
      *> READ-ACCESS-LOG.CPY                                          *>
      *> Record layout for the READACC.LOG read-access journal the    *>
      *> LogReadAccess subprogram appends to - one row each time an   *>
      *> operator (or API client) is shown a person's compensation    *>
      *> (class COMP) or address (class ADDR), reviewed by the        *>
      *> ReadAccessInquiry report.                                    *>
      *>--------------------------------------------------------------*>
       01 READ-ACCESS-RECORD.
           05 RA-ACCESS-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 RA-ACCESS-TIME       PIC 9(08).
           05 FILLER               PIC X(01).
           05 RA-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 RA-PROGRAM-NAME      PIC X(08).
           05 FILLER               PIC X(01).
           05 RA-PERSON-ID         PIC 9(05).
           05 FILLER               PIC X(01).
           05 RA-DATA-CLASS        PIC X(04).
               88 RA-CLASS-COMP              VALUE "COMP".
               88 RA-CLASS-ADDR              VALUE "ADDR".
           05 FILLER               PIC X(01).
           05 RA-RUN-ID            PIC X(08).
