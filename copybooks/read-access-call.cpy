      *>--------------------------------------------------------------*>
      *> READ-ACCESS-CALL.CPY                                         *>
      *> LINKAGE parameters for CALL "LogReadAccess" - any program    *>
      *> that shows or returns a person's compensation or address     *>
      *> passes the operator, its own name, the person viewed and     *>
      *> the class of data, and the subprogram appends one row to     *>
      *> the READACC.LOG read-access journal.  ENTRY                  *>
      *> "SetReadAccessViewer" lets a server program name the real    *>
      *> viewer (an API client) for reads made on its behalf by a     *>
      *> shared entry point, and "ClearReadAccessViewer" ends it.     *>
      *>--------------------------------------------------------------*>
       01 RX-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01 RX-PROGRAM-NAME          PIC X(08) VALUE SPACES.
       01 RX-PERSON-ID             PIC 9(05) VALUE 0.
       01 RX-DATA-CLASS            PIC X(04) VALUE SPACES.
           88 RX-CLASS-COMP                    VALUE "COMP".
           88 RX-CLASS-ADDR                    VALUE "ADDR".
