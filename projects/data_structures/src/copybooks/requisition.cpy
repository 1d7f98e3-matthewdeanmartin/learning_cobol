      *>--------------------------------------------------------------*>
      *> REQUISITION.CPY                                              *>
      *> Record layout for the REQMAST indexed (KSDS) job requisition *>
      *> file, keyed by requisition number (assigned by ReqMaint from *>
      *> the highest on file).  Each row is one opening being         *>
      *> recruited for: the department and POSNMAST position, the     *>
      *> date it was opened, the hiring manager's person ID and the   *>
      *> status - O open, F filled (with the person hired when        *>
      *> known), C cancelled - with the date it was closed.           *>
      *>--------------------------------------------------------------*>
       01 REQUISITION-RECORD.
           05 RQ-REQ-NUMBER        PIC 9(06).
           05 RQ-DEPT-CODE         PIC X(04).
           05 RQ-POSITION-CODE     PIC X(06).
           05 RQ-OPENED-DATE       PIC 9(08).
           05 RQ-HIRING-MANAGER    PIC 9(05).
           05 RQ-STATUS-FLAG       PIC X(01).
               88 RQ-OPEN                    VALUE "O".
               88 RQ-FILLED                  VALUE "F".
               88 RQ-CANCELLED               VALUE "C".
           05 RQ-CLOSED-DATE       PIC 9(08).
           05 RQ-FILLED-BY         PIC 9(05).
           05 RQ-OPERATOR-ID       PIC X(08).
