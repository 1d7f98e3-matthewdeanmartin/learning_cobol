      *>--------------------------------------------------------------*>
      *> CHGREQ.CPY                                                   *>
      *> LINKAGE parameters for CALL "chgreq" and its                 *>
      *> HoldChangeRequest / GetChangeRequest / DecideChangeRequest   *>
      *> entry points.  ChangeRequestDetail is the caller's           *>
      *> CHANGE-REQUEST-RECORD (change-request.cpy) passed whole; the *>
      *> found flag says whether the request was written, found, or   *>
      *> still pending to be decided.                                 *>
      *>--------------------------------------------------------------*>
       01 ChangeRequestDetail PIC X(144).
       01 ChangeFoundFlag     PIC X(01).
           88 ChangeWasFound      VALUE "Y".
           88 ChangeNotFound      VALUE "N".
