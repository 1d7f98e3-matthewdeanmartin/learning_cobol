      *> LINKAGE parameters for CALL "CheckOperatorAuth" - a          *>
      *> destructive path passes the operator ID (normally            *>
      *> RC-OPERATOR-ID) and the authority level the action needs     *>
      *> (5 batch update, 7 payment approver, 9 destructive), and     *>
      *> gets back whether the OPERAUTH.CTL operator master allows    *>
      *> it.  CALL "CheckOperatorAuthClass" adds the FREEZE.CTL       *>
      *> change-freeze check: the operation's freeze class and step   *>
      *> name go in as well, and OA-FREEZE-RESULT says whether a      *>
      *> freeze window refused it or an emergency override (reason    *>
      *> and second operator) let it through.                         *>
      *>--------------------------------------------------------------*>
       01 OA-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01 OA-REQUIRED-LEVEL        PIC 9(01) VALUE 9.
       01 OA-AUTHORIZED-FLAG       PIC X(01) VALUE "N".
           88 OA-AUTHORIZED                   VALUE "Y".
           88 OA-REFUSED                      VALUE "N".
       01 OA-FREEZE-CLASS          PIC X(08) VALUE SPACES.
       01 OA-ACTION-NAME           PIC X(08) VALUE SPACES.
       01 OA-FREEZE-RESULT         PIC X(01) VALUE "N".
           88 OA-NOT-FROZEN                   VALUE "N".
           88 OA-FROZEN                       VALUE "F".
           88 OA-FREEZE-OVERRIDDEN            VALUE "O".
