      *>--------------------------------------------------------------*>
      *> WITHHOLD.CPY                                                 *>
      *> LINKAGE parameters for CALL "withhold" and its               *>
      *> SetWithholding / GetWithholding entry points - kept separate *>
      *> from the PERSWHLD file record the same way deduct.cpy is     *>
      *> kept separate from deduct-master.cpy.  The extra amounts are *>
      *> cents per pay period; the exemption flag is N none, F        *>
      *> federal, S state, B both.                                    *>
      *>--------------------------------------------------------------*>
       01 WithholdFedStatus      PIC X(01).
       01 WithholdFedAllowances  PIC 9(02).
       01 WithholdFedExtra       PIC 9(07).
       01 WithholdStateCode      PIC X(02).
       01 WithholdStateStatus    PIC X(01).
       01 WithholdStateAllowances PIC 9(02).
       01 WithholdStateExtra     PIC 9(07).
       01 WithholdExemptFlag     PIC X(01).
       01 WithholdEffectiveDate  PIC 9(08).
       01 WithholdFoundFlag      PIC X(01).
           88 WithholdWasFound        VALUE "Y".
           88 WithholdNotFound        VALUE "N".
