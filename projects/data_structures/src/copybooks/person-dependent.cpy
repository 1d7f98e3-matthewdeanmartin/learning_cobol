      *>--------------------------------------------------------------*>
      *> PERSON-DEPENDENT.CPY                                         *>
      *> Record layout for the PERSDEP indexed (KSDS) dependents      *>
      *> child file, keyed by the same PM-PERSON-ID as the person     *>
      *> master plus a two-digit dependent sequence number - one row  *>
      *> per spouse, partner, child or other dependent.  The covered  *>
      *> flag says whether the dependent is on the person's benefit   *>
      *> coverage; a covered child is held against the plan age       *>
      *> limit by DepAgeOut.                                          *>
      *>--------------------------------------------------------------*>
       01 PERSON-DEPENDENT-RECORD.
           05 DP-DEPENDENT-KEY.
               10 DP-PERSON-ID     PIC 9(05).
               10 DP-DEPENDENT-SEQ PIC 9(02).
           05 DP-DEPENDENT-NAME    PIC X(20).
           05 DP-RELATIONSHIP-CODE PIC X(01).
               88 DP-SPOUSE                  VALUE "S".
               88 DP-PARTNER                 VALUE "P".
               88 DP-CHILD                   VALUE "C".
               88 DP-OTHER                   VALUE "O".
           05 DP-BIRTH-DATE        PIC 9(08).
           05 DP-COVERED-FLAG      PIC X(01).
               88 DP-COVERED                 VALUE "Y".
               88 DP-NOT-COVERED             VALUE "N".
