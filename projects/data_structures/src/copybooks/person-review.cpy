      *>--------------------------------------------------------------*>
      *> PERSON-REVIEW.CPY                                            *>
      *> Record layout for the PERSREVW indexed (KSDS) performance    *>
      *> review file, keyed by the same PM-PERSON-ID as the person    *>
      *> master, the review period (the yyyymm the review falls due)  *>
      *> and the review type - A for the hire anniversary, P for the  *>
      *> 90-day review after a POSHIST.LOG position change.  Rows are *>
      *> generated open by ReviewGen with the PERSMGR manager as      *>
      *> reviewer, completed with a rating 1-5, and closed X when     *>
      *> TransApply terminates the person.                            *>
      *>--------------------------------------------------------------*>
       01 PERSON-REVIEW-RECORD.
           05 RV-REVIEW-KEY.
               10 RV-PERSON-ID     PIC 9(05).
               10 RV-REVIEW-PERIOD PIC 9(06).
               10 RV-REVIEW-TYPE   PIC X(01).
                   88 RV-ANNIVERSARY         VALUE "A".
                   88 RV-POSITION-CHANGE     VALUE "P".
           05 RV-DUE-DATE          PIC 9(08).
           05 RV-COMPLETED-DATE    PIC 9(08).
           05 RV-RATING            PIC 9(01).
           05 RV-REVIEWER-ID       PIC 9(05).
           05 RV-STATUS-FLAG       PIC X(01).
               88 RV-OPEN                    VALUE "O".
               88 RV-COMPLETE                VALUE "C".
               88 RV-CLOSED                  VALUE "X".
           05 RV-GENERATED-DATE    PIC 9(08).
