      *>--------------------------------------------------------------*>
      *> REVIEW-DONE.CPY                                              *>
      *> Row layout for REVWDONE.DAT, blank-separated: one completed  *>
      *> review per row as returned by the manager - the PERSREVW key *>
      *> (person, yyyymm period, type A or P), the date the review    *>
      *> was held and the rating 1-5.  ReviewGen posts them before    *>
      *> it generates the month's new reviews.  Lines starting with   *>
      *> * are comments.                                              *>
      *>--------------------------------------------------------------*>
       01 REVIEW-DONE-RECORD.
           05 RD-PERSON-ID             PIC 9(05).
           05 FILLER                   PIC X(01).
           05 RD-REVIEW-PERIOD         PIC 9(06).
           05 FILLER                   PIC X(01).
           05 RD-REVIEW-TYPE           PIC X(01).
           05 FILLER                   PIC X(01).
           05 RD-COMPLETED-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RD-RATING                PIC 9(01).
