      *>--------------------------------------------------------------*>
      *> NEW-HIRE.CPY                                                 *>
      *> Record layout for the NEWHIRE.DAT onboarding transaction     *>
      *> file - one row per new hire carrying everything the five     *>
      *> separate set steps used to take: the master fields, the      *>
      *> grade and annual salary (in cents), the position, the        *>
      *> manager's person ID, the home address, an optional           *>
      *> emergency contact and an optional preferred language code    *>
      *> (blank means English) for the hire's documents.  The Onboard *>
      *> job edits the whole row before it writes anything.           *>
      *>--------------------------------------------------------------*>
       01 NEW-HIRE-RECORD.
           05 NH-HUMAN-NAME        PIC X(20).
           05 NH-DEPARTMENT-CODE   PIC X(04).
           05 NH-HIRE-DATE         PIC 9(08).
           05 NH-POSITION-CODE     PIC X(06).
           05 NH-GRADE             PIC X(02).
           05 NH-ANNUAL-SALARY     PIC 9(11).
           05 NH-MANAGER-ID        PIC 9(05).
           05 NH-STREET-LINE-1     PIC X(30).
           05 NH-STREET-LINE-2     PIC X(30).
           05 NH-CITY              PIC X(20).
           05 NH-STATE-CODE        PIC X(02).
           05 NH-POSTAL-CODE       PIC X(10).
           05 NH-CONTACT-NAME      PIC X(20).
           05 NH-CONTACT-PHONE     PIC X(15).
           05 NH-LANGUAGE-CODE     PIC X(02).
