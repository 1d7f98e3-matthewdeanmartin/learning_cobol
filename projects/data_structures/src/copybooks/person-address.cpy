      *> one row per person and address type, keyed by the same       *>
      *> PM-PERSON-ID as the person master plus a one-byte type       *>
      *> code: H home, M mailing, E emergency contact.  The contact   *>
      *> name is only meaningful on the E row; the contact phone is   *>
      *> the contact's number on the E row and the person's own home  *>
      *> phone on the H row; the street fields are only meaningful    *>
      *> on H and M rows.                                             *>
      *>--------------------------------------------------------------*>
       01 PERSON-ADDRESS-RECORD.
           05 AD-ADDRESS-KEY.
