      *>--------------------------------------------------------------*>
      *> PERSON-LANGUAGE.CPY                                          *>
      *> Record layout for the PERSLANG indexed (KSDS) preferred-     *>
      *> language child file, keyed by the same PM-PERSON-ID as the   *>
      *> person master - one row per person naming the two-letter     *>
      *> MSGCAT.DAT language code (EN, ES, ...) their own documents   *>
      *> print in.  A person with no row, or a blank code, reads      *>
      *> English.                                                     *>
      *>--------------------------------------------------------------*>
       01 PERSON-LANGUAGE-RECORD.
           05 LC-PERSON-ID         PIC 9(05).
           05 LC-LANGUAGE-CODE     PIC X(02).
