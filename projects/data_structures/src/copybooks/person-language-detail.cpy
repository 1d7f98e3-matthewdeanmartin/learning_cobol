      *>--------------------------------------------------------------*>
      *> PERSON-LANGUAGE-DETAIL.CPY                                   *>
      *> LINKAGE parameter for the SetPersonLanguage /                *>
      *> GetPersonLanguage entry points on CALL "person".  The        *>
      *> person ID is PersonIndex itself; the code is a two-letter    *>
      *> MSGCAT.DAT language code, and spaces (or EN) mean English.   *>
      *>--------------------------------------------------------------*>
       01 PersonLanguageCode  PIC X(02).
