      *>--------------------------------------------------------------*>
      *> PERSON-SNAPSHOT-CALL.CPY                                     *>
      *> LINKAGE parameters for the nightly PERSSNAP person snapshot  *>
      *> reader.  CALL "OpenPersonSnapshot" with the run date before  *>
      *> the master sweep: SN-USABLE comes back only when tonight's   *>
      *> PERSSNAP.<yyyymmdd> is on hand, carries that date in its     *>
      *> header and foots to its trailer - otherwise SN-REASON-TEXT   *>
      *> says why and the caller reads the masters directly.  Then    *>
      *> CALL "ReadPersonSnapshot" with a PERSON-SNAPSHOT-RECORD      *>
      *> (person-snapshot.cpy) until SN-AT-END - details only, in     *>
      *> person-ID order - and CALL "ClosePersonSnapshot" at the end. *>
      *>--------------------------------------------------------------*>
       01 SN-RUN-DATE              PIC 9(08) VALUE 0.
       01 SN-USABLE-FLAG           PIC X(01) VALUE "N".
           88 SN-USABLE                       VALUE "Y".
       01 SN-REASON-TEXT           PIC X(40) VALUE SPACES.
       01 SN-END-FLAG              PIC X(01) VALUE "N".
           88 SN-AT-END                       VALUE "Y".
