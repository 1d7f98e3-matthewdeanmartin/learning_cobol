      *>               falling through into the set bodies and        *>
      *>               writing child-file and audit rows on what      *>
      *>               should be read-only inquiries.                 *>
      *>   2026-10-15  Added the PERSDEP dependents child file        *>
      *>               (keyed person ID + dependent sequence number)  *>
      *>               with SetPersonDependent / GetPersonDependent   *>
      *>               entry points, audited to PERSAUD.LOG the same  *>
      *>               way addresses are, so coverage tiers can be    *>
      *>               held against the people they cover.            *>
      *>   2026-10-15  Added the PERSCERT certification completion    *>
      *>               child file (keyed person ID + certification    *>
      *>               code) with SetPersonCert / GetPersonCert entry *>
      *>               points, audited to PERSAUD.LOG, so expiry      *>
      *>               dates stop living in a supervisor's drawer.    *>
      *>   2026-10-15  Added a BackOutNewHire entry point that        *>
      *>               deletes a half-built new hire's PERSADDR,      *>
      *>               PERSMGR and PERSMAST rows (audited, batch      *>
      *>               update authority, refused once the person has  *>
      *>               POSHIST history), so the onboarding apply can  *>
      *>               undo a hire whose later writes failed.         *>
      *>   2026-10-15  Added the PERSLANG preferred-language child    *>
      *>               file (keyed person ID) with SetPersonLanguage  *>
      *>               / GetPersonLanguage entry points, audited to   *>
      *>               PERSAUD.LOG, so employee documents can print   *>
      *>               in the language the person reads first;        *>
      *>               BackOutNewHire now removes the row too.        *>
      *>   2026-10-15  Each PERSAUD.LOG row is now hash-chained to    *>
      *>               the one before it through ChainLogRow before   *>
      *>               it is written.                                 *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. person.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-PERSON-ID
               FILE STATUS IS WS-MG-STATUS.
           SELECT PERSON-DEPENDENT ASSIGN TO WS-DEPENDENT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPENDENT-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT PERSON-CERT ASSIGN TO WS-CERT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CERT-KEY
               FILE STATUS IS WS-CE-STATUS.
           SELECT PERSON-LANGUAGE ASSIGN TO WS-LANGUAGE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-PERSON-ID
               FILE STATUS IS WS-LC-STATUS.
           SELECT DEPT-BUDGET ASSIGN TO "DEPTBUDG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
       FD  PERSON-MANAGER.
           COPY "person-manager.cpy".

       FD  PERSON-DEPENDENT.
           COPY "person-dependent.cpy".

       FD  PERSON-CERT.
           COPY "person-cert.cpy".

       FD  PERSON-LANGUAGE.
           COPY "person-language.cpy".

       FD  DEPT-BUDGET.
       01  DEPT-BUDGET-RECORD.
           05 BG-DEPT-CODE         PIC X(04).
           COPY "dept.cpy".
           COPY "position.cpy".
           COPY "date-calc-call.cpy".
           COPY "log-chain-call.cpy".
       01 WS-MASTER-FILE-NAME   PIC X(16) VALUE "PERSMAST".
       01 WS-AUDIT-FILE-NAME    PIC X(16) VALUE "PERSAUD.LOG".
       01 WS-CKP-FILE-NAME      PIC X(16) VALUE "PERSLOAD.CKP".
       01 WS-LEAVE-FILE-NAME    PIC X(16) VALUE "PERSLEAV".
       01 WS-SERVICE-FILE-NAME  PIC X(16) VALUE "PERSSERV".
       01 WS-MANAGER-FILE-NAME  PIC X(16) VALUE "PERSMGR".
       01 WS-DEPENDENT-FILE-NAME PIC X(16) VALUE "PERSDEP".
       01 WS-CERT-FILE-NAME     PIC X(16) VALUE "PERSCERT".
       01 WS-LANGUAGE-FILE-NAME PIC X(16) VALUE "PERSLANG".
       01 WS-ROSTER-LINE        PIC X(80) VALUE SPACES.
       01 WS-ROSTER-IS-OPEN     PIC X(01) VALUE "N".
           88 WS-ROSTER-OPEN             VALUE "Y".
           88 WS-MG-OK                    VALUE "00".
       01 WS-MANAGER-IS-OPEN    PIC X(01) VALUE "N".
           88 WS-MANAGER-OPEN            VALUE "Y".
       01 WS-DP-STATUS          PIC X(02) VALUE "00".
           88 WS-DP-OK                    VALUE "00".
       01 WS-DEPENDENT-IS-OPEN  PIC X(01) VALUE "N".
           88 WS-DEPENDENT-OPEN          VALUE "Y".
       01 WS-DEPENDENT-IS-VALID PIC X(01) VALUE "Y".
           88 WS-DEPENDENT-VALID          VALUE "Y".
           88 WS-DEPENDENT-INVALID        VALUE "N".
       01 WS-CE-STATUS          PIC X(02) VALUE "00".
           88 WS-CE-OK                    VALUE "00".
       01 WS-CERT-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-CERT-OPEN               VALUE "Y".
       01 WS-CERT-IS-VALID      PIC X(01) VALUE "Y".
           88 WS-CERT-VALID               VALUE "Y".
           88 WS-CERT-INVALID             VALUE "N".
       01 WS-LC-STATUS          PIC X(02) VALUE "00".
           88 WS-LC-OK                    VALUE "00".
       01 WS-LANGUAGE-IS-OPEN   PIC X(01) VALUE "N".
           88 WS-LANGUAGE-OPEN           VALUE "Y".
       01 WS-CHAIN-WALK-ID      PIC 9(05) VALUE 0.
       01 WS-CHAIN-HOP-COUNT    PIC 9(02) VALUE 0.
       01 WS-CHAIN-HOP-LIMIT    PIC 9(02) VALUE 50.
           COPY "person-position.cpy".
           COPY "person-leave-detail.cpy".
           COPY "person-manager-detail.cpy".
           COPY "person-dependent-detail.cpy".
           COPY "person-cert-detail.cpy".
           COPY "person-language-detail.cpy".

       PROCEDURE DIVISION  USING BY REFERENCE PersonIndex
           BY REFERENCE NewName BY REFERENCE PersonName
           MOVE "POSHIST.TST" TO WS-POSHIST-FILE-NAME
           MOVE "PERSLEAV.TST" TO WS-LEAVE-FILE-NAME
           MOVE "PERSSERV.TST" TO WS-SERVICE-FILE-NAME
           MOVE "PERSMGR.TST" TO WS-MANAGER-FILE-NAME
           MOVE "PERSDEP.TST" TO WS-DEPENDENT-FILE-NAME
           MOVE "PERSCERT.TST" TO WS-CERT-FILE-NAME
           MOVE "PERSLANG.TST" TO WS-LANGUAGE-FILE-NAME.

      *>----------------------------------------------------------*>
      *> 2000-SET-NAME - store NewName against PersonIndex,        *>
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TIMESTAMP TO PA-CHANGE-TIMESTAMP
           PERFORM 1690-CHAIN-AUDIT-RECORD
           WRITE PERSON-AUDIT-RECORD.

      *>----------------------------------------------------------*>
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TIMESTAMP TO PA-CHANGE-TIMESTAMP
           PERFORM 1690-CHAIN-AUDIT-RECORD
           WRITE PERSON-AUDIT-RECORD.

      *>----------------------------------------------------------*>
      *> 1690-CHAIN-AUDIT-RECORD - link the row in the buffer to the *>
      *> one before it on the change log (ChainLogRow), just before  *>
      *> it is written.                                              *>
      *>----------------------------------------------------------*>
       1690-CHAIN-AUDIT-RECORD.
           MOVE WS-AUDIT-FILE-NAME TO HC-LOG-NAME
           MOVE PA-ROW-CONTENT TO HC-ROW-CONTENT
           CALL "ChainLogRow" USING HC-LOG-NAME HC-ROW-CONTENT
               HC-CHAIN-SEQ HC-PREV-HASH HC-ROW-HASH
           MOVE HC-CHAIN-SEQ TO PA-CHAIN-SEQ
           MOVE HC-PREV-HASH TO PA-PREV-HASH
           MOVE HC-ROW-HASH TO PA-ROW-HASH.

      *>----------------------------------------------------------*>
      *> 1500-CHECK-DUPLICATE-NAME - position on the PM-HUMAN-NAME  *>
      *> alternate key and read only the records carrying NewName,  *>
           PERFORM 8800-REHIRE-PERSON
               THRU 8800-REHIRE-PERSON-EXIT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1085-OPEN-LANGUAGE-FILE - open the PERSLANG child file I-O   *>
      *> the first time a language entry point is called, creating    *>
      *> it if it does not exist, the same way the master opens.      *>
      *>----------------------------------------------------------*>
       1085-OPEN-LANGUAGE-FILE.
           IF NOT WS-LANGUAGE-OPEN
               OPEN I-O PERSON-LANGUAGE
               IF WS-LC-STATUS = "35"
                   OPEN OUTPUT PERSON-LANGUAGE
                   CLOSE PERSON-LANGUAGE
                   OPEN I-O PERSON-LANGUAGE
               END-IF
               SET WS-LANGUAGE-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 9400-SET-PERSON-LANGUAGE - store PersonLanguageCode on       *>
      *> PERSLANG as the language PersonIndex's own documents print   *>
      *> in.  The person must be on the master and the code two       *>
      *> letters (spaces put the person back to English), or nothing  *>
      *> is stored; an accepted set is audited to PERSAUD.LOG.        *>
      *>----------------------------------------------------------*>
       9400-SET-PERSON-LANGUAGE.
           SET PersonNotFound TO TRUE
           MOVE PersonIndex TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   GO TO 9400-SET-PERSON-LANGUAGE-EXIT
           END-READ
           IF PersonLanguageCode NOT = SPACES
               AND (PersonLanguageCode IS NOT ALPHABETIC-UPPER
                   OR PersonLanguageCode(1:1) = SPACE
                   OR PersonLanguageCode(2:1) = SPACE)
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Language rejected for person " PersonIndex
                   " code " PersonLanguageCode
               MOVE "PERSON" TO LE-PROGRAM-NAME
               MOVE "9400-SET-LANGUAGE" TO LE-PARAGRAPH-NAME
               MOVE "Language rejected - code is not two letters"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 9400-SET-PERSON-LANGUAGE-EXIT
           END-IF
           PERFORM 1085-OPEN-LANGUAGE-FILE
           MOVE PersonIndex TO LC-PERSON-ID
           READ PERSON-LANGUAGE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PersonLanguageCode TO LC-LANGUAGE-CODE
           IF WS-LC-OK
               REWRITE PERSON-LANGUAGE-RECORD
           ELSE
               MOVE PersonIndex TO LC-PERSON-ID
               MOVE PersonLanguageCode TO LC-LANGUAGE-CODE
               WRITE PERSON-LANGUAGE-RECORD
           END-IF
           SET PersonWasFound TO TRUE
           MOVE PM-HUMAN-NAME TO PA-OLD-NAME
           MOVE PM-HUMAN-NAME TO PA-NEW-NAME
           PERFORM 1650-WRITE-AUDIT-FROM-MASTER.
       9400-SET-PERSON-LANGUAGE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 9450-GET-PERSON-LANGUAGE - return PersonIndex's language     *>
      *> code from PERSLANG, or NOT-FOUND with EN when the person has *>
      *> no row; a blank code on file also reads as EN.               *>
      *>----------------------------------------------------------*>
       9450-GET-PERSON-LANGUAGE.
           PERFORM 1085-OPEN-LANGUAGE-FILE
           MOVE PersonIndex TO LC-PERSON-ID
           READ PERSON-LANGUAGE
               INVALID KEY
                   SET PersonNotFound TO TRUE
                   MOVE "EN" TO PersonLanguageCode
               NOT INVALID KEY
                   SET PersonWasFound TO TRUE
                   MOVE LC-LANGUAGE-CODE TO PersonLanguageCode
           END-READ
           IF PersonLanguageCode = SPACES
               MOVE "EN" TO PersonLanguageCode
           END-IF.

       9490-LANGUAGE-ENTRY-POINTS.
       ENTRY "SetPersonLanguage" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonLanguageCode
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9400-SET-PERSON-LANGUAGE
               THRU 9400-SET-PERSON-LANGUAGE-EXIT
           GOBACK.

       ENTRY "GetPersonLanguage" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonLanguageCode
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9450-GET-PERSON-LANGUAGE
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1090-OPEN-DEPENDENT-FILE - open the PERSDEP child file I-O   *>
      *> the first time a dependent entry point is called, creating   *>
      *> it if it does not exist, the same way the master opens.      *>
      *>----------------------------------------------------------*>
       1090-OPEN-DEPENDENT-FILE.
           IF NOT WS-DEPENDENT-OPEN
               OPEN I-O PERSON-DEPENDENT
               IF WS-DP-STATUS = "35"
                   OPEN OUTPUT PERSON-DEPENDENT
                   CLOSE PERSON-DEPENDENT
                   OPEN I-O PERSON-DEPENDENT
               END-IF
               SET WS-DEPENDENT-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 9500-SET-PERSON-DEPENDENT - write or rewrite the PERSDEP row *>
      *> for PersonIndex and the caller's sequence number.  The       *>
      *> person must be on the master, the sequence 01-99, the name   *>
      *> present, the relationship S, P, C or O, the birth date a     *>
      *> real date not after today and the covered flag Y or N, or    *>
      *> nothing is stored; an accepted set is audited to             *>
      *> PERSAUD.LOG.                                                 *>
      *>----------------------------------------------------------*>
       9500-SET-PERSON-DEPENDENT.
           SET PersonNotFound TO TRUE
           MOVE PersonIndex TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   GO TO 9500-SET-PERSON-DEPENDENT-EXIT
           END-READ
           PERFORM 9510-VALIDATE-DEPENDENT
           IF WS-DEPENDENT-INVALID
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Dependent rejected for person " PersonIndex
                   " sequence " PersonDependentSeq
               MOVE "PERSON" TO LE-PROGRAM-NAME
               MOVE "9500-SET-DEPENDENT" TO LE-PARAGRAPH-NAME
               MOVE "Dependent rejected - bad seq/name/rel/date/flag"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 9500-SET-PERSON-DEPENDENT-EXIT
           END-IF
           PERFORM 1090-OPEN-DEPENDENT-FILE
           MOVE PersonIndex TO DP-PERSON-ID
           MOVE PersonDependentSeq TO DP-DEPENDENT-SEQ
           READ PERSON-DEPENDENT
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PersonDependentName TO DP-DEPENDENT-NAME
           MOVE PersonDependentRelation TO DP-RELATIONSHIP-CODE
           MOVE PersonDependentBirthDate TO DP-BIRTH-DATE
           MOVE PersonDependentCovered TO DP-COVERED-FLAG
           IF WS-DP-OK
               REWRITE PERSON-DEPENDENT-RECORD
           ELSE
               MOVE PersonIndex TO DP-PERSON-ID
               MOVE PersonDependentSeq TO DP-DEPENDENT-SEQ
               WRITE PERSON-DEPENDENT-RECORD
           END-IF
           SET PersonWasFound TO TRUE
           MOVE PM-HUMAN-NAME TO PA-OLD-NAME
           MOVE PM-HUMAN-NAME TO PA-NEW-NAME
           PERFORM 1650-WRITE-AUDIT-FROM-MASTER.
       9500-SET-PERSON-DEPENDENT-EXIT.
           EXIT.

       9510-VALIDATE-DEPENDENT.
           SET WS-DEPENDENT-VALID TO TRUE
           IF PersonDependentSeq IS NOT NUMERIC
               OR PersonDependentSeq = 0
               OR PersonDependentName = SPACES
               SET WS-DEPENDENT-INVALID TO TRUE
           END-IF
           IF PersonDependentRelation NOT = "S"
                   AND PersonDependentRelation NOT = "P"
                   AND PersonDependentRelation NOT = "C"
                   AND PersonDependentRelation NOT = "O"
               SET WS-DEPENDENT-INVALID TO TRUE
           END-IF
           IF PersonDependentCovered NOT = "Y"
                   AND PersonDependentCovered NOT = "N"
               SET WS-DEPENDENT-INVALID TO TRUE
           END-IF
           IF PersonDependentBirthDate IS NOT NUMERIC
               OR PersonDependentBirthDate > RC-RUN-DATE
               SET WS-DEPENDENT-INVALID TO TRUE
           ELSE
               MOVE PersonDependentBirthDate TO DC-DATE
               CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
               IF DC-DATE-INVALID
                   SET WS-DEPENDENT-INVALID TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 9600-GET-PERSON-DEPENDENT - return the PERSDEP row for       *>
      *> PersonIndex and the caller's sequence number, or NOT-FOUND   *>
      *> with cleared fields when no row is on file.                  *>
      *>----------------------------------------------------------*>
       9600-GET-PERSON-DEPENDENT.
           PERFORM 1090-OPEN-DEPENDENT-FILE
           MOVE PersonIndex TO DP-PERSON-ID
           MOVE PersonDependentSeq TO DP-DEPENDENT-SEQ
           READ PERSON-DEPENDENT
               INVALID KEY
                   SET PersonNotFound TO TRUE
                   MOVE SPACES TO PersonDependentName
                   MOVE SPACES TO PersonDependentRelation
                   MOVE 0 TO PersonDependentBirthDate
                   MOVE SPACES TO PersonDependentCovered
               NOT INVALID KEY
                   SET PersonWasFound TO TRUE
                   MOVE DP-DEPENDENT-NAME TO PersonDependentName
                   MOVE DP-RELATIONSHIP-CODE
                       TO PersonDependentRelation
                   MOVE DP-BIRTH-DATE TO PersonDependentBirthDate
                   MOVE DP-COVERED-FLAG TO PersonDependentCovered
           END-READ.

       9690-DEPENDENT-ENTRY-POINTS.
       ENTRY "SetPersonDependent" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonDependentDetail
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9500-SET-PERSON-DEPENDENT
               THRU 9500-SET-PERSON-DEPENDENT-EXIT
           GOBACK.

       ENTRY "GetPersonDependent" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonDependentDetail
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9600-GET-PERSON-DEPENDENT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 1095-OPEN-CERT-FILE - open the PERSCERT child file I-O the   *>
      *> first time a certification entry point is called, creating   *>
      *> it if it does not exist, the same way the master opens.      *>
      *>----------------------------------------------------------*>
       1095-OPEN-CERT-FILE.
           IF NOT WS-CERT-OPEN
               OPEN I-O PERSON-CERT
               IF WS-CE-STATUS = "35"
                   OPEN OUTPUT PERSON-CERT
                   CLOSE PERSON-CERT
                   OPEN I-O PERSON-CERT
               END-IF
               SET WS-CERT-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 9700-SET-PERSON-CERT - write or rewrite the PERSCERT row for *>
      *> PersonIndex and the caller's certification code.  The       *>
      *> person must be on the master, the code present, the          *>
      *> completion date a real date not after today and the expiry   *>
      *> zero or a real date after the completion, or nothing is      *>
      *> stored; an accepted set is audited to PERSAUD.LOG.           *>
      *>----------------------------------------------------------*>
       9700-SET-PERSON-CERT.
           SET PersonNotFound TO TRUE
           MOVE PersonIndex TO PM-PERSON-ID
           READ PERSON-MASTER
               INVALID KEY
                   GO TO 9700-SET-PERSON-CERT-EXIT
           END-READ
           PERFORM 9710-VALIDATE-CERT
           IF WS-CERT-INVALID
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Certification rejected for person " PersonIndex
                   " code " PersonCertCode
               MOVE "PERSON" TO LE-PROGRAM-NAME
               MOVE "9700-SET-PERSON-CERT" TO LE-PARAGRAPH-NAME
               MOVE "Certification rejected - bad code/dates"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 9700-SET-PERSON-CERT-EXIT
           END-IF
           PERFORM 1095-OPEN-CERT-FILE
           MOVE PersonIndex TO CE-PERSON-ID
           MOVE PersonCertCode TO CE-CERT-CODE
           READ PERSON-CERT
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PersonCertCompleted TO CE-COMPLETED-DATE
           MOVE PersonCertExpiry TO CE-EXPIRY-DATE
           IF WS-CE-OK
               REWRITE PERSON-CERT-RECORD
           ELSE
               MOVE PersonIndex TO CE-PERSON-ID
               MOVE PersonCertCode TO CE-CERT-CODE
               WRITE PERSON-CERT-RECORD
           END-IF
           SET PersonWasFound TO TRUE
           MOVE PM-HUMAN-NAME TO PA-OLD-NAME
           MOVE PM-HUMAN-NAME TO PA-NEW-NAME
           PERFORM 1650-WRITE-AUDIT-FROM-MASTER.
       9700-SET-PERSON-CERT-EXIT.
           EXIT.

       9710-VALIDATE-CERT.
           SET WS-CERT-VALID TO TRUE
           IF PersonCertCode = SPACES
               SET WS-CERT-INVALID TO TRUE
           END-IF
           IF PersonCertCompleted IS NOT NUMERIC
               OR PersonCertCompleted > RC-RUN-DATE
               SET WS-CERT-INVALID TO TRUE
           ELSE
               MOVE PersonCertCompleted TO DC-DATE
               CALL "ValidateDate" USING DC-DATE DC-DATE-VALID-FLAG
               IF DC-DATE-INVALID
                   SET WS-CERT-INVALID TO TRUE
               END-IF
           END-IF
           IF PersonCertExpiry IS NOT NUMERIC
               SET WS-CERT-INVALID TO TRUE
           ELSE
               IF PersonCertExpiry NOT = 0
                   IF PersonCertExpiry NOT > PersonCertCompleted
                       SET WS-CERT-INVALID TO TRUE
                   ELSE
                       MOVE PersonCertExpiry TO DC-DATE
                       CALL "ValidateDate" USING DC-DATE
                           DC-DATE-VALID-FLAG
                       IF DC-DATE-INVALID
                           SET WS-CERT-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 9800-GET-PERSON-CERT - return the PERSCERT row for           *>
      *> PersonIndex and the caller's certification code, or          *>
      *> NOT-FOUND with zero dates when no row is on file.            *>
      *>----------------------------------------------------------*>
       9800-GET-PERSON-CERT.
           PERFORM 1095-OPEN-CERT-FILE
           MOVE PersonIndex TO CE-PERSON-ID
           MOVE PersonCertCode TO CE-CERT-CODE
           READ PERSON-CERT
               INVALID KEY
                   SET PersonNotFound TO TRUE
                   MOVE 0 TO PersonCertCompleted
                   MOVE 0 TO PersonCertExpiry
               NOT INVALID KEY
                   SET PersonWasFound TO TRUE
                   MOVE CE-COMPLETED-DATE TO PersonCertCompleted
                   MOVE CE-EXPIRY-DATE TO PersonCertExpiry
           END-READ.

       9890-CERT-ENTRY-POINTS.
       ENTRY "SetPersonCert" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonCertDetail
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9700-SET-PERSON-CERT
               THRU 9700-SET-PERSON-CERT-EXIT
           GOBACK.

       ENTRY "GetPersonCert" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonCertDetail
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           PERFORM 9800-GET-PERSON-CERT
           GOBACK.

      *>----------------------------------------------------------*>
      *> 9900-BACK-OUT-NEW-HIRE - remove a half-built new hire: the   *>
      *> PERSADDR rows, the PERSMGR and PERSLANG rows and the         *>
      *> PERSMAST record for PersonIndex are deleted and the removal  *>
      *> audited to PERSAUD.LOG with a blank new name, the way a      *>
      *> purge shows.  Only a person who has never held a position    *>
      *> may be backed out - anyone with POSHIST.LOG history is a     *>
      *> real employee and must go through DeactivatePerson instead.  *>
      *>----------------------------------------------------------*>
       9900-BACK-OUT-NEW-HIRE.
           SET PersonNotFound TO TRUE
           MOVE SPACES TO WS-CURR-POS-CODE
           MOVE "N" TO WS-POSHIST-EOF
           OPEN INPUT POSITION-HISTORY
           IF WS-PH-OK
               PERFORM 8310-SCAN-ONE-HISTORY-ROW
                   UNTIL WS-POSHIST-AT-END
               CLOSE POSITION-HISTORY
           END-IF
           IF WS-CURR-POS-CODE NOT = SPACES
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Back-out refused - person " PersonIndex
                   " has position history."
               MOVE "PERSON" TO LE-PROGRAM-NAME
               MOVE "9900-BACK-OUT-HIRE" TO LE-PARAGRAPH-NAME
               MOVE "Back-out refused - person has position history"
                   TO LE-MESSAGE-TEXT
               SET LE-SEVERITY-ERROR TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT LE-SEVERITY-CODE
               GO TO 9900-BACK-OUT-NEW-HIRE-EXIT
           END-IF
           MOVE PersonIndex TO PM-PERSON-ID
           PERFORM 1900-READ-FOR-UPDATE
           IF NOT WS-PM-OK
               GO TO 9900-BACK-OUT-NEW-HIRE-EXIT
           END-IF
           MOVE PM-HUMAN-NAME TO PA-OLD-NAME
           PERFORM 1050-OPEN-ADDRESS-FILE
           MOVE PersonIndex TO AD-PERSON-ID
           MOVE "H" TO AD-ADDRESS-TYPE
           PERFORM 9910-DELETE-ONE-ADDRESS
           MOVE "M" TO AD-ADDRESS-TYPE
           PERFORM 9910-DELETE-ONE-ADDRESS
           MOVE "E" TO AD-ADDRESS-TYPE
           PERFORM 9910-DELETE-ONE-ADDRESS
           PERFORM 1080-OPEN-MANAGER-FILE
           MOVE PersonIndex TO MG-PERSON-ID
           DELETE PERSON-MANAGER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 1085-OPEN-LANGUAGE-FILE
           MOVE PersonIndex TO LC-PERSON-ID
           DELETE PERSON-LANGUAGE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE PersonIndex TO PM-PERSON-ID
           DELETE PERSON-MASTER RECORD
               INVALID KEY
                   GO TO 9900-BACK-OUT-NEW-HIRE-EXIT
           END-DELETE
           SET PersonWasFound TO TRUE
           MOVE SPACES TO PA-NEW-NAME
           PERFORM 1650-WRITE-AUDIT-FROM-MASTER.
       9900-BACK-OUT-NEW-HIRE-EXIT.
           EXIT.

       9910-DELETE-ONE-ADDRESS.
           DELETE PERSON-ADDRESS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       9990-BACK-OUT-ENTRY-POINT.
       ENTRY "BackOutNewHire" USING BY REFERENCE PersonIndex
           BY REFERENCE PersonFoundFlag.
           PERFORM 1000-OPEN-MASTER-FILE
           MOVE RC-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE 5 TO OA-REQUIRED-LEVEL
           CALL "CheckOperatorAuth" USING OA-OPERATOR-ID
               OA-REQUIRED-LEVEL OA-AUTHORIZED-FLAG
           IF OA-REFUSED
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Back-out refused - operator " RC-OPERATOR-ID
                   " lacks authority."
               SET PersonNotFound TO TRUE
               GOBACK
           END-IF
           PERFORM 9900-BACK-OUT-NEW-HIRE
               THRU 9900-BACK-OUT-NEW-HIRE-EXIT
           GOBACK.
