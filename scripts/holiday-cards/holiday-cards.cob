      *>             employee's name and department, routed through   *>
      *>             the existing XMAS_PRINT_ROUTE destinations       *>
      *>             (CONSOLE, FILE, or PRINTER through the spool).   *>
      *>             A person whose PERSLANG preferred language is    *>
      *>             not English gets the CRD00001 greeting from      *>
      *>             MSGCAT.DAT in that language when it has been     *>
      *>             translated, the HELOPARM greeting otherwise; the *>
      *>             name line is CRD00002 in the same language.      *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               XMAS_PRINT_ROUTE   CONSOLE, FILE, or PRINTER   *>
      *>               no street address; persons with no address on  *>
      *>               file are counted and flagged in the envelope   *>
      *>               file instead of being silently skipped.        *>
      *>   2026-10-15  Cards follow the person's PERSLANG preferred   *>
      *>               language: a translated CRD00001 greeting from  *>
      *>               MSGCAT.DAT replaces the HELOPARM greeting for  *>
      *>               other languages, and the name line is now      *>
      *>               CRD00002 with the name trimmed.                *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HolidayCards.
           SELECT ENVELOPE-OUTPUT ASSIGN TO WS-ENVELOPE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.
           SELECT PERSON-LANGUAGE ASSIGN TO "PERSLANG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-PERSON-ID
               FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENVELOPE-OUTPUT.
       01  EV-LINE                  PIC X(80).

       FD  PERSON-LANGUAGE.
           COPY "person-language.cpy".

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
           COPY "log-error-call.cpy".
           COPY "job-timer-call.cpy".
           COPY "spool-submit-call.cpy".
           COPY "emit-message-call.cpy".
       01 WS-PM-STATUS              PIC X(02) VALUE "00".
           88 WS-PM-OK                        VALUE "00".
       01 WS-PARM-STATUS            PIC X(02) VALUE "00".
           88 WS-AT-END                       VALUE "Y".
       01 WS-GREETING-TEXT          PIC X(40) VALUE
               "Season's Greetings".
       01 WS-CARD-GREETING          PIC X(40) VALUE SPACES.
       01 WS-LC-STATUS              PIC X(02) VALUE "00".
           88 WS-LC-OK                        VALUE "00".
       01 WS-LANGUAGE-IS-OPEN       PIC X(01) VALUE "N".
           88 WS-LANGUAGE-OPEN                VALUE "Y".
       01 WS-CARD-LANGUAGE          PIC X(02) VALUE "EN".
       01 WS-PRINT-ROUTE            PIC X(07) VALUE "FILE".
           88 WS-ROUTE-IS-CONSOLE             VALUE "CONSOLE".
           88 WS-ROUTE-IS-FILE                VALUE "FILE".
           PERFORM 1200-OPEN-THE-MASTER
           IF WS-PM-OK
               PERFORM 1300-OPEN-ENVELOPE-ROUTE
               OPEN INPUT PERSON-LANGUAGE
               IF WS-LC-OK
                   SET WS-LANGUAGE-OPEN TO TRUE
               END-IF
               PERFORM 2000-RENDER-ONE-CARD
                   UNTIL WS-AT-END
               CLOSE PERSON-MASTER
               IF WS-LANGUAGE-OPEN
                   CLOSE PERSON-LANGUAGE
               END-IF
               PERFORM 3000-CLOSE-PRINT-ROUTE
               PERFORM 3100-CLOSE-ENVELOPE-ROUTE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
           WRITE EV-LINE.

       2100-RENDER-CARD-PAGE.
           PERFORM 2050-CHOOSE-THE-LANGUAGE
           MOVE ALL "=" TO WS-CARD-LINE
           PERFORM 2900-EMIT-CARD-LINE
           PERFORM 2200-BUILD-GREETING-BANNER
               UNTIL WS-TRUNK-ROW > 2
           MOVE SPACES TO WS-CARD-LINE
           PERFORM 2900-EMIT-CARD-LINE
           MOVE "CRD00002" TO EM-MESSAGE-ID
           MOVE PM-HUMAN-NAME TO EM-SUB-1
           MOVE PM-DEPARTMENT-CODE TO EM-SUB-2
           MOVE WS-CARD-LANGUAGE TO EM-LANGUAGE-CODE
           CALL "FormatMessageText" USING EM-MESSAGE-ID EM-SUB-1
               EM-SUB-2 EM-LANGUAGE-CODE EM-MESSAGE-TEXT
               EM-TEXT-LANGUAGE
           MOVE SPACES TO WS-CARD-LINE
           STRING "      " DELIMITED BY SIZE
               EM-MESSAGE-TEXT DELIMITED BY SIZE
               INTO WS-CARD-LINE
           PERFORM 2900-EMIT-CARD-LINE.

      *>----------------------------------------------------------*>
      *> 2050-CHOOSE-THE-LANGUAGE - the person's PERSLANG language,  *>
      *> EN when there is no row.  English cards keep the HELOPARM   *>
      *> greeting; any other language takes the translated CRD00001  *>
      *> greeting, or HELOPARM's when it has not been translated.    *>
      *>----------------------------------------------------------*>
       2050-CHOOSE-THE-LANGUAGE.
           MOVE "EN" TO WS-CARD-LANGUAGE
           MOVE WS-GREETING-TEXT TO WS-CARD-GREETING
           IF WS-LANGUAGE-OPEN
               MOVE PM-PERSON-ID TO LC-PERSON-ID
               READ PERSON-LANGUAGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LC-LANGUAGE-CODE NOT = SPACES
                           MOVE LC-LANGUAGE-CODE TO WS-CARD-LANGUAGE
                       END-IF
               END-READ
           END-IF
           IF WS-CARD-LANGUAGE NOT = "EN"
               MOVE "CRD00001" TO EM-MESSAGE-ID
               MOVE SPACES TO EM-SUB-1
               MOVE SPACES TO EM-SUB-2
               MOVE WS-CARD-LANGUAGE TO EM-LANGUAGE-CODE
               CALL "FormatMessageText" USING EM-MESSAGE-ID EM-SUB-1
                   EM-SUB-2 EM-LANGUAGE-CODE EM-MESSAGE-TEXT
                   EM-TEXT-LANGUAGE
               IF EM-TEXT-LANGUAGE = WS-CARD-LANGUAGE
                   MOVE EM-MESSAGE-TEXT TO WS-CARD-GREETING
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2200-BUILD-GREETING-BANNER - "<greeting>, <name>!" the same *>
      *> trim idiom the smoke test's banner uses.                     *>
           MOVE SPACES TO WS-CARD-LINE
           MOVE 1 TO WS-BANNER-POINTER
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-CARD-GREETING TO WS-TRIM-FIELD
           PERFORM 2210-COMPUTE-TRIM-LEN
           STRING WS-TRIM-FIELD(1:WS-TRIM-LEN) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
