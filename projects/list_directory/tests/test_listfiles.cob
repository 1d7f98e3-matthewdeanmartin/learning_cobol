      *> Regression check for ListFiles (projects/list_directory/
      *> main.cob).
      *> Run from the repository root: it compiles ListFiles into a
      *> scratch directory, drives it three times (plain, recursive,
      *> then a LISTFILES_SECSCAN security scan), and checks the report
      *> and checksum-log files it leaves behind.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestListFiles.

           PERFORM 0500-CHECK-SCRATCH-FILE-REMOVED
           PERFORM 0600-RUN-LISTFILES-RECURSIVE
           PERFORM 0700-CHECK-SUBDIR-ENTRY-LOGGED
           PERFORM 0750-RUN-LISTFILES-SECSCAN
           PERFORM 0800-CHECK-EXPOSURE-REPORTED
           PERFORM 0900-REPORT-RESULT
           GOBACK.

                   "file"
           END-IF.

      *> 0750-RUN-LISTFILES-SECSCAN - a world-writable PERSMAST file
      *> and a LISTPERM.CTL policy capping it at 640, then a run with
      *> LISTFILES_SECSCAN=Y.
       0750-RUN-LISTFILES-SECSCAN.
           MOVE SPACES TO WS-COMMAND
           STRING "cd " DELIMITED BY SIZE
               WS-TEST-DIR DELIMITED BY SPACE
               " && touch PERSMAST.DAT && chmod 666 PERSMAST.DAT"
                   DELIMITED BY SIZE
               " && echo 'PERSMAST 640 -' > LISTPERM.CTL"
                   DELIMITED BY SIZE
               " && LISTFILES_SECSCAN=Y ./listfiles > secscan.out"
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

      *> 0800-CHECK-EXPOSURE-REPORTED - secscan.out must carry the
      *> world-writable exposure for PERSMAST.DAT.
       0800-CHECK-EXPOSURE-REPORTED.
           MOVE SPACES TO WS-FOUND-TEXT
           MOVE SPACES TO WS-CHECK-FILE-NAME
           STRING WS-TEST-DIR DELIMITED BY SPACE
               "/exposure_check.txt" DELIMITED BY SIZE
               INTO WS-CHECK-FILE-NAME
           MOVE SPACES TO WS-COMMAND
           STRING "grep -q 'WORLD-WRITABLE: PERSMAST.DAT' "
                   DELIMITED BY SIZE
               WS-TEST-DIR DELIMITED BY SPACE
               "/secscan.out && echo YES > " DELIMITED BY SIZE
               WS-TEST-DIR DELIMITED BY SPACE
               "/exposure_check.txt" DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = "00"
               READ CHECK-FILE INTO CHECK-RECORD
               CLOSE CHECK-FILE
               MOVE CHECK-RECORD(1:3) TO WS-FOUND-TEXT
           END-IF
           IF WS-TEXT-WAS-FOUND
               DISPLAY "PASS: security scan reported the exposure"
           ELSE
               MOVE "N" TO WS-ALL-PASSED
               DISPLAY "FAIL: security scan did not report the "
                   "world-writable PERSMAST file"
           END-IF.

      *> 0900-REPORT-RESULT - summarize, matching the RETURN-CODE
      *> convention the other test programs in this repository use.
       0900-REPORT-RESULT.
