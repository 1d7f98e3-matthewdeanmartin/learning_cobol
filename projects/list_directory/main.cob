      *>               as NEW once after rolling this on - their      *>
      *>               LISTCKSM.MST keys change from bare names to    *>
      *>               pathed names.                                  *>
      *>   2026-10-15  Added a LISTFILES_SECSCAN=Y security scan:     *>
      *>               each file's mode, owner and group are held     *>
      *>               against the LISTPERM.CTL policy (pattern,      *>
      *>               maximum octal mode, owning account and group)  *>
      *>               and the LISTPERM.MST snapshot from the last    *>
      *>               scan. World-readable or world-writable         *>
      *>               sensitive files log critical errors, wrong     *>
      *>               modes or owners log errors, and every exposure *>
      *>               and permission change prints in a SECURITY     *>
      *>               SCAN section.                                  *>
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListFiles.
           SELECT QUOTA-CTL ASSIGN TO "LISTQUOT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT PERM-POLICY-CTL ASSIGN TO "LISTPERM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-CTL-STATUS.
           SELECT PERM-MASTER ASSIGN TO "LISTPERM.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMM-FILE-NAME
               FILE STATUS IS WS-PMM-STATUS.
           SELECT SORT-DETAIL-FILE ASSIGN TO "LISTSORT.WRK".
           SELECT LISTFILES-SORTED ASSIGN TO "LISTSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  QUOTA-CTL.
       01  QUOTA-CTL-RECORD                PIC X(80).

       FD  PERM-POLICY-CTL.
       01  PERM-POLICY-RECORD              PIC X(80).

       FD  PERM-MASTER.
       01  PERM-MASTER-RECORD.
           05  PMM-FILE-NAME                PIC X(200).
           05  PMM-PERMISSIONS              PIC X(10).
           05  PMM-OWNER                    PIC X(12).
           05  PMM-GROUP                    PIC X(12).
           05  PMM-LAST-RUN-DATE            PIC 9(08).

       SD  SORT-DETAIL-FILE.
       01  SD-DETAIL-RECORD.
           05  SD-IS-DIR                    PIC X(01).
       01  WS-SIZE-WORK                    PIC 9(10) VALUE 0.
       01  WS-QUOTA-EXCEPTIONS             PIC 9(03) VALUE 0.
       01  WS-QUOTA-EXC-LINE               PIC X(80).
       01  WS-SECSCAN-FLAG                 PIC X(01) VALUE SPACES.
           88  WS-SECSCAN-REQUESTED                    VALUE "Y".
       01  WS-PERM-CTL-STATUS              PIC XX.
       01  WS-PERM-CTL-EOF                 PIC X VALUE "N".
           88  WS-PERM-CTL-AT-EOF                      VALUE "Y".
       01  WS-PMM-STATUS                   PIC XX.
       01  WS-POLICY-COUNT                 PIC 9(02) COMP VALUE 0.
       01  WS-POLICY-MAX                   PIC 9(02) COMP VALUE 50.
       01  WS-POLICY-SUB                   PIC 9(02) COMP VALUE 0.
       01  WS-POLICY-HIT                   PIC 9(02) COMP VALUE 0.
      *> one row per LISTPERM.CTL policy: WS-PP-MAX-MASK is the
      *> octal maximum mode spelled out the way "ls -l" shows it
      *> (640 becomes "rw-r-----") so a file's mode can be held up
      *> against it a position at a time.
       01  WS-POLICY-TABLE.
           05  WS-PP-ENTRY OCCURS 50 TIMES.
               10  WS-PP-PATTERN            PIC X(40).
               10  WS-PP-PATTERN-LEN        PIC 9(02).
               10  WS-PP-MAX-MODE           PIC X(03).
               10  WS-PP-MAX-MASK           PIC X(09).
               10  WS-PP-OWNER              PIC X(12).
               10  WS-PP-GROUP              PIC X(12).
       01  WS-PP-PATTERN-TEXT              PIC X(40) VALUE SPACES.
       01  WS-PP-MODE-TEXT                 PIC X(05) VALUE SPACES.
       01  WS-PP-OWNER-TEXT                PIC X(12) VALUE SPACES.
       01  WS-PP-GROUP-TEXT                PIC X(12) VALUE SPACES.
       01  WS-PP-TRIM-LEN                  PIC 9(02) VALUE 0.
       01  WS-MODE-DIGIT                   PIC 9(01) VALUE 0.
       01  WS-MODE-SUB                     PIC 9(02) COMP VALUE 0.
       01  WS-MASK-SUB                     PIC 9(02) COMP VALUE 0.
       01  WS-MODE-EXCESS-FLAG             PIC X(01) VALUE "N".
           88  WS-MODE-EXCEEDS-POLICY                  VALUE "Y".
       01  WS-BARE-NAME                    PIC X(200) VALUE SPACES.
       01  WS-BARE-START                   PIC 9(03) COMP VALUE 0.
       01  WS-NAME-SCAN                    PIC 9(03) COMP VALUE 0.
      *> findings are held until the listing is done so they print
      *> as one SECURITY SCAN section, the way the watchlist and
      *> quota exceptions do, rather than between detail lines.
       01  WS-SEC-FINDING-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-SEC-FINDING-MAX              PIC 9(03) COMP VALUE 200.
       01  WS-SEC-FINDING-SUB              PIC 9(03) COMP VALUE 0.
       01  WS-SEC-FINDING-TABLE.
           05  WS-SF-ENTRY OCCURS 200 TIMES.
               10  WS-SF-SEVERITY           PIC X(01).
               10  WS-SF-LINE               PIC X(80).
       01  WS-SEC-OVERFLOW                 PIC 9(05) VALUE 0.
       01  WS-SEC-EXPOSURES                PIC 9(05) VALUE 0.
       01  WS-SEC-CRITICAL                 PIC 9(05) VALUE 0.
       01  WS-SEC-CHANGES                  PIC 9(05) VALUE 0.
       01  WS-SEC-FILES-CHECKED            PIC 9(07) VALUE 0.
       01  WS-SEC-NEW-SEVERITY             PIC X(01) VALUE SPACES.
       01  WS-SEC-NEW-LINE                 PIC X(80) VALUE SPACES.
       01  WS-SEC-MODE-SHOWN               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   PERFORM 1600-ROTATE-CHECKSUM-LOG
                   PERFORM 1700-LOAD-WATCHLIST
                   PERFORM 1800-LOAD-QUOTA-LIST
                   IF WS-SECSCAN-REQUESTED
                       PERFORM 1850-LOAD-PERMISSION-POLICY
                   END-IF
                   IF WS-SORT-REQUESTED
                       PERFORM 2100-SORT-AND-SHOW-LISTING
                   ELSE
                   END-IF
                   PERFORM 2600-WRITE-WATCH-EXCEPTIONS
                   PERFORM 2700-WRITE-QUOTA-EXCEPTIONS
                   IF WS-SECSCAN-REQUESTED
                       PERFORM 2800-WRITE-SECURITY-FINDINGS
                   END-IF
                   PERFORM 2500-SHOW-CONTROL-TOTALS
                   IF WS-CSV-REQUESTED
                       CLOSE LISTFILES-REPORT
                   END-IF
                   CLOSE LISTCKSM-CURRENT
                   CLOSE CKSUM-MASTER
                   IF WS-SECSCAN-REQUESTED
                       CLOSE PERM-MASTER
                   END-IF
                   PERFORM 3010-SAVE-REPORT-GENERATION
                   PERFORM 3000-CLEANUP-LISTING-FILE
                   PERFORM 0030-MARK-JOB-COMPLETE
      *>----------------------------------------------------------*>
       0002-SHOW-USAGE.
           MOVE "ListFiles" TO SU-PROGRAM-NAME
           MOVE 7 TO SU-USAGE-LINE-COUNT
           MOVE "Lists the current directory (shells out to ls)."
               TO SU-USAGE-LINE(1)
           MOVE "LISTFILES_PATTERN    narrow to a name, e.g. *.dat"
               TO SU-USAGE-LINE(4)
           MOVE "LISTFILES_SORTBY     NAME or SIZE sorts the listing"
               TO SU-USAGE-LINE(5)
           MOVE "LISTFILES_SECSCAN    Y checks modes vs LISTPERM.CTL"
               TO SU-USAGE-LINE(6)
           MOVE "Output: console display plus a dated LISTRPT/LISTCSV "
               TO SU-USAGE-LINE(7)
           CALL "ShowUsage" USING SU-PROGRAM-NAME SU-USAGE-LINE-COUNT
               SU-USAGE-LINES.

      *>----------------------------------------------------------*>
      *>----------------------------------------------------------*>
      *> 0030-MARK-JOB-COMPLETE - completion carries a condition     *>
      *> code: 0008 when a watchlist, quota or security-scan         *>
      *> exposure fired, 0000 on a clean run, so a successor can     *>
      *> refuse a dirty listing.                                     *>
      *>----------------------------------------------------------*>
       0030-MARK-JOB-COMPLETE.
           MOVE RC-JOB-STEP-NAME TO JS-JOB-NAME
           IF WS-WATCH-EXCEPTIONS > 0 OR WS-QUOTA-EXCEPTIONS > 0
                   OR WS-SEC-EXPOSURES > 0
               MOVE 8 TO JS-CONDITION-CODE
           ELSE
               MOVE 0 TO JS-CONDITION-CODE
               FROM ENVIRONMENT "LISTFILES_CSV"
           ACCEPT WS-SORTBY
               FROM ENVIRONMENT "LISTFILES_SORTBY"
           ACCEPT WS-SECSCAN-FLAG
               FROM ENVIRONMENT "LISTFILES_SECSCAN"
           IF WS-FILTER-PATTERN NOT = SPACES
               MOVE SPACES TO WS-SAFE-TEXT-CANDIDATE
               MOVE WS-FILTER-PATTERN TO WS-SAFE-TEXT-CANDIDATE
                   PERFORM 2026-FIND-PREVIOUS-CHECKSUM
                   PERFORM 2027-LOG-CURRENT-CHECKSUM
                   PERFORM 2029-TALLY-CONTROL-TOTALS
                   IF WS-SECSCAN-REQUESTED
                       PERFORM 2050-CHECK-FILE-PERMISSIONS
                   END-IF
               END-IF
               IF WS-SORT-REQUESTED
                   PERFORM 2031-RELEASE-SORT-RECORD
               ADD 1 TO WS-QT-COUNT(WS-QUOTA-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2050-CHECK-FILE-PERMISSIONS - LISTFILES_SECSCAN runs only:  *>
      *> hold the file's mode, owner and group against the first     *>
      *> LISTPERM.CTL policy whose pattern leads either its full     *>
      *> path or its bare name, then against the LISTPERM.MST        *>
      *> snapshot the last scan left, so a mode or ownership change  *>
      *> shows up even on a file no policy names.                    *>
      *>----------------------------------------------------------*>
       2050-CHECK-FILE-PERMISSIONS.
           ADD 1 TO WS-SEC-FILES-CHECKED
           MOVE WS-LS-PERMISSIONS(1:10) TO WS-SEC-MODE-SHOWN
           MOVE 0 TO WS-BARE-START
           PERFORM 2051-NOTE-ONE-SLASH
               VARYING WS-NAME-SCAN FROM 1 BY 1
               UNTIL WS-NAME-SCAN > 199
           MOVE SPACES TO WS-BARE-NAME
           MOVE WS-LS-NAME(WS-BARE-START + 1:) TO WS-BARE-NAME
           MOVE 0 TO WS-POLICY-HIT
           PERFORM 2052-MATCH-ONE-POLICY
               VARYING WS-POLICY-SUB FROM 1 BY 1
               UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
                   OR WS-POLICY-HIT > 0
           IF WS-POLICY-HIT > 0
               PERFORM 2053-JUDGE-AGAINST-POLICY
           END-IF
           PERFORM 2056-COMPARE-PERM-SNAPSHOT.

       2051-NOTE-ONE-SLASH.
           IF WS-LS-NAME(WS-NAME-SCAN:1) = "/"
               MOVE WS-NAME-SCAN TO WS-BARE-START
           END-IF.

       2052-MATCH-ONE-POLICY.
           IF WS-PP-PATTERN(WS-POLICY-SUB) = "*"
               OR WS-LS-NAME(1:WS-PP-PATTERN-LEN(WS-POLICY-SUB))
                   = WS-PP-PATTERN(WS-POLICY-SUB)
                       (1:WS-PP-PATTERN-LEN(WS-POLICY-SUB))
               OR WS-BARE-NAME(1:WS-PP-PATTERN-LEN(WS-POLICY-SUB))
                   = WS-PP-PATTERN(WS-POLICY-SUB)
                       (1:WS-PP-PATTERN-LEN(WS-POLICY-SUB))
               MOVE WS-POLICY-SUB TO WS-POLICY-HIT
           END-IF.

      *>----------------------------------------------------------*>
      *> 2053-JUDGE-AGAINST-POLICY - a sensitive file any account on *>
      *> the box can write or read, when its policy does not allow   *>
      *> that, is a critical exposure; a mode otherwise wider than   *>
      *> the policy maximum, or the wrong owning account or group,   *>
      *> is an error-level exposure.                                 *>
      *>----------------------------------------------------------*>
       2053-JUDGE-AGAINST-POLICY.
           IF WS-LS-PERMISSIONS(9:1) NOT = "-"
               AND WS-PP-MAX-MASK(WS-POLICY-HIT)(8:1) = "-"
               MOVE "C" TO WS-SEC-NEW-SEVERITY
               MOVE SPACES TO WS-SEC-NEW-LINE
               STRING "** SECURITY EXPOSURE - WORLD-WRITABLE: "
                       DELIMITED BY SIZE
                   WS-LS-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SEC-MODE-SHOWN DELIMITED BY SIZE
                   INTO WS-SEC-NEW-LINE
               PERFORM 2058-ADD-SECURITY-FINDING
           ELSE
               IF WS-LS-PERMISSIONS(8:1) NOT = "-"
                   AND WS-PP-MAX-MASK(WS-POLICY-HIT)(7:1) = "-"
                   MOVE "C" TO WS-SEC-NEW-SEVERITY
                   MOVE SPACES TO WS-SEC-NEW-LINE
                   STRING "** SECURITY EXPOSURE - WORLD-READABLE: "
                           DELIMITED BY SIZE
                       WS-LS-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-SEC-MODE-SHOWN DELIMITED BY SIZE
                       INTO WS-SEC-NEW-LINE
                   PERFORM 2058-ADD-SECURITY-FINDING
               ELSE
                   MOVE "N" TO WS-MODE-EXCESS-FLAG
                   PERFORM 2055-TEST-ONE-MODE-BIT
                       VARYING WS-MASK-SUB FROM 1 BY 1
                       UNTIL WS-MASK-SUB > 9
                   IF WS-MODE-EXCEEDS-POLICY
                       MOVE "E" TO WS-SEC-NEW-SEVERITY
                       MOVE SPACES TO WS-SEC-NEW-LINE
                       STRING "** SECURITY EXPOSURE - MODE OVER "
                               DELIMITED BY SIZE
                           WS-PP-MAX-MODE(WS-POLICY-HIT)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           WS-LS-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-SEC-MODE-SHOWN DELIMITED BY SIZE
                           INTO WS-SEC-NEW-LINE
                       PERFORM 2058-ADD-SECURITY-FINDING
                   END-IF
               END-IF
           END-IF
           IF WS-PP-OWNER(WS-POLICY-HIT) NOT = SPACES
               AND WS-LS-OWNER NOT = WS-PP-OWNER(WS-POLICY-HIT)
               MOVE "E" TO WS-SEC-NEW-SEVERITY
               MOVE SPACES TO WS-SEC-NEW-LINE
               STRING "** SECURITY EXPOSURE - WRONG OWNER: "
                       DELIMITED BY SIZE
                   WS-LS-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LS-OWNER DELIMITED BY SPACE
                   " NOT " DELIMITED BY SIZE
                   WS-PP-OWNER(WS-POLICY-HIT) DELIMITED BY SPACE
                   INTO WS-SEC-NEW-LINE
               PERFORM 2058-ADD-SECURITY-FINDING
           END-IF
           IF WS-PP-GROUP(WS-POLICY-HIT) NOT = SPACES
               AND WS-LS-GROUP NOT = WS-PP-GROUP(WS-POLICY-HIT)
               MOVE "E" TO WS-SEC-NEW-SEVERITY
               MOVE SPACES TO WS-SEC-NEW-LINE
               STRING "** SECURITY EXPOSURE - WRONG GROUP: "
                       DELIMITED BY SIZE
                   WS-LS-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LS-GROUP DELIMITED BY SPACE
                   " NOT " DELIMITED BY SIZE
                   WS-PP-GROUP(WS-POLICY-HIT) DELIMITED BY SPACE
                   INTO WS-SEC-NEW-LINE
               PERFORM 2058-ADD-SECURITY-FINDING
           END-IF.

      *>----------------------------------------------------------*>
      *> 2055-TEST-ONE-MODE-BIT - permission letter WS-MASK-SUB     *>
      *> (after the file-type letter) is set where the policy mask   *>
      *> has "-"; setuid/setgid/sticky letters count as set.         *>
      *>----------------------------------------------------------*>
       2055-TEST-ONE-MODE-BIT.
           IF WS-LS-PERMISSIONS(WS-MASK-SUB + 1:1) NOT = "-"
               AND WS-PP-MAX-MASK(WS-POLICY-HIT)(WS-MASK-SUB:1) = "-"
               SET WS-MODE-EXCEEDS-POLICY TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2056-COMPARE-PERM-SNAPSHOT - keyed read of LISTPERM.MST for *>
      *> this file: a mode, owner or group different from the last   *>
      *> scan is reported as a PERMISSION CHANGE, then the snapshot  *>
      *> row is written or rewritten with what this scan saw.        *>
      *>----------------------------------------------------------*>
       2056-COMPARE-PERM-SNAPSHOT.
           MOVE WS-LS-NAME TO PMM-FILE-NAME
           READ PERM-MASTER
               INVALID KEY
                   MOVE WS-LS-NAME TO PMM-FILE-NAME
                   MOVE WS-SEC-MODE-SHOWN TO PMM-PERMISSIONS
                   MOVE WS-LS-OWNER TO PMM-OWNER
                   MOVE WS-LS-GROUP TO PMM-GROUP
                   MOVE WS-RUN-DATE TO PMM-LAST-RUN-DATE
                   WRITE PERM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PMM-PERMISSIONS NOT = WS-SEC-MODE-SHOWN
                       OR PMM-OWNER NOT = WS-LS-OWNER
                       OR PMM-GROUP NOT = WS-LS-GROUP
                       MOVE "W" TO WS-SEC-NEW-SEVERITY
                       MOVE SPACES TO WS-SEC-NEW-LINE
                       STRING "** PERMISSION CHANGE: "
                               DELIMITED BY SIZE
                           WS-LS-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           PMM-PERMISSIONS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PMM-OWNER DELIMITED BY SPACE
                           ":" DELIMITED BY SIZE
                           PMM-GROUP DELIMITED BY SPACE
                           " -> " DELIMITED BY SIZE
                           WS-SEC-MODE-SHOWN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LS-OWNER DELIMITED BY SPACE
                           ":" DELIMITED BY SIZE
                           WS-LS-GROUP DELIMITED BY SPACE
                           INTO WS-SEC-NEW-LINE
                       PERFORM 2058-ADD-SECURITY-FINDING
                   END-IF
                   MOVE WS-SEC-MODE-SHOWN TO PMM-PERMISSIONS
                   MOVE WS-LS-OWNER TO PMM-OWNER
                   MOVE WS-LS-GROUP TO PMM-GROUP
                   MOVE WS-RUN-DATE TO PMM-LAST-RUN-DATE
                   REWRITE PERM-MASTER-RECORD
           END-READ.

      *>----------------------------------------------------------*>
      *> 2058-ADD-SECURITY-FINDING - count the finding, log an       *>
      *> exposure to the shared error log straight away (critical    *>
      *> for world access, so ErrorManager escalates it) and hold    *>
      *> the line for the SECURITY SCAN section; past the table's    *>
      *> 200 rows a finding is still counted and logged, just not    *>
      *> listed.                                                     *>
      *>----------------------------------------------------------*>
       2058-ADD-SECURITY-FINDING.
           EVALUATE WS-SEC-NEW-SEVERITY
               WHEN "C"
                   ADD 1 TO WS-SEC-EXPOSURES
                   ADD 1 TO WS-SEC-CRITICAL
               WHEN "E"
                   ADD 1 TO WS-SEC-EXPOSURES
               WHEN OTHER
                   ADD 1 TO WS-SEC-CHANGES
           END-EVALUATE
           IF WS-SEC-NEW-SEVERITY = "C" OR "E"
               MOVE SPACES TO LE-MESSAGE-TEXT
               MOVE WS-SEC-NEW-LINE(4:60) TO LE-MESSAGE-TEXT
               MOVE "LISTFILE" TO LE-PROGRAM-NAME
               MOVE "2050-SECURITY-SCAN" TO LE-PARAGRAPH-NAME
               MOVE WS-SEC-NEW-SEVERITY TO LE-SEVERITY-CODE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                   LE-SEVERITY-CODE
           END-IF
           IF WS-SEC-FINDING-COUNT < WS-SEC-FINDING-MAX
               ADD 1 TO WS-SEC-FINDING-COUNT
               MOVE WS-SEC-NEW-SEVERITY
                   TO WS-SF-SEVERITY(WS-SEC-FINDING-COUNT)
               MOVE WS-SEC-NEW-LINE
                   TO WS-SF-LINE(WS-SEC-FINDING-COUNT)
           ELSE
               ADD 1 TO WS-SEC-OVERFLOW
           END-IF.

      *>----------------------------------------------------------*>
      *> 1800-LOAD-QUOTA-LIST - LISTQUOT.CTL rows (pattern or         *>
      *> directory prefix, maximum total bytes, maximum file count,   *>
       1830-TRIM-ONE-PATTERN-SPACE.
           SUBTRACT 1 FROM WS-QT-TRIM-LEN.

      *>----------------------------------------------------------*>
      *> 1850-LOAD-PERMISSION-POLICY - LISTFILES_SECSCAN runs only:  *>
      *> LISTPERM.CTL rows (file pattern or directory prefix, the    *>
      *> maximum octal mode allowed, the owning account and,         *>
      *> optionally, the owning group, blank-separated; "-" means    *>
      *> any owner/group) mark which files are sensitive and how     *>
      *> they must be protected.  The LISTPERM.MST indexed snapshot  *>
      *> of every file's mode/owner/group (created on first use) is  *>
      *> what this scan is compared against for changes.             *>
      *>----------------------------------------------------------*>
       1850-LOAD-PERMISSION-POLICY.
           MOVE 0 TO WS-POLICY-COUNT
           MOVE "N" TO WS-PERM-CTL-EOF
           OPEN INPUT PERM-POLICY-CTL
           IF WS-PERM-CTL-STATUS = "00"
               PERFORM 1860-LOAD-ONE-POLICY-ROW
                   UNTIL WS-PERM-CTL-AT-EOF
                       OR WS-POLICY-COUNT NOT LESS THAN WS-POLICY-MAX
               CLOSE PERM-POLICY-CTL
           ELSE
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "LISTPERM.CTL not readable, status "
                       DELIMITED BY SIZE
                   WS-PERM-CTL-STATUS DELIMITED BY SIZE
                   " - changes only" DELIMITED BY SIZE
                   INTO LE-MESSAGE-TEXT
               MOVE "LISTFILE" TO LE-PROGRAM-NAME
               MOVE "1850-LOAD-PERM-POLICY" TO LE-PARAGRAPH-NAME
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                   LE-SEVERITY-CODE
           END-IF
           OPEN I-O PERM-MASTER
           IF WS-PMM-STATUS = "35"
               OPEN OUTPUT PERM-MASTER
               CLOSE PERM-MASTER
               OPEN I-O PERM-MASTER
           END-IF.

       1860-LOAD-ONE-POLICY-ROW.
           READ PERM-POLICY-CTL
               AT END
                   SET WS-PERM-CTL-AT-EOF TO TRUE
               NOT AT END
                   IF PERM-POLICY-RECORD NOT = SPACES
                       AND PERM-POLICY-RECORD(1:1) NOT = "*"
                       PERFORM 1870-PARSE-ONE-POLICY-ROW
                           THRU 1870-PARSE-ONE-POLICY-ROW-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 1870-PARSE-ONE-POLICY-ROW - a mode that is not three octal  *>
      *> digits is refused with a warning rather than guessed at.    *>
      *> A trailing "*" on the pattern is dropped, since patterns    *>
      *> are leading matches anyway ("PERSMAST*" = "PERSMAST").      *>
      *>----------------------------------------------------------*>
       1870-PARSE-ONE-POLICY-ROW.
           MOVE SPACES TO WS-PP-PATTERN-TEXT
           MOVE SPACES TO WS-PP-MODE-TEXT
           MOVE SPACES TO WS-PP-OWNER-TEXT
           MOVE SPACES TO WS-PP-GROUP-TEXT
           UNSTRING PERM-POLICY-RECORD DELIMITED BY ALL SPACE
               INTO WS-PP-PATTERN-TEXT WS-PP-MODE-TEXT
                   WS-PP-OWNER-TEXT WS-PP-GROUP-TEXT
           IF WS-PP-PATTERN-TEXT = SPACES
               GO TO 1870-PARSE-ONE-POLICY-ROW-EXIT
           END-IF
           IF WS-PP-MODE-TEXT(1:3) NOT NUMERIC
               OR WS-PP-MODE-TEXT(4:2) NOT = SPACES
               OR WS-PP-MODE-TEXT(1:1) > "7"
               OR WS-PP-MODE-TEXT(2:1) > "7"
               OR WS-PP-MODE-TEXT(3:1) > "7"
               MOVE SPACES TO LE-MESSAGE-TEXT
               STRING "LISTPERM.CTL row refused, bad mode: "
                       DELIMITED BY SIZE
                   WS-PP-PATTERN-TEXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PP-MODE-TEXT DELIMITED BY SPACE
                   INTO LE-MESSAGE-TEXT
               MOVE "LISTFILE" TO LE-PROGRAM-NAME
               MOVE "1870-PARSE-POLICY-ROW" TO LE-PARAGRAPH-NAME
               SET LE-SEVERITY-WARNING TO TRUE
               CALL "LogError" USING LE-PROGRAM-NAME
                   LE-PARAGRAPH-NAME LE-MESSAGE-TEXT
                   LE-SEVERITY-CODE
               GO TO 1870-PARSE-ONE-POLICY-ROW-EXIT
           END-IF
           MOVE 40 TO WS-PP-TRIM-LEN
           PERFORM 1875-TRIM-ONE-POLICY-SPACE
               UNTIL WS-PP-TRIM-LEN = 0
                   OR WS-PP-PATTERN-TEXT(WS-PP-TRIM-LEN:1)
                       NOT = SPACE
           IF WS-PP-TRIM-LEN > 1
               AND WS-PP-PATTERN-TEXT(WS-PP-TRIM-LEN:1) = "*"
               MOVE SPACE TO WS-PP-PATTERN-TEXT(WS-PP-TRIM-LEN:1)
               SUBTRACT 1 FROM WS-PP-TRIM-LEN
           END-IF
           IF WS-PP-TRIM-LEN = 0
               MOVE 1 TO WS-PP-TRIM-LEN
           END-IF
           ADD 1 TO WS-POLICY-COUNT
           MOVE WS-PP-PATTERN-TEXT TO WS-PP-PATTERN(WS-POLICY-COUNT)
           MOVE WS-PP-TRIM-LEN TO WS-PP-PATTERN-LEN(WS-POLICY-COUNT)
           MOVE WS-PP-MODE-TEXT(1:3)
               TO WS-PP-MAX-MODE(WS-POLICY-COUNT)
           MOVE SPACES TO WS-PP-OWNER(WS-POLICY-COUNT)
           IF WS-PP-OWNER-TEXT NOT = "-"
               MOVE WS-PP-OWNER-TEXT TO WS-PP-OWNER(WS-POLICY-COUNT)
           END-IF
           MOVE SPACES TO WS-PP-GROUP(WS-POLICY-COUNT)
           IF WS-PP-GROUP-TEXT NOT = "-"
               MOVE WS-PP-GROUP-TEXT TO WS-PP-GROUP(WS-POLICY-COUNT)
           END-IF
           MOVE ALL "-" TO WS-PP-MAX-MASK(WS-POLICY-COUNT)
           PERFORM 1880-SPELL-ONE-MODE-DIGIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 3.
       1870-PARSE-ONE-POLICY-ROW-EXIT.
           EXIT.

       1875-TRIM-ONE-POLICY-SPACE.
           SUBTRACT 1 FROM WS-PP-TRIM-LEN.

      *>----------------------------------------------------------*>
      *> 1880-SPELL-ONE-MODE-DIGIT - one octal digit of the maximum  *>
      *> mode becomes its three "ls -l" letters: 4 is r, 2 is w, 1   *>
      *> is x, in the owner, group, other thirds of the mask.        *>
      *>----------------------------------------------------------*>
       1880-SPELL-ONE-MODE-DIGIT.
           MOVE WS-PP-MODE-TEXT(WS-MODE-SUB:1) TO WS-MODE-DIGIT
           COMPUTE WS-MASK-SUB = (WS-MODE-SUB - 1) * 3 + 1
           IF WS-MODE-DIGIT NOT LESS THAN 4
               MOVE "r" TO WS-PP-MAX-MASK(WS-POLICY-COUNT)
                   (WS-MASK-SUB:1)
               SUBTRACT 4 FROM WS-MODE-DIGIT
           END-IF
           IF WS-MODE-DIGIT NOT LESS THAN 2
               MOVE "w" TO WS-PP-MAX-MASK(WS-POLICY-COUNT)
                   (WS-MASK-SUB + 1:1)
               SUBTRACT 2 FROM WS-MODE-DIGIT
           END-IF
           IF WS-MODE-DIGIT = 1
               MOVE "x" TO WS-PP-MAX-MASK(WS-POLICY-COUNT)
                   (WS-MASK-SUB + 2:1)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2700-WRITE-QUOTA-EXCEPTIONS - a bucket over its byte or      *>
      *> count threshold gets a prominent exception section, an       *>
                   LE-SEVERITY-CODE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2800-WRITE-SECURITY-FINDINGS - LISTFILES_SECSCAN runs only: *>
      *> a SECURITY SCAN section with the scan's counts and every    *>
      *> held exposure and permission change; any exposure sets a    *>
      *> nonzero return code, as a quota breach does.                *>
      *>----------------------------------------------------------*>
       2800-WRITE-SECURITY-FINDINGS.
           MOVE SPACES TO WS-SEC-NEW-LINE
           STRING "SECURITY SCAN - FILES: " DELIMITED BY SIZE
               WS-SEC-FILES-CHECKED DELIMITED BY SIZE
               "  EXPOSURES: " DELIMITED BY SIZE
               WS-SEC-EXPOSURES DELIMITED BY SIZE
               "  CRITICAL: " DELIMITED BY SIZE
               WS-SEC-CRITICAL DELIMITED BY SIZE
               "  CHANGES: " DELIMITED BY SIZE
               WS-SEC-CHANGES DELIMITED BY SIZE
               INTO WS-SEC-NEW-LINE
           PERFORM 2820-EMIT-SECURITY-LINE
           PERFORM 2810-EMIT-ONE-SECURITY-FINDING
               VARYING WS-SEC-FINDING-SUB FROM 1 BY 1
               UNTIL WS-SEC-FINDING-SUB > WS-SEC-FINDING-COUNT
           IF WS-SEC-OVERFLOW > 0
               MOVE SPACES TO WS-SEC-NEW-LINE
               STRING "** SECURITY SCAN - " DELIMITED BY SIZE
                   WS-SEC-OVERFLOW DELIMITED BY SIZE
                   " FURTHER FINDINGS NOT LISTED (SEE ERROR LOG)"
                       DELIMITED BY SIZE
                   INTO WS-SEC-NEW-LINE
               PERFORM 2820-EMIT-SECURITY-LINE
           END-IF
           IF WS-SEC-EXPOSURES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       2810-EMIT-ONE-SECURITY-FINDING.
           MOVE WS-SF-LINE(WS-SEC-FINDING-SUB) TO WS-SEC-NEW-LINE
           PERFORM 2820-EMIT-SECURITY-LINE.

       2820-EMIT-SECURITY-LINE.
           DISPLAY WS-SEC-NEW-LINE
           IF WS-CSV-REQUESTED
               MOVE WS-SEC-NEW-LINE TO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           ELSE
               MOVE WS-SEC-NEW-LINE TO RW-DETAIL-LINE
               CALL "WriteReportLine" USING RW-DETAIL-LINE
           END-IF.

      *>----------------------------------------------------------*>
      *> 1700-LOAD-WATCHLIST - the WATCHLST.CTL control file names    *>
      *> the files that must exist and must not change without a      *>
