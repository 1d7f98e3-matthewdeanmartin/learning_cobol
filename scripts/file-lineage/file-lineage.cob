      *>--------------------------------------------------------------*>
      *> PROGRAM:    FileLineage                                      *>
      *> PURPOSE:    File-to-job lineage and impact analysis.  Every  *>
      *>             program named in DDSRCLS.TXT (override with      *>
      *>             DDSRCLS_LIST) is scanned, as FieldCatalog and    *>
      *>             MsgCatAudit scan it, for its SELECT/ASSIGN       *>
      *>             clauses, the OPEN mode of each file, the         *>
      *>             environment variable that overrides a file name  *>
      *>             held in a data item, and the subprograms it      *>
      *>             CALLs.  That is joined to JOBSKED.CTL and        *>
      *>             NIGHTCMD.CTL - a job's program is the one whose  *>
      *>             RC-JOB-STEP-NAME is the job name, or whose       *>
      *>             source name appears in the job's command - and   *>
      *>             a job is charged with the files of everything    *>
      *>             it calls.  LINEAGE.yyyymmdd then lists:          *>
      *>               for each file, the jobs that create it, update *>
      *>                 it and only read it, in schedule order       *>
      *>                 (predecessor chain, then JOBSKED.CTL order), *>
      *>                 and the on-demand programs that touch it;    *>
      *>               for each job, every job downstream of the      *>
      *>                 files it creates or updates, level by level, *>
      *>                 which is the rerun list before a restore or  *>
      *>                 a layout change.                             *>
      *>             LINEAGE_FILE / LINEAGE_JOB narrow either part to *>
      *>             one file or one job.  OUTPUT opens create, I-O   *>
      *>             and EXTEND opens update (an OUTPUT open beside   *>
      *>             an EXTEND is the first-run fallback), INPUT      *>
      *>             opens read.  An EXTEND made for the job by a     *>
      *>             shared subprogram - LogError's ERRORLOG.TXT,     *>
      *>             MarkJobComplete's JOBDONE.LOG - is listed as an  *>
      *>             update but not followed downstream, or every     *>
      *>             job would be a rerun of every other.  A file     *>
      *>             name built at run time is shown by its leading   *>
      *>             literal and an asterisk; one the scan cannot     *>
      *>             settle is shown as the data item in parentheses  *>
      *>             and counted UNRESOLVED.                          *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-10-15  Initial version.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileLineage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-LIST ASSIGN TO WS-SRCLIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.
           SELECT ONE-SOURCE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT JOB-SCHEDULE-CTL ASSIGN TO "JOBSKED.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKED-STATUS.
           SELECT NIGHT-COMMANDS ASSIGN TO "NIGHTCMD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.
           SELECT LINEAGE-REPORT ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-LIST.
       01  SL-LINE                  PIC X(80).

       FD  ONE-SOURCE.
       01  SRC-LINE                 PIC X(100).

       FD  JOB-SCHEDULE-CTL.
           COPY "job-schedule.cpy".

       FD  NIGHT-COMMANDS.
       01  NIGHT-COMMAND-RECORD.
           05 NC-JOB-NAME          PIC X(08).
           05 FILLER               PIC X(01).
           05 NC-COMMAND           PIC X(160).

       FD  LINEAGE-REPORT.
       01  LR-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "run-control.cpy".
       01 WS-LST-STATUS             PIC X(02) VALUE "00".
           88 WS-LST-OK                       VALUE "00".
       01 WS-SRC-STATUS             PIC X(02) VALUE "00".
           88 WS-SRC-OK                       VALUE "00".
       01 WS-SKED-STATUS            PIC X(02) VALUE "00".
           88 WS-SKED-OK                      VALUE "00".
       01 WS-CMD-STATUS             PIC X(02) VALUE "00".
           88 WS-CMD-OK                       VALUE "00".
       01 WS-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-SRCLIST-FILE-NAME      PIC X(80) VALUE SPACES.
       01 WS-SOURCE-NAME            PIC X(80) VALUE SPACES.
       01 WS-REPORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-FILE-FILTER            PIC X(40) VALUE SPACES.
       01 WS-JOB-FILTER             PIC X(08) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X(01) VALUE "N".
           88 WS-AT-END                       VALUE "Y".
       01 WS-SRC-EOF                PIC X(01) VALUE "N".
           88 WS-SRC-AT-END                   VALUE "Y".
       01 WS-UNRESOLVED-COUNT       PIC 9(03) VALUE 0.
       01 WS-SHOWN-COUNT            PIC 9(03) VALUE 0.
       01 WS-DOWNSTREAM-COUNT       PIC 9(03) VALUE 0.

      *>----------------------------------------------------------*>
      *> One source line broken into blank-separated tokens.        *>
      *>----------------------------------------------------------*>
       01 WS-CODE-AREA              PIC X(65) VALUE SPACES.
       01 WS-LEAD-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-TOKEN-COUNT            PIC 9(02) COMP VALUE 0.
       01 WS-TOKEN-MAX              PIC 9(02) COMP VALUE 12.
       01 WS-TK-SUB                 PIC 9(02) COMP VALUE 0.
       01 WS-NEXT-SUB               PIC 9(02) COMP VALUE 0.
       01 WS-TK-LEN                 PIC 9(03) COMP VALUE 0.
       01 WS-TOKEN-TABLE.
           05 WS-TK                 PIC X(40) OCCURS 12 TIMES.
       01 WS-THIS-TOKEN             PIC X(40) VALUE SPACES.
       01 WS-LIT-LEAD               PIC X(40) VALUE SPACES.
       01 WS-LIT-VALUE              PIC X(40) VALUE SPACES.
       01 WS-LIT-FLAG               PIC X(01) VALUE "N".
           88 WS-LIT-FOUND                    VALUE "Y".
       01 WS-STRING-LITERAL         PIC X(40) VALUE SPACES.
       01 WS-ACCEPT-TARGET          PIC X(40) VALUE SPACES.
       01 WS-RESOLVE-NAME           PIC X(40) VALUE SPACES.
       01 WS-RESOLVE-VALUE          PIC X(40) VALUE SPACES.
       01 WS-OPEN-FLAG              PIC X(01) VALUE "N".
           88 WS-IN-OPEN                      VALUE "Y".
       01 WS-OPEN-MODE              PIC X(01) VALUE SPACE.
       01 WS-KEEP-OPEN-FLAG         PIC X(01) VALUE "N".
           88 WS-KEEP-OPEN                    VALUE "Y".
       01 WS-SLASH-POS              PIC 9(03) COMP VALUE 0.
       01 WS-CHAR-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-HIT-COUNT              PIC 9(03) COMP VALUE 0.

      *>----------------------------------------------------------*>
      *> Programs scanned, their entry names and their CALLs.       *>
      *>----------------------------------------------------------*>
       01 WS-PROG-COUNT             PIC 9(03) COMP VALUE 0.
       01 WS-PROG-MAX               PIC 9(03) COMP VALUE 300.
       01 WS-PROG-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-PROG-TABLE.
           05 WS-PG-ENTRY OCCURS 300 TIMES.
               10 WS-PG-ID          PIC X(30).
               10 WS-PG-STEP        PIC X(08).
               10 WS-PG-BASE        PIC X(30).
               10 WS-PG-BASE-LEN    PIC 9(03) COMP.
               10 WS-PG-CALLED      PIC X(01).
               10 WS-PG-JOB-FLAG    PIC X(01).
               10 WS-PG-MARK        PIC X(01).
       01 WS-ENTRY-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-ENTRY-MAX              PIC 9(03) COMP VALUE 500.
       01 WS-ENTRY-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-ENTRY-TABLE.
           05 WS-EN-ENTRY OCCURS 500 TIMES.
               10 WS-EN-NAME        PIC X(30).
               10 WS-EN-PROG        PIC 9(03) COMP.
       01 WS-CALL-COUNT             PIC 9(04) COMP VALUE 0.
       01 WS-CALL-MAX               PIC 9(04) COMP VALUE 1500.
       01 WS-CALL-SUB               PIC 9(04) COMP VALUE 0.
       01 WS-CALL-TABLE.
           05 WS-CL-ENTRY OCCURS 1500 TIMES.
               10 WS-CL-PROG        PIC 9(03) COMP.
               10 WS-CL-NAME        PIC X(30).
       01 WS-CALLEE-PROG            PIC 9(03) COMP VALUE 0.
       01 WS-MARK-FLAG              PIC X(01) VALUE "N".
           88 WS-MARK-CHANGED                 VALUE "Y".

      *>----------------------------------------------------------*>
      *> The SELECTs of the program being scanned.                  *>
      *>----------------------------------------------------------*>
       01 WS-SEL-COUNT              PIC 9(02) COMP VALUE 0.
       01 WS-SEL-MAX                PIC 9(02) COMP VALUE 40.
       01 WS-SEL-SUB                PIC 9(02) COMP VALUE 0.
       01 WS-CUR-SELECT             PIC 9(02) COMP VALUE 0.
       01 WS-SELECT-TABLE.
           05 WS-SL-ENTRY OCCURS 40 TIMES.
               10 WS-SL-IDENT       PIC X(30).
               10 WS-SL-TARGET      PIC X(30).
               10 WS-SL-DYNAMIC     PIC X(01).
               10 WS-SL-DATASET     PIC X(40).
               10 WS-SL-ENV         PIC X(30).
               10 WS-SL-OPEN-IN     PIC X(01).
               10 WS-SL-OPEN-OUT    PIC X(01).
               10 WS-SL-OPEN-IO     PIC X(01).
               10 WS-SL-OPEN-EXT    PIC X(01).

      *>----------------------------------------------------------*>
      *> File usage by program, then by job (a job's rows follow    *>
      *> one another, WS-JB-JU-FIRST through WS-JB-JU-LAST).        *>
      *> Roles: C creates, U updates, A appends, R reads.           *>
      *>----------------------------------------------------------*>
       01 WS-USE-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-USE-MAX                PIC 9(04) COMP VALUE 2000.
       01 WS-USE-SUB                PIC 9(04) COMP VALUE 0.
       01 WS-USE-TABLE.
           05 WS-US-ENTRY OCCURS 2000 TIMES.
               10 WS-US-PROG        PIC 9(03) COMP.
               10 WS-US-DATASET     PIC X(40).
               10 WS-US-ROLE        PIC X(01).
               10 WS-US-ENV         PIC X(30).
       01 WS-NEW-ROLE               PIC X(01) VALUE SPACE.
       01 WS-JU-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-JU-MAX                 PIC 9(04) COMP VALUE 2000.
       01 WS-JU-SUB                 PIC 9(04) COMP VALUE 0.
       01 WS-JU-SCAN                PIC 9(04) COMP VALUE 0.
       01 WS-JU-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-JU-FOUND                     VALUE "Y".
       01 WS-JOB-USE-TABLE.
           05 WS-JU-ENTRY OCCURS 2000 TIMES.
               10 WS-JU-JOB         PIC 9(03) COMP.
               10 WS-JU-DATASET     PIC X(40).
               10 WS-JU-ROLE        PIC X(01).

      *>----------------------------------------------------------*>
      *> Jobs in JOBSKED.CTL order, and the schedule order.         *>
      *> Entries past WS-SCHED-COUNT are the on-demand programs -   *>
      *> neither a job's program nor called by one - charged the    *>
      *> same way.                                                  *>
      *>----------------------------------------------------------*>
       01 WS-SCHED-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-SCHED-MAX              PIC 9(03) COMP VALUE 60.
       01 WS-JOB-COUNT              PIC 9(03) COMP VALUE 0.
       01 WS-JOB-MAX                PIC 9(03) COMP VALUE 200.
       01 WS-JOB-SUB                PIC 9(03) COMP VALUE 0.
       01 WS-PRED-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-ROOT-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 200 TIMES.
               10 WS-JB-NAME        PIC X(08).
               10 WS-JB-PRED        PIC X(08).
               10 WS-JB-COMMAND     PIC X(160).
               10 WS-JB-PROG        PIC 9(03) COMP.
               10 WS-JB-DEPTH       PIC 9(03) COMP.
               10 WS-JB-JU-FIRST    PIC 9(04) COMP.
               10 WS-JB-JU-LAST     PIC 9(04) COMP.
               10 WS-JB-LEVEL       PIC 9(03) COMP.
               10 WS-JB-VIA         PIC X(40).
       01 WS-ORDER-COUNT            PIC 9(03) COMP VALUE 0.
       01 WS-ORDER-SUB              PIC 9(03) COMP VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORD-JOB            PIC 9(03) COMP OCCURS 60 TIMES.
       01 WS-DEPTH-WANTED           PIC 9(03) COMP VALUE 0.
       01 WS-PASS-SUB               PIC 9(03) COMP VALUE 0.
       01 WS-LEVEL-WANTED           PIC 9(03) COMP VALUE 0.
       01 WS-NOT-REACHED            PIC 9(03) COMP VALUE 999.
       01 WS-LEVEL-FLAG             PIC X(01) VALUE "N".
           88 WS-LEVEL-GREW                   VALUE "Y".

      *>----------------------------------------------------------*>
      *> Distinct files for the lineage section.                    *>
      *>----------------------------------------------------------*>
       01 WS-DS-COUNT               PIC 9(03) COMP VALUE 0.
       01 WS-DS-MAX                 PIC 9(03) COMP VALUE 400.
       01 WS-DS-SUB                 PIC 9(03) COMP VALUE 0.
       01 WS-DS-FOUND-FLAG          PIC X(01) VALUE "N".
           88 WS-DS-FOUND                     VALUE "Y".
       01 WS-DATASET-TABLE.
           05 WS-DS-ENTRY OCCURS 400 TIMES.
               10 WS-DS-NAME        PIC X(40).
               10 WS-DS-ENV         PIC X(30).
       01 WS-ADD-DATASET            PIC X(40) VALUE SPACES.
       01 WS-ADD-ENV                PIC X(30) VALUE SPACES.
       01 WS-ROLE-WANTED            PIC X(01) VALUE SPACE.

       01 WS-HEADING-1.
           05 FILLER                PIC X(36) VALUE
               "FILE LINEAGE AND IMPACT - RUN ".
           05 WS-H1-RUN-ID          PIC X(08).
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(18) VALUE
               "PROGRAMS SCANNED: ".
           05 WS-H2-PROGRAMS        PIC ZZ9.
           05 FILLER                PIC X(20) VALUE
               "   JOBS IN SCHEDULE ".
           05 WS-H2-JOBS            PIC Z9.
       01 WS-SECTION-LINE           PIC X(60) VALUE SPACES.
       01 WS-FILE-LINE.
           05 FILLER                PIC X(06) VALUE "FILE  ".
           05 WS-FL-DATASET         PIC X(40).
           05 WS-FL-ENV-CAPTION     PIC X(14).
           05 WS-FL-ENV             PIC X(30).
       01 WS-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-DT-CAPTION         PIC X(11).
           05 WS-DT-JOB             PIC X(09).
           05 WS-DT-PROGRAM         PIC X(31).
           05 WS-DT-EXTRA           PIC X(45).
       01 WS-OUTPUT-VIEW REDEFINES WS-DETAIL-LINE.
           05 FILLER                PIC X(15).
           05 WS-DT-OUTPUT          PIC X(40).
           05 FILLER                PIC X(45).
       01 WS-JOB-LINE.
           05 FILLER                PIC X(06) VALUE "JOB   ".
           05 WS-JL-JOB             PIC X(09).
           05 WS-JL-PROGRAM         PIC X(31).
       01 WS-LEVEL-TEXT.
           05 FILLER                PIC X(06) VALUE "LEVEL ".
           05 WS-LT-LEVEL           PIC 99.
           05 FILLER                PIC X(06) VALUE "  VIA ".
           05 WS-LT-VIA             PIC X(31).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(08) VALUE "FILES:  ".
           05 WS-FT-FILES           PIC ZZ9.
           05 FILLER                PIC X(18) VALUE
               "   DOWNSTREAM:    ".
           05 WS-FT-DOWNSTREAM      PIC ZZ9.
           05 FILLER                PIC X(18) VALUE
               "   UNRESOLVED:    ".
           05 WS-FT-UNRESOLVED      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0010-STAMP-RUN-CONTROL
           PERFORM 1000-LOAD-THE-SCHEDULE
           PERFORM 2000-SCAN-ALL-SOURCES
           PERFORM 3000-JOIN-JOBS-TO-PROGRAMS
           PERFORM 3500-SET-SCHEDULE-ORDER
           PERFORM 6000-OPEN-REPORT
           PERFORM 4000-REPORT-FILE-LINEAGE
           PERFORM 5000-REPORT-JOB-IMPACT
           MOVE WS-SHOWN-COUNT TO WS-FT-FILES
           MOVE WS-DOWNSTREAM-COUNT TO WS-FT-DOWNSTREAM
           MOVE WS-UNRESOLVED-COUNT TO WS-FT-UNRESOLVED
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-FOOTING-LINE TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           CLOSE LINEAGE-REPORT
           IF WS-UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------*>
      *> 0010-STAMP-RUN-CONTROL - populate the shared run-control   *>
      *> fields for this job step.                                  *>
      *>----------------------------------------------------------*>
       0010-STAMP-RUN-CONTROL.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RC-RUN-TIME FROM TIME
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "RUNID"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-RUN-ID
           END-IF
           MOVE SPACES TO RC-ENV-WORK
           ACCEPT RC-ENV-WORK FROM ENVIRONMENT "OPERATOR"
           IF RC-ENV-WORK NOT = SPACES
               MOVE RC-ENV-WORK TO RC-OPERATOR-ID
           END-IF
           MOVE "LINEAGE" TO RC-JOB-STEP-NAME
           ACCEPT WS-FILE-FILTER FROM ENVIRONMENT "LINEAGE_FILE"
           ACCEPT WS-JOB-FILTER FROM ENVIRONMENT "LINEAGE_JOB".

      *>----------------------------------------------------------*>
      *> 1000-LOAD-THE-SCHEDULE - JOBSKED.CTL jobs and              *>
      *> predecessors, then each job's command line from            *>
      *> NIGHTCMD.CTL.                                              *>
      *>----------------------------------------------------------*>
       1000-LOAD-THE-SCHEDULE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-SCHEDULE-CTL
           IF WS-SKED-OK
               PERFORM 1010-LOAD-ONE-JOB
                   UNTIL WS-AT-END
               CLOSE JOB-SCHEDULE-CTL
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No JOBSKED.CTL - file lineage only."
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT NIGHT-COMMANDS
           IF WS-CMD-OK
               PERFORM 1100-LOAD-ONE-COMMAND
                   UNTIL WS-AT-END
               CLOSE NIGHT-COMMANDS
           END-IF
           MOVE WS-JOB-COUNT TO WS-SCHED-COUNT.

       1010-LOAD-ONE-JOB.
           READ JOB-SCHEDULE-CTL
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF JS-SCHED-JOB-NAME NOT = SPACES
                       AND JS-SCHED-JOB-NAME(1:1) NOT = "*"
                       AND WS-JOB-COUNT < WS-SCHED-MAX
                       ADD 1 TO WS-JOB-COUNT
                       MOVE JS-SCHED-JOB-NAME
                           TO WS-JB-NAME(WS-JOB-COUNT)
                       MOVE JS-SCHED-PREDECESSOR
                           TO WS-JB-PRED(WS-JOB-COUNT)
                       MOVE SPACES TO WS-JB-COMMAND(WS-JOB-COUNT)
                       MOVE 0 TO WS-JB-PROG(WS-JOB-COUNT)
                       MOVE 0 TO WS-JB-DEPTH(WS-JOB-COUNT)
                       MOVE 1 TO WS-JB-JU-FIRST(WS-JOB-COUNT)
                       MOVE 0 TO WS-JB-JU-LAST(WS-JOB-COUNT)
                   END-IF
           END-READ.

       1100-LOAD-ONE-COMMAND.
           READ NIGHT-COMMANDS
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   PERFORM 1110-MATCH-ONE-COMMAND
                       VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT
           END-READ.

       1110-MATCH-ONE-COMMAND.
           IF WS-JB-NAME(WS-JOB-SUB) = NC-JOB-NAME
               MOVE NC-COMMAND TO WS-JB-COMMAND(WS-JOB-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-SCAN-ALL-SOURCES - every program in the source list.  *>
      *>----------------------------------------------------------*>
       2000-SCAN-ALL-SOURCES.
           ACCEPT WS-SRCLIST-FILE-NAME FROM ENVIRONMENT "DDSRCLS_LIST"
           IF WS-SRCLIST-FILE-NAME = SPACES
               MOVE "DDSRCLS.TXT" TO WS-SRCLIST-FILE-NAME
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SOURCE-LIST
           IF WS-LST-OK
               PERFORM 2010-SCAN-ONE-LISTED-SOURCE
                   UNTIL WS-AT-END
               CLOSE SOURCE-LIST
           ELSE
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " No " WS-SRCLIST-FILE-NAME(1:40)
                   " - nothing scanned."
           END-IF.

       2010-SCAN-ONE-LISTED-SOURCE.
           READ SOURCE-LIST
               AT END
                   SET WS-AT-END TO TRUE
               NOT AT END
                   IF SL-LINE NOT = SPACES
                       AND SL-LINE(1:1) NOT = "*"
                       AND WS-PROG-COUNT < WS-PROG-MAX
                       MOVE SL-LINE TO WS-SOURCE-NAME
                       PERFORM 2100-SCAN-THIS-SOURCE
                       THRU 2100-SCAN-THIS-SOURCE-EXIT
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2100-SCAN-THIS-SOURCE - one program: note its names, read  *>
      *> it line by line, then file its SELECTs as usage rows.      *>
      *>----------------------------------------------------------*>
       2100-SCAN-THIS-SOURCE.
           MOVE "N" TO WS-SRC-EOF
           OPEN INPUT ONE-SOURCE
           IF NOT WS-SRC-OK
               DISPLAY "RUN " RC-RUN-ID " STEP " RC-JOB-STEP-NAME
                   " Cannot open " WS-SOURCE-NAME(1:50)
               GO TO 2100-SCAN-THIS-SOURCE-EXIT
           END-IF
           ADD 1 TO WS-PROG-COUNT
           MOVE WS-PROG-COUNT TO WS-PROG-SUB
           MOVE SPACES TO WS-PG-ID(WS-PROG-SUB)
           MOVE SPACES TO WS-PG-STEP(WS-PROG-SUB)
           MOVE "N" TO WS-PG-CALLED(WS-PROG-SUB)
           MOVE "N" TO WS-PG-JOB-FLAG(WS-PROG-SUB)
           MOVE "N" TO WS-PG-MARK(WS-PROG-SUB)
           PERFORM 2110-TAKE-BASE-NAME
           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-CUR-SELECT
           MOVE "N" TO WS-OPEN-FLAG
           MOVE SPACES TO WS-STRING-LITERAL
           MOVE SPACES TO WS-ACCEPT-TARGET
           PERFORM 2200-SCAN-ONE-SOURCE-LINE
               UNTIL WS-SRC-AT-END
           CLOSE ONE-SOURCE
           PERFORM 2800-FILE-ONE-SELECT
           THRU 2800-FILE-ONE-SELECT-EXIT
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT.
       2100-SCAN-THIS-SOURCE-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2110-TAKE-BASE-NAME - the source file name without its     *>
      *> directory or suffix, which is how NIGHTCMD.CTL commands    *>
      *> name the program they run.                                 *>
      *>----------------------------------------------------------*>
       2110-TAKE-BASE-NAME.
           MOVE 0 TO WS-SLASH-POS
           PERFORM 2115-NOTE-ONE-SLASH
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 80
           MOVE SPACES TO WS-PG-BASE(WS-PROG-SUB)
           UNSTRING WS-SOURCE-NAME(WS-SLASH-POS + 1:)
               DELIMITED BY "." OR SPACE
               INTO WS-PG-BASE(WS-PROG-SUB)
           MOVE 0 TO WS-PG-BASE-LEN(WS-PROG-SUB)
           INSPECT WS-PG-BASE(WS-PROG-SUB)
               TALLYING WS-PG-BASE-LEN(WS-PROG-SUB)
               FOR CHARACTERS BEFORE INITIAL SPACE.

       2115-NOTE-ONE-SLASH.
           IF WS-SOURCE-NAME(WS-CHAR-SUB:1) = "/"
               MOVE WS-CHAR-SUB TO WS-SLASH-POS
           END-IF.

       2200-SCAN-ONE-SOURCE-LINE.
           READ ONE-SOURCE
               AT END
                   SET WS-SRC-AT-END TO TRUE
               NOT AT END
                   IF SRC-LINE(7:1) NOT = "*"
                       AND SRC-LINE(7:1) NOT = "/"
                       AND SRC-LINE(8:65) NOT = SPACES
                       PERFORM 2300-PARSE-ONE-LINE
                   END-IF
           END-READ.

      *>----------------------------------------------------------*>
      *> 2300-PARSE-ONE-LINE - split the code area into tokens,     *>
      *> drop each token's closing period, and look at them in      *>
      *> turn.  An OPEN carries on to a following line only while   *>
      *> that line starts with an open mode or one of this          *>
      *> program's files.                                           *>
      *>----------------------------------------------------------*>
       2300-PARSE-ONE-LINE.
           MOVE SRC-LINE(8:65) TO WS-CODE-AREA
           MOVE 0 TO WS-LEAD-COUNT
           INSPECT WS-CODE-AREA TALLYING WS-LEAD-COUNT
               FOR LEADING SPACE
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE 0 TO WS-TOKEN-COUNT
           UNSTRING WS-CODE-AREA(WS-LEAD-COUNT + 1:)
               DELIMITED BY ALL SPACE
               INTO WS-TK(1) WS-TK(2) WS-TK(3) WS-TK(4)
                    WS-TK(5) WS-TK(6) WS-TK(7) WS-TK(8)
                    WS-TK(9) WS-TK(10) WS-TK(11) WS-TK(12)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING
           PERFORM 2310-TRIM-ONE-TOKEN
               VARYING WS-TK-SUB FROM 1 BY 1
               UNTIL WS-TK-SUB > WS-TOKEN-COUNT
           IF WS-IN-OPEN
               MOVE WS-TK(1) TO WS-THIS-TOKEN
               PERFORM 2320-CHECK-OPEN-CARRIES-ON
           END-IF
           PERFORM 2400-LOOK-AT-ONE-TOKEN
               VARYING WS-TK-SUB FROM 1 BY 1
               UNTIL WS-TK-SUB > WS-TOKEN-COUNT.

       2310-TRIM-ONE-TOKEN.
           MOVE 0 TO WS-TK-LEN
           INSPECT WS-TK(WS-TK-SUB) TALLYING WS-TK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TK-LEN > 1
               IF WS-TK(WS-TK-SUB)(WS-TK-LEN:1) = "."
                   MOVE SPACE TO WS-TK(WS-TK-SUB)(WS-TK-LEN:1)
               END-IF
           END-IF.

       2320-CHECK-OPEN-CARRIES-ON.
           MOVE "N" TO WS-KEEP-OPEN-FLAG
           IF WS-THIS-TOKEN = "INPUT" OR "OUTPUT" OR "I-O" OR "EXTEND"
               SET WS-KEEP-OPEN TO TRUE
           ELSE
               PERFORM 2330-MATCH-OPEN-TOKEN
                   VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
           END-IF
           IF NOT WS-KEEP-OPEN
               MOVE "N" TO WS-OPEN-FLAG
           END-IF.

       2330-MATCH-OPEN-TOKEN.
           IF WS-SL-IDENT(WS-SEL-SUB) = WS-THIS-TOKEN
               SET WS-KEEP-OPEN TO TRUE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2400-LOOK-AT-ONE-TOKEN - the verbs and clauses the lineage *>
      *> needs; anything else is a file name only inside an OPEN.   *>
      *>----------------------------------------------------------*>
       2400-LOOK-AT-ONE-TOKEN.
           COMPUTE WS-NEXT-SUB = WS-TK-SUB + 1
           EVALUATE WS-TK(WS-TK-SUB)
               WHEN "SELECT"
                   PERFORM 2410-START-ONE-SELECT
               WHEN "ASSIGN"
                   PERFORM 2420-TAKE-ASSIGN-TARGET
                   THRU 2420-TAKE-ASSIGN-TARGET-EXIT
               WHEN "OPEN"
                   SET WS-IN-OPEN TO TRUE
                   MOVE SPACE TO WS-OPEN-MODE
               WHEN "INPUT"
                   MOVE "I" TO WS-OPEN-MODE
               WHEN "OUTPUT"
                   MOVE "O" TO WS-OPEN-MODE
               WHEN "I-O"
                   MOVE "U" TO WS-OPEN-MODE
               WHEN "EXTEND"
                   MOVE "E" TO WS-OPEN-MODE
               WHEN "VALUE"
                   PERFORM 2440-TAKE-VALUE-CLAUSE
               WHEN "MOVE"
                   PERFORM 2450-TAKE-MOVE-LITERAL
                   THRU 2450-TAKE-MOVE-LITERAL-EXIT
               WHEN "STRING"
                   PERFORM 2600-TAKE-NEXT-LITERAL
                   MOVE SPACES TO WS-STRING-LITERAL
                   IF WS-LIT-FOUND
                       MOVE WS-LIT-VALUE TO WS-STRING-LITERAL
                   END-IF
               WHEN "UNSTRING"
                   MOVE SPACES TO WS-STRING-LITERAL
               WHEN "INTO"
                   PERFORM 2460-TAKE-STRING-TARGET
               WHEN "ACCEPT"
                   IF WS-NEXT-SUB NOT > WS-TOKEN-COUNT
                       MOVE WS-TK(WS-NEXT-SUB) TO WS-ACCEPT-TARGET
                   END-IF
               WHEN "ENVIRONMENT"
                   PERFORM 2470-TAKE-ENVIRONMENT-NAME
               WHEN "PROGRAM-ID"
                   IF WS-PG-ID(WS-PROG-SUB) = SPACES
                       AND WS-NEXT-SUB NOT > WS-TOKEN-COUNT
                       MOVE WS-TK(WS-NEXT-SUB)
                           TO WS-PG-ID(WS-PROG-SUB)
                       MOVE WS-TK(WS-NEXT-SUB) TO WS-LIT-VALUE
                       PERFORM 2480-ADD-ONE-ENTRY-NAME
                   END-IF
               WHEN "ENTRY"
                   PERFORM 2600-TAKE-NEXT-LITERAL
                   IF WS-LIT-FOUND
                       PERFORM 2480-ADD-ONE-ENTRY-NAME
                   END-IF
               WHEN "CALL"
                   PERFORM 2600-TAKE-NEXT-LITERAL
                   IF WS-LIT-FOUND
                       AND WS-CALL-COUNT < WS-CALL-MAX
                       ADD 1 TO WS-CALL-COUNT
                       MOVE WS-PROG-SUB TO WS-CL-PROG(WS-CALL-COUNT)
                       MOVE WS-LIT-VALUE TO WS-CL-NAME(WS-CALL-COUNT)
                   END-IF
               WHEN OTHER
                   IF WS-IN-OPEN AND WS-OPEN-MODE NOT = SPACE
                       MOVE WS-TK(WS-TK-SUB) TO WS-THIS-TOKEN
                       PERFORM 2490-MARK-ONE-OPEN
                           VARYING WS-SEL-SUB FROM 1 BY 1
                           UNTIL WS-SEL-SUB > WS-SEL-COUNT
                   END-IF
           END-EVALUATE.

       2410-START-ONE-SELECT.
           IF WS-NEXT-SUB > WS-TOKEN-COUNT
               OR WS-SEL-COUNT NOT < WS-SEL-MAX
               MOVE 0 TO WS-CUR-SELECT
           ELSE
               IF WS-TK(WS-NEXT-SUB) = "OPTIONAL"
                   ADD 1 TO WS-NEXT-SUB
               END-IF
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-SEL-COUNT TO WS-CUR-SELECT
               MOVE WS-TK(WS-NEXT-SUB) TO WS-SL-IDENT(WS-SEL-COUNT)
               MOVE SPACES TO WS-SL-TARGET(WS-SEL-COUNT)
               MOVE "N" TO WS-SL-DYNAMIC(WS-SEL-COUNT)
               MOVE SPACES TO WS-SL-DATASET(WS-SEL-COUNT)
               MOVE SPACES TO WS-SL-ENV(WS-SEL-COUNT)
               MOVE "N" TO WS-SL-OPEN-IN(WS-SEL-COUNT)
               MOVE "N" TO WS-SL-OPEN-OUT(WS-SEL-COUNT)
               MOVE "N" TO WS-SL-OPEN-IO(WS-SEL-COUNT)
               MOVE "N" TO WS-SL-OPEN-EXT(WS-SEL-COUNT)
           END-IF.

       2420-TAKE-ASSIGN-TARGET.
           IF WS-NEXT-SUB NOT > WS-TOKEN-COUNT
               IF WS-TK(WS-NEXT-SUB) = "TO"
                   ADD 1 TO WS-NEXT-SUB
               END-IF
           END-IF
           IF WS-CUR-SELECT = 0
               OR WS-NEXT-SUB > WS-TOKEN-COUNT
               GO TO 2420-TAKE-ASSIGN-TARGET-EXIT
           END-IF
           PERFORM 2600-TAKE-NEXT-LITERAL
           IF WS-LIT-FOUND
               MOVE WS-LIT-VALUE TO WS-SL-DATASET(WS-CUR-SELECT)
           ELSE
               MOVE WS-TK(WS-NEXT-SUB) TO WS-SL-TARGET(WS-CUR-SELECT)
               MOVE "Y" TO WS-SL-DYNAMIC(WS-CUR-SELECT)
           END-IF.
       2420-TAKE-ASSIGN-TARGET-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2440-TAKE-VALUE-CLAUSE - "nn name ... VALUE 'lit'" gives a *>
      *> file-name item its default.                                *>
      *>----------------------------------------------------------*>
       2440-TAKE-VALUE-CLAUSE.
           IF WS-TK(1)(1:2) IS NUMERIC
               AND WS-TK-SUB > 2
               PERFORM 2600-TAKE-NEXT-LITERAL
               IF WS-LIT-FOUND
                   MOVE WS-TK(2) TO WS-RESOLVE-NAME
                   MOVE WS-LIT-VALUE TO WS-RESOLVE-VALUE
                   PERFORM 2500-RESOLVE-ONE-TARGET
                       VARYING WS-SEL-SUB FROM 1 BY 1
                       UNTIL WS-SEL-SUB > WS-SEL-COUNT
               END-IF
           END-IF.

       2450-TAKE-MOVE-LITERAL.
           PERFORM 2600-TAKE-NEXT-LITERAL
           IF NOT WS-LIT-FOUND
               OR WS-TK-SUB + 3 > WS-TOKEN-COUNT
               GO TO 2450-TAKE-MOVE-LITERAL-EXIT
           END-IF
           IF WS-TK(WS-TK-SUB + 2) NOT = "TO"
               GO TO 2450-TAKE-MOVE-LITERAL-EXIT
           END-IF
           MOVE WS-TK(WS-TK-SUB + 3) TO WS-RESOLVE-NAME
           IF WS-RESOLVE-NAME = "RC-JOB-STEP-NAME"
               MOVE WS-LIT-VALUE TO WS-PG-STEP(WS-PROG-SUB)
           ELSE
               MOVE WS-LIT-VALUE TO WS-RESOLVE-VALUE
               PERFORM 2500-RESOLVE-ONE-TARGET
                   VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
           END-IF.
       2450-TAKE-MOVE-LITERAL-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 2460-TAKE-STRING-TARGET - a name built by STRING 'lit' ... *>
      *> INTO item is shown as the literal and an asterisk.         *>
      *>----------------------------------------------------------*>
       2460-TAKE-STRING-TARGET.
           IF WS-STRING-LITERAL NOT = SPACES
               AND WS-NEXT-SUB NOT > WS-TOKEN-COUNT
               MOVE WS-TK(WS-NEXT-SUB) TO WS-RESOLVE-NAME
               MOVE SPACES TO WS-RESOLVE-VALUE
               STRING WS-STRING-LITERAL DELIMITED BY SPACE
                   "*" DELIMITED BY SIZE
                   INTO WS-RESOLVE-VALUE
               PERFORM 2500-RESOLVE-ONE-TARGET
                   VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
           END-IF
           MOVE SPACES TO WS-STRING-LITERAL.

       2470-TAKE-ENVIRONMENT-NAME.
           PERFORM 2600-TAKE-NEXT-LITERAL
           IF WS-LIT-FOUND
               PERFORM 2475-NOTE-ONE-OVERRIDE
                   VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
           END-IF.

       2475-NOTE-ONE-OVERRIDE.
           IF WS-SL-DYNAMIC(WS-SEL-SUB) = "Y"
               AND WS-SL-TARGET(WS-SEL-SUB) = WS-ACCEPT-TARGET
               MOVE WS-LIT-VALUE TO WS-SL-ENV(WS-SEL-SUB)
           END-IF.

       2480-ADD-ONE-ENTRY-NAME.
           IF WS-ENTRY-COUNT < WS-ENTRY-MAX
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-LIT-VALUE TO WS-EN-NAME(WS-ENTRY-COUNT)
               MOVE WS-PROG-SUB TO WS-EN-PROG(WS-ENTRY-COUNT)
           END-IF.

       2490-MARK-ONE-OPEN.
           IF WS-SL-IDENT(WS-SEL-SUB) = WS-THIS-TOKEN
               EVALUATE WS-OPEN-MODE
                   WHEN "I"
                       MOVE "Y" TO WS-SL-OPEN-IN(WS-SEL-SUB)
                   WHEN "O"
                       MOVE "Y" TO WS-SL-OPEN-OUT(WS-SEL-SUB)
                   WHEN "U"
                       MOVE "Y" TO WS-SL-OPEN-IO(WS-SEL-SUB)
                   WHEN "E"
                       MOVE "Y" TO WS-SL-OPEN-EXT(WS-SEL-SUB)
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------*>
      *> 2500-RESOLVE-ONE-TARGET - the first value a file-name item *>
      *> is given is its production name (a later test-mode MOVE    *>
      *> does not replace it).                                      *>
      *>----------------------------------------------------------*>
       2500-RESOLVE-ONE-TARGET.
           IF WS-SL-DYNAMIC(WS-SEL-SUB) = "Y"
               AND WS-SL-TARGET(WS-SEL-SUB) = WS-RESOLVE-NAME
               AND WS-SL-DATASET(WS-SEL-SUB) = SPACES
               MOVE WS-RESOLVE-VALUE TO WS-SL-DATASET(WS-SEL-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 2600-TAKE-NEXT-LITERAL - WS-LIT-VALUE is the token after   *>
      *> WS-TK-SUB with its quotes removed, when it is a literal.   *>
      *>----------------------------------------------------------*>
       2600-TAKE-NEXT-LITERAL.
           MOVE "N" TO WS-LIT-FLAG
           MOVE SPACES TO WS-LIT-VALUE
           IF WS-NEXT-SUB NOT > WS-TOKEN-COUNT
               IF WS-TK(WS-NEXT-SUB)(1:1) = QUOTE
                   UNSTRING WS-TK(WS-NEXT-SUB) DELIMITED BY QUOTE
                       INTO WS-LIT-LEAD WS-LIT-VALUE
                   END-UNSTRING
                   IF WS-LIT-VALUE NOT = SPACES
                       SET WS-LIT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 2800-FILE-ONE-SELECT - a file the program opens becomes a  *>
      *> usage row with its role.                                   *>
      *>----------------------------------------------------------*>
       2800-FILE-ONE-SELECT.
           EVALUATE TRUE
               WHEN WS-SL-OPEN-IO(WS-SEL-SUB) = "Y"
                   MOVE "U" TO WS-NEW-ROLE
               WHEN WS-SL-OPEN-EXT(WS-SEL-SUB) = "Y"
                   MOVE "A" TO WS-NEW-ROLE
               WHEN WS-SL-OPEN-OUT(WS-SEL-SUB) = "Y"
                   MOVE "C" TO WS-NEW-ROLE
               WHEN WS-SL-OPEN-IN(WS-SEL-SUB) = "Y"
                   MOVE "R" TO WS-NEW-ROLE
               WHEN OTHER
                   GO TO 2800-FILE-ONE-SELECT-EXIT
           END-EVALUATE
           IF WS-USE-COUNT NOT < WS-USE-MAX
               GO TO 2800-FILE-ONE-SELECT-EXIT
           END-IF
           IF WS-SL-DATASET(WS-SEL-SUB) = SPACES
               STRING "(" DELIMITED BY SIZE
                   WS-SL-TARGET(WS-SEL-SUB) DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-SL-DATASET(WS-SEL-SUB)
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF
           ADD 1 TO WS-USE-COUNT
           MOVE WS-PROG-SUB TO WS-US-PROG(WS-USE-COUNT)
           MOVE WS-SL-DATASET(WS-SEL-SUB) TO WS-US-DATASET(WS-USE-COUNT)
           MOVE WS-NEW-ROLE TO WS-US-ROLE(WS-USE-COUNT)
           MOVE WS-SL-ENV(WS-SEL-SUB) TO WS-US-ENV(WS-USE-COUNT).
       2800-FILE-ONE-SELECT-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> 3000-JOIN-JOBS-TO-PROGRAMS - find each job's program, flag *>
      *> the programs that are called, and charge each job with the *>
      *> files of its program and of everything that program calls. *>
      *>----------------------------------------------------------*>
       3000-JOIN-JOBS-TO-PROGRAMS.
           PERFORM 3010-FLAG-ONE-CALLEE
               VARYING WS-CALL-SUB FROM 1 BY 1
               UNTIL WS-CALL-SUB > WS-CALL-COUNT
           PERFORM 3100-FIND-ONE-JOB-PROGRAM
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT
           PERFORM 3150-ADD-ONE-ON-DEMAND
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT
           PERFORM 3200-CHARGE-ONE-JOB
           THRU 3200-CHARGE-ONE-JOB-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.

       3010-FLAG-ONE-CALLEE.
           PERFORM 3020-FIND-CALLEE
           IF WS-CALLEE-PROG > 0
               AND WS-CALLEE-PROG NOT = WS-CL-PROG(WS-CALL-SUB)
               MOVE "Y" TO WS-PG-CALLED(WS-CALLEE-PROG)
           END-IF.

       3020-FIND-CALLEE.
           MOVE 0 TO WS-CALLEE-PROG
           PERFORM 3025-MATCH-ONE-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                   OR WS-CALLEE-PROG > 0.

       3025-MATCH-ONE-ENTRY.
           IF WS-EN-NAME(WS-ENTRY-SUB) = WS-CL-NAME(WS-CALL-SUB)
               MOVE WS-EN-PROG(WS-ENTRY-SUB) TO WS-CALLEE-PROG
           END-IF.

       3100-FIND-ONE-JOB-PROGRAM.
           PERFORM 3110-MATCH-STEP-NAME
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT
                   OR WS-JB-PROG(WS-JOB-SUB) > 0
           IF WS-JB-PROG(WS-JOB-SUB) = 0
               AND WS-JB-COMMAND(WS-JOB-SUB) NOT = SPACES
               PERFORM 3120-MATCH-COMMAND-NAME
                   VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROG-COUNT
                       OR WS-JB-PROG(WS-JOB-SUB) > 0
           END-IF
           IF WS-JB-PROG(WS-JOB-SUB) > 0
               MOVE "Y" TO WS-PG-JOB-FLAG(WS-JB-PROG(WS-JOB-SUB))
           END-IF.

       3110-MATCH-STEP-NAME.
           IF WS-PG-STEP(WS-PROG-SUB) = WS-JB-NAME(WS-JOB-SUB)
               MOVE WS-PROG-SUB TO WS-JB-PROG(WS-JOB-SUB)
           END-IF.

      *>----------------------------------------------------------*>
      *> 3120-MATCH-COMMAND-NAME - "main" names too many programs   *>
      *> to identify one from a command line.                       *>
      *>----------------------------------------------------------*>
       3120-MATCH-COMMAND-NAME.
           IF WS-PG-BASE-LEN(WS-PROG-SUB) > 0
               AND WS-PG-BASE(WS-PROG-SUB) NOT = "main"
               MOVE 0 TO WS-HIT-COUNT
               INSPECT WS-JB-COMMAND(WS-JOB-SUB) TALLYING WS-HIT-COUNT
                   FOR ALL WS-PG-BASE(WS-PROG-SUB)
                       (1:WS-PG-BASE-LEN(WS-PROG-SUB))
               IF WS-HIT-COUNT > 0
                   MOVE WS-PROG-SUB TO WS-JB-PROG(WS-JOB-SUB)
               END-IF
           END-IF.

       3150-ADD-ONE-ON-DEMAND.
           IF WS-PG-JOB-FLAG(WS-PROG-SUB) NOT = "Y"
               AND WS-PG-CALLED(WS-PROG-SUB) NOT = "Y"
               AND WS-JOB-COUNT < WS-JOB-MAX
               ADD 1 TO WS-JOB-COUNT
               MOVE "-" TO WS-JB-NAME(WS-JOB-COUNT)
               MOVE SPACES TO WS-JB-PRED(WS-JOB-COUNT)
               MOVE SPACES TO WS-JB-COMMAND(WS-JOB-COUNT)
               MOVE WS-PROG-SUB TO WS-JB-PROG(WS-JOB-COUNT)
               MOVE 0 TO WS-JB-DEPTH(WS-JOB-COUNT)
           END-IF.

       3200-CHARGE-ONE-JOB.
           COMPUTE WS-JB-JU-FIRST(WS-JOB-SUB) = WS-JU-COUNT + 1
           MOVE WS-JU-COUNT TO WS-JB-JU-LAST(WS-JOB-SUB)
           IF WS-JB-PROG(WS-JOB-SUB) = 0
               GO TO 3200-CHARGE-ONE-JOB-EXIT
           END-IF
           PERFORM 3210-CLEAR-ONE-MARK
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT
           MOVE "Y" TO WS-PG-MARK(WS-JB-PROG(WS-JOB-SUB))
           SET WS-MARK-CHANGED TO TRUE
           PERFORM 3220-MARK-ONE-CALL-LEVEL
               UNTIL NOT WS-MARK-CHANGED
           PERFORM 3240-CHARGE-ONE-USE
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT
           MOVE WS-JU-COUNT TO WS-JB-JU-LAST(WS-JOB-SUB).
       3200-CHARGE-ONE-JOB-EXIT.
           EXIT.

       3210-CLEAR-ONE-MARK.
           MOVE "N" TO WS-PG-MARK(WS-PROG-SUB).

       3220-MARK-ONE-CALL-LEVEL.
           MOVE "N" TO WS-MARK-FLAG
           PERFORM 3230-MARK-ONE-CALLEE
               VARYING WS-CALL-SUB FROM 1 BY 1
               UNTIL WS-CALL-SUB > WS-CALL-COUNT.

       3230-MARK-ONE-CALLEE.
           IF WS-PG-MARK(WS-CL-PROG(WS-CALL-SUB)) = "Y"
               PERFORM 3020-FIND-CALLEE
               IF WS-CALLEE-PROG > 0
                   IF WS-PG-MARK(WS-CALLEE-PROG) NOT = "Y"
                       MOVE "Y" TO WS-PG-MARK(WS-CALLEE-PROG)
                       SET WS-MARK-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3240-CHARGE-ONE-USE.
           IF WS-PG-MARK(WS-US-PROG(WS-USE-SUB)) = "Y"
               MOVE WS-US-ROLE(WS-USE-SUB) TO WS-NEW-ROLE
               IF WS-NEW-ROLE = "A"
                   AND WS-US-PROG(WS-USE-SUB) = WS-JB-PROG(WS-JOB-SUB)
                   MOVE "U" TO WS-NEW-ROLE
               END-IF
               MOVE "N" TO WS-JU-FOUND-FLAG
               PERFORM 3250-MERGE-ONE-JOB-USE
                   VARYING WS-JU-SUB FROM WS-JB-JU-FIRST(WS-JOB-SUB)
                   BY 1 UNTIL WS-JU-SUB > WS-JU-COUNT
                       OR WS-JU-FOUND
               IF NOT WS-JU-FOUND
                   AND WS-JU-COUNT < WS-JU-MAX
                   ADD 1 TO WS-JU-COUNT
                   MOVE WS-JOB-SUB TO WS-JU-JOB(WS-JU-COUNT)
                   MOVE WS-US-DATASET(WS-USE-SUB)
                       TO WS-JU-DATASET(WS-JU-COUNT)
                   MOVE WS-NEW-ROLE TO WS-JU-ROLE(WS-JU-COUNT)
               END-IF
           END-IF.

      *>----------------------------------------------------------*>
      *> 3250-MERGE-ONE-JOB-USE - one row per job and file, keeping *>
      *> the strongest role: create, update, append, read.          *>
      *>----------------------------------------------------------*>
       3250-MERGE-ONE-JOB-USE.
           IF WS-JU-DATASET(WS-JU-SUB) = WS-US-DATASET(WS-USE-SUB)
               SET WS-JU-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN WS-NEW-ROLE = "C"
                       MOVE "C" TO WS-JU-ROLE(WS-JU-SUB)
                   WHEN WS-NEW-ROLE = "U"
                       AND WS-JU-ROLE(WS-JU-SUB) NOT = "C"
                       MOVE "U" TO WS-JU-ROLE(WS-JU-SUB)
                   WHEN WS-NEW-ROLE = "A"
                       AND WS-JU-ROLE(WS-JU-SUB) = "R"
                       MOVE "A" TO WS-JU-ROLE(WS-JU-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *>----------------------------------------------------------*>
      *> 3500-SET-SCHEDULE-ORDER - a job's depth is one more than   *>
      *> its predecessor's (a predecessor outside the schedule      *>
      *> counts as none); jobs run depth by depth, JOBSKED.CTL      *>
      *> order within a depth.  Jobs left at depth 0 are in a       *>
      *> predecessor cycle and are listed last.                     *>
      *>----------------------------------------------------------*>
       3500-SET-SCHEDULE-ORDER.
           PERFORM 3510-DEPTH-ONE-PASS
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-SCHED-COUNT
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM 3540-ORDER-ONE-DEPTH
               VARYING WS-DEPTH-WANTED FROM 1 BY 1
               UNTIL WS-DEPTH-WANTED > WS-SCHED-COUNT
           MOVE 0 TO WS-DEPTH-WANTED
           PERFORM 3550-ORDER-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT.

       3510-DEPTH-ONE-PASS.
           PERFORM 3520-DEPTH-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT.

       3520-DEPTH-ONE-JOB.
           IF WS-JB-PRED(WS-JOB-SUB) = SPACES
               MOVE 1 TO WS-JB-DEPTH(WS-JOB-SUB)
           ELSE
               MOVE 0 TO WS-PRED-SUB
               PERFORM 3530-FIND-ONE-PREDECESSOR
                   VARYING WS-ROOT-SUB FROM 1 BY 1
                   UNTIL WS-ROOT-SUB > WS-SCHED-COUNT
                       OR WS-PRED-SUB > 0
               EVALUATE TRUE
                   WHEN WS-PRED-SUB = 0
                       MOVE 1 TO WS-JB-DEPTH(WS-JOB-SUB)
                   WHEN WS-JB-DEPTH(WS-PRED-SUB) > 0
                       COMPUTE WS-JB-DEPTH(WS-JOB-SUB) =
                           WS-JB-DEPTH(WS-PRED-SUB) + 1
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3530-FIND-ONE-PREDECESSOR.
           IF WS-JB-NAME(WS-ROOT-SUB) = WS-JB-PRED(WS-JOB-SUB)
               MOVE WS-ROOT-SUB TO WS-PRED-SUB
           END-IF.

       3540-ORDER-ONE-DEPTH.
           PERFORM 3550-ORDER-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT.

       3550-ORDER-ONE-JOB.
           IF WS-JB-DEPTH(WS-JOB-SUB) = WS-DEPTH-WANTED
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-JOB-SUB TO WS-ORD-JOB(WS-ORDER-COUNT)
           END-IF.

      *>----------------------------------------------------------*>
      *> 4000-REPORT-FILE-LINEAGE - gather the distinct files, then *>
      *> one block per file: creators, updaters, readers in         *>
      *> schedule order, then on-demand programs (neither a job's   *>
      *> program nor called by one).                                *>
      *>----------------------------------------------------------*>
       4000-REPORT-FILE-LINEAGE.
           PERFORM 4010-COLLECT-ONE-JOB-FILE
               VARYING WS-JU-SUB FROM 1 BY 1
               UNTIL WS-JU-SUB > WS-JU-COUNT
           PERFORM 4020-COLLECT-ONE-PROGRAM-FILE
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT
           MOVE "FILE LINEAGE - JOBS IN SCHEDULE ORDER"
               TO WS-SECTION-LINE
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-SECTION-LINE TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           PERFORM 4100-REPORT-ONE-FILE
           THRU 4100-REPORT-ONE-FILE-EXIT
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT.

       4010-COLLECT-ONE-JOB-FILE.
           MOVE WS-JU-DATASET(WS-JU-SUB) TO WS-ADD-DATASET
           MOVE SPACES TO WS-ADD-ENV
           PERFORM 4030-ADD-ONE-DATASET.

       4020-COLLECT-ONE-PROGRAM-FILE.
           MOVE WS-US-DATASET(WS-USE-SUB) TO WS-ADD-DATASET
           MOVE WS-US-ENV(WS-USE-SUB) TO WS-ADD-ENV
           IF WS-ADD-ENV NOT = SPACES
               PERFORM 4030-ADD-ONE-DATASET
           END-IF.

      *>----------------------------------------------------------*>
      *> 4030-ADD-ONE-DATASET - files come from the job rows; the   *>
      *> program rows only lend a file its override variable.       *>
      *>----------------------------------------------------------*>
       4030-ADD-ONE-DATASET.
           MOVE "N" TO WS-DS-FOUND-FLAG
           PERFORM 4040-MATCH-ONE-DATASET
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT
                   OR WS-DS-FOUND
           IF NOT WS-DS-FOUND
               AND WS-ADD-ENV = SPACES
               AND WS-DS-COUNT < WS-DS-MAX
               ADD 1 TO WS-DS-COUNT
               MOVE WS-ADD-DATASET TO WS-DS-NAME(WS-DS-COUNT)
               MOVE WS-ADD-ENV TO WS-DS-ENV(WS-DS-COUNT)
           END-IF.

       4040-MATCH-ONE-DATASET.
           IF WS-DS-NAME(WS-DS-SUB) = WS-ADD-DATASET
               SET WS-DS-FOUND TO TRUE
               IF WS-DS-ENV(WS-DS-SUB) = SPACES
                   MOVE WS-ADD-ENV TO WS-DS-ENV(WS-DS-SUB)
               END-IF
           END-IF.

       4100-REPORT-ONE-FILE.
           IF WS-FILE-FILTER NOT = SPACES
               AND WS-FILE-FILTER NOT = WS-DS-NAME(WS-DS-SUB)
               GO TO 4100-REPORT-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-SHOWN-COUNT
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-DS-NAME(WS-DS-SUB) TO WS-FL-DATASET
           MOVE SPACES TO WS-FL-ENV-CAPTION
           MOVE WS-DS-ENV(WS-DS-SUB) TO WS-FL-ENV
           IF WS-DS-ENV(WS-DS-SUB) NOT = SPACES
               MOVE " OVERRIDE ENV " TO WS-FL-ENV-CAPTION
           END-IF
           MOVE WS-FILE-LINE TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE "C" TO WS-ROLE-WANTED
           PERFORM 4110-REPORT-ONE-ROLE
           MOVE "U" TO WS-ROLE-WANTED
           PERFORM 4110-REPORT-ONE-ROLE
           MOVE "A" TO WS-ROLE-WANTED
           PERFORM 4110-REPORT-ONE-ROLE
           MOVE "R" TO WS-ROLE-WANTED
           PERFORM 4110-REPORT-ONE-ROLE
           PERFORM 4200-REPORT-ONE-ON-DEMAND
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
       4100-REPORT-ONE-FILE-EXIT.
           EXIT.

       4110-REPORT-ONE-ROLE.
           PERFORM 4120-REPORT-ONE-ORDERED-JOB
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT.

       4120-REPORT-ONE-ORDERED-JOB.
           MOVE WS-ORD-JOB(WS-ORDER-SUB) TO WS-JOB-SUB
           PERFORM 4130-REPORT-ONE-JOB-USE
               VARYING WS-JU-SUB FROM WS-JB-JU-FIRST(WS-JOB-SUB)
               BY 1 UNTIL WS-JU-SUB > WS-JB-JU-LAST(WS-JOB-SUB).

       4130-REPORT-ONE-JOB-USE.
           IF WS-JU-DATASET(WS-JU-SUB) = WS-DS-NAME(WS-DS-SUB)
               AND WS-JU-ROLE(WS-JU-SUB) = WS-ROLE-WANTED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-ROLE-WANTED TO WS-NEW-ROLE
               PERFORM 4900-SET-ROLE-CAPTION
               MOVE WS-JB-NAME(WS-JOB-SUB) TO WS-DT-JOB
               MOVE WS-PG-ID(WS-JB-PROG(WS-JOB-SUB)) TO WS-DT-PROGRAM
               MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
               PERFORM 9000-EMIT-REPORT-LINE
           END-IF.

       4200-REPORT-ONE-ON-DEMAND.
           IF WS-JOB-SUB > WS-SCHED-COUNT
               PERFORM 4210-REPORT-ONE-DEMAND-USE
                   VARYING WS-JU-SUB FROM WS-JB-JU-FIRST(WS-JOB-SUB)
                   BY 1 UNTIL WS-JU-SUB > WS-JB-JU-LAST(WS-JOB-SUB)
           END-IF.

       4210-REPORT-ONE-DEMAND-USE.
           IF WS-JU-DATASET(WS-JU-SUB) = WS-DS-NAME(WS-DS-SUB)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "ON DEMAND" TO WS-DT-CAPTION
               MOVE "-" TO WS-DT-JOB
               MOVE WS-PG-ID(WS-JB-PROG(WS-JOB-SUB)) TO WS-DT-PROGRAM
               EVALUATE WS-JU-ROLE(WS-JU-SUB)
                   WHEN "C"
                       MOVE "CREATES" TO WS-DT-EXTRA
                   WHEN "U"
                       MOVE "UPDATES" TO WS-DT-EXTRA
                   WHEN "A"
                       MOVE "APPENDS" TO WS-DT-EXTRA
                   WHEN OTHER
                       MOVE "READS" TO WS-DT-EXTRA
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
               PERFORM 9000-EMIT-REPORT-LINE
           END-IF.

       4900-SET-ROLE-CAPTION.
           EVALUATE WS-NEW-ROLE
               WHEN "C"
                   MOVE "CREATED BY" TO WS-DT-CAPTION
               WHEN "U"
                   MOVE "UPDATED BY" TO WS-DT-CAPTION
               WHEN "A"
                   MOVE "UPDATED BY" TO WS-DT-CAPTION
                   MOVE "(appends)" TO WS-DT-EXTRA
               WHEN OTHER
                   MOVE "READ BY" TO WS-DT-CAPTION
           END-EVALUATE.

      *>----------------------------------------------------------*>
      *> 5000-REPORT-JOB-IMPACT - for each job, its output files    *>
      *> and every job downstream of them: level 1 reads or updates *>
      *> a file the job creates or updates, level 2 one a level-1   *>
      *> job writes, and so on.                                     *>
      *>----------------------------------------------------------*>
       5000-REPORT-JOB-IMPACT.
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE "JOB IMPACT - DOWNSTREAM OF EACH JOB'S OUTPUT"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           PERFORM 5100-REPORT-ONE-ROOT-JOB
           THRU 5100-REPORT-ONE-ROOT-JOB-EXIT
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT.

       5100-REPORT-ONE-ROOT-JOB.
           MOVE WS-ORD-JOB(WS-ORDER-SUB) TO WS-ROOT-SUB
           IF WS-JOB-FILTER NOT = SPACES
               AND WS-JOB-FILTER NOT = WS-JB-NAME(WS-ROOT-SUB)
               GO TO 5100-REPORT-ONE-ROOT-JOB-EXIT
           END-IF
           MOVE SPACES TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-JB-NAME(WS-ROOT-SUB) TO WS-JL-JOB
           IF WS-JB-PROG(WS-ROOT-SUB) > 0
               MOVE WS-PG-ID(WS-JB-PROG(WS-ROOT-SUB)) TO WS-JL-PROGRAM
           ELSE
               MOVE "(program not in source list)" TO WS-JL-PROGRAM
           END-IF
           MOVE WS-JOB-LINE TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-ROOT-SUB TO WS-JOB-SUB
           PERFORM 5110-REPORT-ONE-OUTPUT
               VARYING WS-JU-SUB FROM WS-JB-JU-FIRST(WS-ROOT-SUB)
               BY 1 UNTIL WS-JU-SUB > WS-JB-JU-LAST(WS-ROOT-SUB)
           PERFORM 5200-CLEAR-ONE-LEVEL
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT
           MOVE 0 TO WS-JB-LEVEL(WS-ROOT-SUB)
           MOVE 0 TO WS-LEVEL-WANTED
           SET WS-LEVEL-GREW TO TRUE
           PERFORM 5300-REACH-ONE-LEVEL
               UNTIL NOT WS-LEVEL-GREW
           MOVE "N" TO WS-JU-FOUND-FLAG
           PERFORM 5500-REPORT-ONE-DOWNSTREAM
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-ORDER-COUNT
           IF NOT WS-JU-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "RERUN" TO WS-DT-CAPTION
               MOVE "(no downstream jobs)" TO WS-DT-PROGRAM
               MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
               PERFORM 9000-EMIT-REPORT-LINE
           END-IF.
       5100-REPORT-ONE-ROOT-JOB-EXIT.
           EXIT.

       5110-REPORT-ONE-OUTPUT.
           IF WS-JU-ROLE(WS-JU-SUB) NOT = "R"
               MOVE SPACES TO WS-DETAIL-LINE
               EVALUATE WS-JU-ROLE(WS-JU-SUB)
                   WHEN "C"
                       MOVE "CREATES" TO WS-DT-CAPTION
                   WHEN "U"
                       MOVE "UPDATES" TO WS-DT-CAPTION
                   WHEN OTHER
                       MOVE "APPENDS" TO WS-DT-CAPTION
               END-EVALUATE
               MOVE WS-JU-DATASET(WS-JU-SUB) TO WS-DT-OUTPUT
               MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
               PERFORM 9000-EMIT-REPORT-LINE
           END-IF.

       5200-CLEAR-ONE-LEVEL.
           MOVE WS-NOT-REACHED TO WS-JB-LEVEL(WS-JOB-SUB)
           MOVE SPACES TO WS-JB-VIA(WS-JOB-SUB).

      *>----------------------------------------------------------*>
      *> 5300-REACH-ONE-LEVEL - from every job at the current       *>
      *> level, reach the jobs not yet reached that use a file it   *>
      *> writes.                                                    *>
      *>----------------------------------------------------------*>
       5300-REACH-ONE-LEVEL.
           MOVE "N" TO WS-LEVEL-FLAG
           PERFORM 5310-REACH-FROM-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-SCHED-COUNT
           ADD 1 TO WS-LEVEL-WANTED.

       5310-REACH-FROM-ONE-JOB.
           IF WS-JOB-SUB NOT > WS-SCHED-COUNT
               AND WS-JB-LEVEL(WS-JOB-SUB) = WS-LEVEL-WANTED
               PERFORM 5320-REACH-FROM-ONE-OUTPUT
                   VARYING WS-JU-SUB FROM WS-JB-JU-FIRST(WS-JOB-SUB)
                   BY 1 UNTIL WS-JU-SUB > WS-JB-JU-LAST(WS-JOB-SUB)
           END-IF.

       5320-REACH-FROM-ONE-OUTPUT.
           IF WS-JU-ROLE(WS-JU-SUB) = "C" OR "U"
               PERFORM 5330-REACH-ONE-USER
                   VARYING WS-JU-SCAN FROM 1 BY 1
                   UNTIL WS-JU-SCAN > WS-JU-COUNT
           END-IF.

       5330-REACH-ONE-USER.
           IF WS-JU-DATASET(WS-JU-SCAN) = WS-JU-DATASET(WS-JU-SUB)
               AND WS-JU-ROLE(WS-JU-SCAN) NOT = "C"
               AND WS-JU-JOB(WS-JU-SCAN) NOT > WS-SCHED-COUNT
               AND WS-JB-LEVEL(WS-JU-JOB(WS-JU-SCAN)) = WS-NOT-REACHED
               COMPUTE WS-JB-LEVEL(WS-JU-JOB(WS-JU-SCAN)) =
                   WS-LEVEL-WANTED + 1
               MOVE WS-JU-DATASET(WS-JU-SUB)
                   TO WS-JB-VIA(WS-JU-JOB(WS-JU-SCAN))
               SET WS-LEVEL-GREW TO TRUE
           END-IF.

       5500-REPORT-ONE-DOWNSTREAM.
           MOVE WS-ORD-JOB(WS-PASS-SUB) TO WS-JOB-SUB
           IF WS-JB-LEVEL(WS-JOB-SUB) > 0
               AND WS-JB-LEVEL(WS-JOB-SUB) NOT = WS-NOT-REACHED
               SET WS-JU-FOUND TO TRUE
               ADD 1 TO WS-DOWNSTREAM-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "RERUN" TO WS-DT-CAPTION
               MOVE WS-JB-NAME(WS-JOB-SUB) TO WS-DT-JOB
               MOVE WS-JB-LEVEL(WS-JOB-SUB) TO WS-LT-LEVEL
               MOVE WS-JB-VIA(WS-JOB-SUB) TO WS-LT-VIA
               MOVE WS-LEVEL-TEXT TO WS-DT-PROGRAM
               MOVE WS-DETAIL-LINE TO LR-REPORT-LINE
               PERFORM 9000-EMIT-REPORT-LINE
           END-IF.

       6000-OPEN-REPORT.
           STRING "LINEAGE." DELIMITED BY SIZE
               RC-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT LINEAGE-REPORT
           MOVE RC-RUN-ID TO WS-H1-RUN-ID
           MOVE RC-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE
           MOVE WS-PROG-COUNT TO WS-H2-PROGRAMS
           MOVE WS-SCHED-COUNT TO WS-H2-JOBS
           MOVE WS-HEADING-2 TO LR-REPORT-LINE
           PERFORM 9000-EMIT-REPORT-LINE.

       9000-EMIT-REPORT-LINE.
           DISPLAY LR-REPORT-LINE
           WRITE LR-REPORT-LINE.
