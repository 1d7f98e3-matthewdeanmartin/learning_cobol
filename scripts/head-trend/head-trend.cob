      *>             over-month movement in the active count, so      *>
      *>             "plot headcount for the last twelve month        *>
      *>             ends" is a report instead of a reconstruction.   *>
      *>             Each line also shows the fiscal year and period  *>
      *>             the snapshot was tagged with, when it has one.   *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               HEADTRND_DEPT  department code (default TOTL)  *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-09-01  Initial version.                               *>
      *>   2026-10-15  Shows the fiscal year and period a snapshot    *>
      *>               was tagged with.                               *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadTrend.
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 WS-H1-RUN-DATE        PIC 9(08).
       01 WS-HEADING-2              PIC X(56) VALUE
           "SNAP DATE  ACTIVE ONLEAV INACTV MOVEMENT  FY-PD".
       01 WS-DETAIL-LINE.
           05 WS-DL-DATE            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-INACTIVE        PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DL-MOVEMENT        PIC +++++9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-FISCAL.
               10 WS-DL-FISCAL-YEAR PIC 9(04).
               10 FILLER            PIC X(01) VALUE "-".
               10 WS-DL-FISCAL-PD   PIC 9(02).
       01 WS-FOOTING-LINE.
           05 FILLER                PIC X(18) VALUE
               "SNAPSHOTS LISTED: ".
                       MOVE HH-ACTIVE-COUNT TO WS-DL-ACTIVE
                       MOVE HH-ONLEAVE-COUNT TO WS-DL-ONLEAVE
                       MOVE HH-INACTIVE-COUNT TO WS-DL-INACTIVE
                       IF HH-FISCAL-YEAR IS NUMERIC
                           AND HH-FISCAL-YEAR NOT = 0
                           AND HH-FISCAL-PERIOD IS NUMERIC
                           MOVE HH-FISCAL-YEAR TO WS-DL-FISCAL-YEAR
                           MOVE "-" TO WS-DL-FISCAL(5:1)
                           MOVE HH-FISCAL-PERIOD TO WS-DL-FISCAL-PD
                       END-IF
                       IF WS-HAVE-PRIOR
                           COMPUTE WS-MOVEMENT =
                               HH-ACTIVE-COUNT - WS-PRIOR-ACTIVE
