      *> PURPOSE:    Daily usage summary over the PERSAPI.LOG         *>
      *>             journal the PersonApi listener writes: request   *>
      *>             volumes by hour, the top requested person IDs,   *>
      *>             the lookup not-found rate, and throttling by     *>
      *>             client, so the next "the API is slow" complaint  *>
      *>             can be investigated from evidence.               *>
      *>                                                              *>
      *>             Controls (environment variables):                *>
      *>               APIRPT_DATE  yyyymmdd day to summarize         *>
      *>                                                              *>
      *> MODIFICATION HISTORY                                         *>
      *>   2026-08-22  Initial version.                               *>
      *>   2026-10-15  Added a throttling-by-client section: each     *>
      *>               client's requests for the day, how many were   *>
      *>               throttled on the minute, day and write-verb    *>
      *>               limits, and the throttled percentage, to tell  *>
      *>               a misbehaving caller from one that needs a     *>
      *>               higher quota.                                  *>
      *>--------------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonApiReport.
               10 WS-TP-PERSON-ID   PIC 9(05).
               10 WS-TP-COUNT       PIC 9(06).

       01 WS-CLIENT-COUNT           PIC 9(03) COMP VALUE 0.
       01 WS-CLIENT-MAX             PIC 9(03) COMP VALUE 100.
       01 WS-CLIENT-FOUND-FLAG      PIC X(01) VALUE "N".
           88 WS-CLIENT-FOUND                 VALUE "Y".
       01 WS-CLIENT-THROTTLED       PIC 9(06) VALUE 0.
       01 WS-THROTTLE-RATE          PIC 9(03)V9(01) VALUE 0.
       01 WS-CLIENT-TABLE.
           05 WS-CT-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-CT-IDX.
               10 WS-CT-CLIENT-ID   PIC X(08).
               10 WS-CT-REQUESTS    PIC 9(06).
               10 WS-CT-BY-MINUTE   PIC 9(06).
               10 WS-CT-BY-DAY      PIC 9(06).
               10 WS-CT-BY-WRITES   PIC 9(06).

       01 WS-HEADING-1.
           05 FILLER                PIC X(29) VALUE
               "PERSONAPI USAGE - FOR DATE ".
           05 FILLER                PIC X(08) VALUE "  RATE: ".
           05 WS-RL-RATE            PIC ZZ9.9.
           05 FILLER                PIC X(04) VALUE " PCT".
       01 WS-CLIENT-HEADING-1       PIC X(20) VALUE
           "THROTTLING BY CLIENT".
       01 WS-CLIENT-HEADING-2.
           05 FILLER                PIC X(40) VALUE
               "CLIENT  REQUESTS  MINUTE     DAY  WRITES".
           05 FILLER                PIC X(14) VALUE
               "  THROTTLE PCT".
       01 WS-CLIENT-LINE.
           05 WS-CL-CLIENT-ID       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-REQUESTS        PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CL-BY-MINUTE       PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CL-BY-DAY          PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CL-BY-WRITES       PIC ZZZZZ9.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 WS-CL-RATE            PIC ZZ9.9.
       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE
               "TOTAL REQUESTS: ".
                           END-IF
                       END-IF
                       PERFORM 1100-COUNT-THIS-PERSON-ID
                       IF API-LOG-CLIENT-ID NOT = SPACES
                           PERFORM 1200-COUNT-THIS-CLIENT
                       END-IF
                   END-IF
           END-READ.

               SET WS-TP-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 1200-COUNT-THIS-CLIENT - per-client request and throttle     *>
      *> counts, keyed on the client ID the listener journals (rows   *>
      *> from before it did so carry none and are left out).          *>
      *>----------------------------------------------------------*>
       1200-COUNT-THIS-CLIENT.
           MOVE "N" TO WS-CLIENT-FOUND-FLAG
           PERFORM 1210-MATCH-ONE-CLIENT-ENTRY
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CLIENT-COUNT
                   OR WS-CLIENT-FOUND
           IF NOT WS-CLIENT-FOUND
               IF WS-CLIENT-COUNT < WS-CLIENT-MAX
                   ADD 1 TO WS-CLIENT-COUNT
                   SET WS-CT-IDX TO WS-CLIENT-COUNT
                   MOVE API-LOG-CLIENT-ID
                       TO WS-CT-CLIENT-ID(WS-CT-IDX)
                   MOVE 0 TO WS-CT-REQUESTS(WS-CT-IDX)
                   MOVE 0 TO WS-CT-BY-MINUTE(WS-CT-IDX)
                   MOVE 0 TO WS-CT-BY-DAY(WS-CT-IDX)
                   MOVE 0 TO WS-CT-BY-WRITES(WS-CT-IDX)
                   SET WS-CLIENT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-CLIENT-FOUND
               ADD 1 TO WS-CT-REQUESTS(WS-CT-IDX)
               EVALUATE API-LOG-OUTCOME
                   WHEN "throttled - minute"
                       ADD 1 TO WS-CT-BY-MINUTE(WS-CT-IDX)
                   WHEN "throttled - day"
                       ADD 1 TO WS-CT-BY-DAY(WS-CT-IDX)
                   WHEN "throttled - writes"
                       ADD 1 TO WS-CT-BY-WRITES(WS-CT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1210-MATCH-ONE-CLIENT-ENTRY.
           IF WS-CT-CLIENT-ID(WS-CT-IDX) = API-LOG-CLIENT-ID
               SET WS-CLIENT-FOUND TO TRUE
               SET WS-CT-IDX DOWN BY 1
           END-IF.

      *>----------------------------------------------------------*>
      *> 2000-WRITE-USAGE-REPORT - volumes by hour (quiet hours       *>
      *> suppressed), the ten most-requested IDs, the not-found       *>
           PERFORM 2200-WRITE-ONE-TOP-ID
               UNTIL WS-TOP-RANK = 10
           PERFORM 2300-WRITE-NOT-FOUND-RATE
           MOVE WS-CLIENT-HEADING-1 TO UR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-CLIENT-HEADING-2 TO UR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           PERFORM 2400-WRITE-ONE-CLIENT-LINE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CLIENT-COUNT
           MOVE WS-TOTAL-REQUESTS TO WS-TT-COUNT
           MOVE WS-TOTAL-LINE TO UR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE
           MOVE WS-RATE-LINE TO UR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

      *>----------------------------------------------------------*>
      *> 2400-WRITE-ONE-CLIENT-LINE - one client's requests, its      *>
      *> throttles by limit, and the share of its requests that were  *>
      *> throttled.                                                   *>
      *>----------------------------------------------------------*>
       2400-WRITE-ONE-CLIENT-LINE.
           COMPUTE WS-CLIENT-THROTTLED = WS-CT-BY-MINUTE(WS-CT-IDX)
               + WS-CT-BY-DAY(WS-CT-IDX) + WS-CT-BY-WRITES(WS-CT-IDX)
           COMPUTE WS-THROTTLE-RATE ROUNDED =
               WS-CLIENT-THROTTLED * 100 / WS-CT-REQUESTS(WS-CT-IDX)
           MOVE WS-CT-CLIENT-ID(WS-CT-IDX) TO WS-CL-CLIENT-ID
           MOVE WS-CT-REQUESTS(WS-CT-IDX) TO WS-CL-REQUESTS
           MOVE WS-CT-BY-MINUTE(WS-CT-IDX) TO WS-CL-BY-MINUTE
           MOVE WS-CT-BY-DAY(WS-CT-IDX) TO WS-CL-BY-DAY
           MOVE WS-CT-BY-WRITES(WS-CT-IDX) TO WS-CL-BY-WRITES
           MOVE WS-THROTTLE-RATE TO WS-CL-RATE
           MOVE WS-CLIENT-LINE TO UR-REPORT-LINE
           PERFORM 2910-EMIT-REPORT-LINE.

       2910-EMIT-REPORT-LINE.
           DISPLAY UR-REPORT-LINE
           WRITE UR-REPORT-LINE.
