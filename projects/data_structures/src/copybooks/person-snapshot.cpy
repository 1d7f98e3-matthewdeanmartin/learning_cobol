      *>--------------------------------------------------------------*>
      *> PERSON-SNAPSHOT.CPY                                          *>
      *> Record layout for the dated PERSSNAP nightly person          *>
      *> snapshot PersonSnapshot builds - a header ("H") carrying     *>
      *> the run date and run ID, one detail ("D") per PERSON-MASTER  *>
      *> record in person-ID order with its COMPMAST pay, DEPTMAST    *>
      *> name and cost center, latest POSHIST.LOG position, PERSMGR   *>
      *> manager, PERSLEAV leave dates and PERSSERV service dates     *>
      *> already joined on, and a trailer ("T") carrying the master   *>
      *> totals the details must foot back to: the record count, a    *>
      *> hash total of the person IDs, the COMPMAST rows joined and   *>
      *> their annual salary total.  A flag of N means the person     *>
      *> had no row on that child file (an inactive department row    *>
      *> counts as none), and its columns are spaces or zero.         *>
      *>--------------------------------------------------------------*>
       01 PERSON-SNAPSHOT-RECORD.
           05 PN-RECORD-TYPE       PIC X(01).
               88 PN-HEADER                  VALUE "H".
               88 PN-DETAIL                  VALUE "D".
               88 PN-TRAILER                 VALUE "T".
           05 PN-DETAIL-AREA.
               10 PN-PERSON-ID         PIC 9(05).
               10 PN-HUMAN-NAME        PIC X(20).
               10 PN-DEPARTMENT-CODE   PIC X(04).
               10 PN-HIRE-DATE         PIC 9(08).
               10 PN-ACTIVE-FLAG       PIC X(01).
               10 PN-COMP-FLAG         PIC X(01).
                   88 PN-HAS-COMP                VALUE "Y".
               10 PN-GRADE             PIC X(02).
               10 PN-ANNUAL-SALARY     PIC 9(11).
               10 PN-COMP-EFFECTIVE    PIC 9(08).
               10 PN-PAY-BASIS         PIC X(01).
               10 PN-HOURLY-RATE       PIC 9(07).
               10 PN-CURRENCY-CODE     PIC X(03).
               10 PN-DEPT-FLAG         PIC X(01).
                   88 PN-HAS-DEPT                VALUE "Y".
               10 PN-DEPT-NAME         PIC X(30).
               10 PN-COST-CENTER       PIC X(06).
               10 PN-POSITION-CODE     PIC X(06).
               10 PN-POSITION-DATE     PIC 9(08).
               10 PN-MANAGER-ID        PIC 9(05).
               10 PN-LEAVE-START       PIC 9(08).
               10 PN-LEAVE-RETURN      PIC 9(08).
               10 PN-SERVICE-FLAG      PIC X(01).
                   88 PN-HAS-SERVICE             VALUE "Y".
               10 PN-PRIOR-SERVICE-DAYS PIC 9(06).
               10 PN-STINT-START       PIC 9(08).
               10 PN-LAST-TERM-DATE    PIC 9(08).
               10 PN-REHIRE-COUNT      PIC 9(02).
           05 PN-HEADER-AREA REDEFINES PN-DETAIL-AREA.
               10 PN-RUN-DATE          PIC 9(08).
               10 PN-RUN-TIME          PIC 9(08).
               10 PN-RUN-ID            PIC X(08).
               10 PN-OPERATOR-ID       PIC X(08).
               10 FILLER               PIC X(136).
           05 PN-TRAILER-AREA REDEFINES PN-DETAIL-AREA.
               10 PN-RECORD-COUNT      PIC 9(07).
               10 PN-ID-HASH-TOTAL     PIC 9(12).
               10 PN-COMP-COUNT        PIC 9(07).
               10 PN-SALARY-TOTAL      PIC 9(15).
               10 FILLER               PIC X(127).
