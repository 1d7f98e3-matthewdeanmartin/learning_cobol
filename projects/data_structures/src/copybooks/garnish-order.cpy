      *>--------------------------------------------------------------*>
      *> GARNISH-ORDER.CPY                                            *>
      *> Record layout for the GARNORD indexed (KSDS) garnishment     *>
      *> order master, keyed by person ID plus the court or agency    *>
      *> order number.  PayCycle takes a person's active orders after *>
      *> tax, lowest priority number first: F takes GN-FLAT-AMOUNT    *>
      *> cents a period, P takes GN-PERCENT-RATE of disposable        *>
      *> earnings (gross less federal and state tax).  An order never *>
      *> takes the person's garnishments for the period past its      *>
      *> GN-CAP-PERCENT of disposable earnings, nor past what is      *>
      *> still owed; a zero GN-TOTAL-OWED is an open-ended order.  A  *>
      *> finalized run adds to GN-PAID-TO-DATE and marks the order S  *>
      *> once it is satisfied.                                        *>
      *>--------------------------------------------------------------*>
       01 GARNISH-ORDER-RECORD.
           05 GN-ORDER-KEY.
               10 GN-PERSON-ID         PIC 9(05).
               10 GN-ORDER-NUMBER      PIC X(12).
           05 GN-PRIORITY              PIC 9(02).
           05 GN-METHOD-FLAG           PIC X(01).
               88 GN-METHOD-FLAT                 VALUE "F".
               88 GN-METHOD-PERCENT              VALUE "P".
           05 GN-FLAT-AMOUNT           PIC 9(09).
           05 GN-PERCENT-RATE          PIC 9(02)V9(02).
           05 GN-CAP-PERCENT           PIC 9(02)V9(02).
           05 GN-TOTAL-OWED            PIC 9(11).
           05 GN-PAID-TO-DATE          PIC 9(11).
           05 GN-PAYEE-ID              PIC X(10).
           05 GN-PAYEE-NAME            PIC X(30).
           05 GN-STATUS-FLAG           PIC X(01).
               88 GN-ACTIVE                      VALUE "A".
               88 GN-SATISFIED                   VALUE "S".
               88 GN-RELEASED                    VALUE "R".
           05 GN-LAST-PERIOD-END       PIC 9(08).
