      *>--------------------------------------------------------------*>
      *> BANK-PAYMENT.CPY                                             *>
      *> Record layout for the direct-deposit bank payment file in    *>
      *> the standard 94-byte batch layout: 1 file header, 5 batch    *>
      *> header, 6 entry detail (one per account credited), 8 batch   *>
      *> control, 9 file control, and all-9s filler rows to round the *>
      *> file out to a whole block of ten.  The entry hash is the sum *>
      *> of the eight-digit receiving bank numbers, low ten digits.   *>
      *>--------------------------------------------------------------*>
       01 BANK-PAYMENT-RECORD.
           05 BP-RECORD-TYPE           PIC X(01).
               88 BP-FILE-HEADER                 VALUE "1".
               88 BP-BATCH-HEADER                VALUE "5".
               88 BP-ENTRY-DETAIL                VALUE "6".
               88 BP-BATCH-CONTROL               VALUE "8".
               88 BP-FILE-CONTROL                VALUE "9".
           05 BP-RECORD-DATA           PIC X(93).
           05 BP-FILE-HEADER-DATA REDEFINES BP-RECORD-DATA.
               10 BP-PRIORITY-CODE     PIC 9(02).
               10 FILLER               PIC X(01).
               10 BP-DESTINATION       PIC 9(09).
               10 FILLER               PIC X(01).
               10 BP-ORIGIN            PIC 9(09).
               10 BP-CREATION-DATE     PIC 9(06).
               10 BP-CREATION-TIME     PIC 9(04).
               10 BP-FILE-ID-MODIFIER  PIC X(01).
               10 BP-RECORD-SIZE       PIC 9(03).
               10 BP-BLOCKING-FACTOR   PIC 9(02).
               10 BP-FORMAT-CODE       PIC 9(01).
               10 BP-DESTINATION-NAME  PIC X(23).
               10 BP-ORIGIN-NAME       PIC X(23).
               10 BP-REFERENCE-CODE    PIC X(08).
           05 BP-BATCH-HEADER-DATA REDEFINES BP-RECORD-DATA.
               10 BP-BH-SERVICE-CLASS  PIC 9(03).
               10 BP-BH-COMPANY-NAME   PIC X(16).
               10 BP-BH-DISCRETIONARY  PIC X(20).
               10 BP-BH-COMPANY-ID     PIC X(10).
               10 BP-BH-ENTRY-CLASS    PIC X(03).
               10 BP-BH-DESCRIPTION    PIC X(10).
               10 BP-BH-DESCRIPTIVE-DATE PIC X(06).
               10 BP-BH-EFFECTIVE-DATE PIC 9(06).
               10 BP-BH-SETTLEMENT-DATE PIC X(03).
               10 BP-BH-ORIGINATOR-STATUS PIC X(01).
               10 BP-BH-ORIGINATING-DFI PIC 9(08).
               10 BP-BH-BATCH-NUMBER   PIC 9(07).
           05 BP-ENTRY-DATA REDEFINES BP-RECORD-DATA.
               10 BP-EN-TRANSACTION-CODE PIC 9(02).
                   88 BP-EN-CHECKING-CREDIT      VALUE 22.
                   88 BP-EN-SAVINGS-CREDIT       VALUE 32.
               10 BP-EN-RECEIVING-DFI  PIC 9(08).
               10 BP-EN-CHECK-DIGIT    PIC 9(01).
               10 BP-EN-ACCOUNT-NUMBER PIC X(17).
               10 BP-EN-AMOUNT         PIC 9(10).
               10 BP-EN-INDIVIDUAL-ID  PIC X(15).
               10 BP-EN-INDIVIDUAL-NAME PIC X(22).
               10 BP-EN-DISCRETIONARY  PIC X(02).
               10 BP-EN-ADDENDA-FLAG   PIC 9(01).
               10 BP-EN-TRACE-NUMBER   PIC 9(15).
           05 BP-BATCH-CONTROL-DATA REDEFINES BP-RECORD-DATA.
               10 BP-BC-SERVICE-CLASS  PIC 9(03).
               10 BP-BC-ENTRY-COUNT    PIC 9(06).
               10 BP-BC-ENTRY-HASH     PIC 9(10).
               10 BP-BC-TOTAL-DEBIT    PIC 9(12).
               10 BP-BC-TOTAL-CREDIT   PIC 9(12).
               10 BP-BC-COMPANY-ID     PIC X(10).
               10 BP-BC-AUTH-CODE      PIC X(19).
               10 FILLER               PIC X(06).
               10 BP-BC-ORIGINATING-DFI PIC 9(08).
               10 BP-BC-BATCH-NUMBER   PIC 9(07).
           05 BP-FILE-CONTROL-DATA REDEFINES BP-RECORD-DATA.
               10 BP-FC-BATCH-COUNT    PIC 9(06).
               10 BP-FC-BLOCK-COUNT    PIC 9(06).
               10 BP-FC-ENTRY-COUNT    PIC 9(08).
               10 BP-FC-ENTRY-HASH     PIC 9(10).
               10 BP-FC-TOTAL-DEBIT    PIC 9(12).
               10 BP-FC-TOTAL-CREDIT   PIC 9(12).
               10 FILLER               PIC X(39).
