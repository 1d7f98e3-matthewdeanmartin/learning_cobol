      *>--------------------------------------------------------------*>
      *> TIMECARD-REJECT.CPY                                          *>
      *> Record layout for the TIMEREJ.DAT reject file TimecardEdit   *>
      *> writes - the TIMECARD fields plus a reason code per card.  A *>
      *> corrected copy, renamed to TIMEREJ.RCY, is edited again on   *>
      *> the next run so no card is ever silently dropped.            *>
      *>   TC01  person not on PERSMAST                               *>
      *>   TC02  person inactive with no termination date on file     *>
      *>   TC03  person on leave on the work date                     *>
      *>   TC04  work date before the hire date                       *>
      *>   TC05  work date after the termination date                 *>
      *>   TC06  work date not a real date, or hours not 0.01-24.00   *>
      *>   TC07  person not paid hourly on COMPMAST                   *>
      *>   TC08  same person and work date twice in the batch         *>
      *>--------------------------------------------------------------*>
       01 TIMECARD-REJECT-RECORD.
           05 TJ-PERSON-ID         PIC 9(05).
           05 TJ-WORK-DATE         PIC 9(08).
           05 TJ-HOURS             PIC 9(02)V9(02).
           05 TJ-REASON-CODE       PIC X(04).
