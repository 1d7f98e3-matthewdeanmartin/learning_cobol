      *>--------------------------------------------------------------*>
      *> TIMECARD.CPY                                                 *>
      *> Record layout for the TIMECARD.DAT daily hours transaction   *>
      *> file for hourly (CM-PAY-BASIS H) people - one row per person *>
      *> per day worked, hours to two decimals.  TimecardEdit writes  *>
      *> the rows that pass its edits, same layout, to TIMEACPT.DAT,  *>
      *> which is what PayCycle prices.                               *>
      *>--------------------------------------------------------------*>
       01 TIMECARD-RECORD.
           05 TC-PERSON-ID         PIC 9(05).
           05 TC-WORK-DATE         PIC 9(08).
           05 TC-HOURS             PIC 9(02)V9(02).
