      *> ==================================================================
      *> MQ-CALENDAR-RECORD
      *> Keyed business-day calendar master (MQCALMSTR), one record per
      *> calendar date that is an exception to the normal week,
      *> maintained by MQCALMNT.  A date not on the master is a
      *> business day Monday through Friday and not one on Saturday or
      *> Sunday; an entry overrides that - H for a holiday that falls
      *> on a weekday, B for a weekend day the centre works.  MQCYCSET
      *> derives the next business date from it, and the aging jobs
      *> (MQHELDRL promotion, MQREWORK quarantine aging, the MQACKRPT
      *> response window, MQTREND silent senders) count business days
      *> against it.  Retention purges (MQHISTPRG, MQAUDARC, MQCTARC)
      *> stay on calendar days and do not read it.
      *> ==================================================================
       01  MQ-CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(08).
           05  CAL-DAY-TYPE        PIC X(01).
               88  CAL-BUSINESS-DAY            VALUE "B".
               88  CAL-HOLIDAY                 VALUE "H".
               88  CAL-DAY-TYPE-VALID          VALUE "B" "H".
           05  CAL-DESCRIPTION     PIC X(30).
           05  CAL-MAINT-DATE      PIC 9(08).
