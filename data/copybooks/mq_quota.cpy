      *> ==================================================================
      *> MQ-QUOTA-RECORD
      *> Per-partner daily volume store (MQQUOTA), keyed by APP-ID and
      *> business date and carried across runs by the intakes.  Every
      *> data message that clears validation, the duplicate check and
      *> the time-to-live check is counted here against the partner's
      *> PTN-DAILY-QUOTA the moment it is judged, so a checkpoint
      *> restart or a later run on the same business date picks the
      *> count up where it stood instead of handing a looping sender
      *> a fresh allowance.  QTA-ALERTED remembers that the crossing
      *> has already been raised on MQALERT for the day.
      *> ==================================================================
       01  MQ-QUOTA-RECORD.
           05  QTA-KEY.
               10  QTA-APP-ID          PIC X(12).
               10  QTA-BUSINESS-DATE   PIC 9(08).
      *> messages judged against the quota, overflow included
           05  QTA-ROUTED-COUNT    PIC 9(09).
      *> of those, the ones past the quota that took the overflow action
           05  QTA-OVERFLOW-COUNT  PIC 9(09).
           05  QTA-ALERTED         PIC X(01).
               88  QTA-CROSSING-RAISED         VALUE "Y".
           05  QTA-LAST-DATE       PIC 9(08).
           05  QTA-LAST-TIME       PIC 9(08).
