      *> queue put to intake read; zero means no SLA on file and
      *> MQSLARPT reports the partner's latency unjudged
           05  PTN-SLA-MINUTES     PIC 9(05).
      *> time-to-live of the partner's messages, in minutes from queue
      *> put; a message that sat on the queue longer than this is worth
      *> nothing downstream and the intakes divert it to MQEXPIRED
      *> instead of routing it.  Zero means no TTL - never expires.
           05  PTN-TTL-MINUTES     PIC 9(05).
      *> daily message quota and the overflow action taken on every
      *> message past it: H banks it to MQHELD for the overnight
      *> MQHELDRL drain, Q quarantines it with reason QTA1, W routes
      *> it as normal and only raises the alert.  Zero means no quota.
           05  PTN-DAILY-QUOTA     PIC 9(07).
           05  PTN-QUOTA-ACTION    PIC X(01).
               88  PTN-QUOTA-BANK              VALUE "H".
               88  PTN-QUOTA-QUARANTINE        VALUE "Q".
               88  PTN-QUOTA-WARN              VALUE "W".
