           05  STD-APP-ID          PIC X(12).
           05  STD-PAYLOAD-LEN     PIC 9(05).
           05  STD-PAYLOAD-DATA    PIC X(32).
      *> STD-CYCLE-SEQ is the intraday cycle that routed the record -
      *> the band files accumulate across the business date's
      *> cycles and MQACKGEN confirms only its own cycle's records.
      *> Zero on an MQHELDRL release to MQRELOUT.
           05  STD-CYCLE-SEQ       PIC 9(02).
