           05  HLD-PAYLOAD-LEN     PIC 9(05).
           05  HLD-PAYLOAD-DATA    PIC X(32).
           05  HLD-HELD-DATE       PIC 9(08).
      *> HLD-CYCLE-SEQ is the intraday cycle that routed the record -
      *> the band files accumulate across the business date's
      *> cycles and MQACKGEN confirms only its own cycle's records.
           05  HLD-CYCLE-SEQ       PIC 9(02).
