           05  EXP-APP-ID          PIC X(12).
           05  EXP-PAYLOAD-LEN     PIC 9(05).
           05  EXP-PAYLOAD-DATA    PIC X(32).
      *> EXP-CYCLE-SEQ is the intraday cycle that routed the record -
      *> the band files accumulate across the business date's
      *> cycles and MQACKGEN confirms only its own cycle's records.
           05  EXP-CYCLE-SEQ       PIC 9(02).
