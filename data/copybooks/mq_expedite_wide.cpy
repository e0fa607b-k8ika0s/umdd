           05  WEX-APP-ID          PIC X(12).
           05  WEX-PAYLOAD-LEN     PIC 9(05).
           05  WEX-PAYLOAD-DATA    PIC X(256).
      *> WEX-CYCLE-SEQ is the intraday cycle that routed the record -
      *> the band files accumulate across the business date's
      *> cycles and MQACKGEN confirms only its own cycle's records.
           05  WEX-CYCLE-SEQ       PIC 9(02).
