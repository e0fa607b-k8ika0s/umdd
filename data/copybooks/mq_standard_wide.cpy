           05  WST-APP-ID          PIC X(12).
           05  WST-PAYLOAD-LEN     PIC 9(05).
           05  WST-PAYLOAD-DATA    PIC X(256).
      *> WST-CYCLE-SEQ is the intraday cycle that routed the record -
      *> the band files accumulate across the business date's
      *> cycles and MQACKGEN confirms only its own cycle's records.
           05  WST-CYCLE-SEQ       PIC 9(02).
