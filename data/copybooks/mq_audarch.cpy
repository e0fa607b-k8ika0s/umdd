           05  ARC-MQMD-ENCODING   PIC 9(03).
           05  ARC-MQMD-CHARSET    PIC 9(05).
           05  ARC-PAYLOAD-LEN     PIC 9(05).
      *> the queue manager's put timestamp carried over from
      *> AUD-PUT-DATE / AUD-PUT-TIME - zero where the audit row had
      *> none, or the entry was archived before the field existed.
      *> MQSCORE judges month-end receipt latency off it.
           05  ARC-PUT-DATE        PIC 9(08).
           05  ARC-PUT-TIME        PIC 9(08).
