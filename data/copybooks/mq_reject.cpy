           05  REJ-MQMD-CHARSET    PIC 9(05).
           05  REJ-MQMD-CORRELID   PIC X(24).
           05  REJ-REJECT-DATE     PIC 9(08).
      *> the intraday cycle that quarantined the record - the
      *> quarantine files accumulate across the business date's
      *> cycles and MQACKGEN NAKs only its own cycle's records
           05  REJ-CYCLE-SEQ       PIC 9(02).
