      *> segments.  REASM-PAYLOAD-DATA is sized for MQX-SEGMENT-MAX
      *> (8) segments of 32 bytes each; a message arriving with more
      *> segments than that is quarantined by MQREASM rather than
      *> truncated silently.  REASM-MQMD-PUT-DATE/TIME are the queue
      *> put timestamp of the message's first segment, zero when the
      *> segment carried none.
      *> ==================================================================
       01  MQ-REASM-RECORD.
           05  REASM-MQMD-FORMAT     PIC X(08).
           05  REASM-SEGMENT-COUNT   PIC 9(03).
           05  REASM-PAYLOAD-LEN     PIC 9(05).
           05  REASM-PAYLOAD-DATA    PIC X(256).
           05  REASM-MQMD-PUT-DATE   PIC 9(08).
           05  REASM-MQMD-PUT-TIME   PIC 9(08).
