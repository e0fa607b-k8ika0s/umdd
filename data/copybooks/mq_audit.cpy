      *> MQSLARPT judges against each partner's SLA window.
           05  AUD-PUT-DATE        PIC 9(08).
           05  AUD-PUT-TIME        PIC 9(08).
      *> the intraday cycle of the business date that read the message
           05  AUD-CYCLE-SEQ       PIC 9(02).
