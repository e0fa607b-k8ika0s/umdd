      *> confirmations-vs-routed comparison on a recovered cycle,
      *> where the band files carry pre-abend traffic this run's OUT
      *> column does not.
      *> RST-RECORDS-EXPIRED counts data messages an intake diverted
      *> to MQEXPIRED past their partner's time-to-live (MQACKGEN:
      *> the expiry NAKs it sent for them).  It is a fourth foot
      *> bucket in its own right - not inside RST-RECORDS-OTHER -
      *> so MQCYCRPT foots IN = OUT + REJECT + OTHER + EXPIRED.
      *> RST-CYCLE-SEQ is the intraday cycle an intake job's row
      *> belongs to; zero for the jobs that close the business date
      *> once across all cycles.
       01  MQ-RUNSTAT-RECORD.
           05  RST-JOB-NAME        PIC X(08).
           05  RST-BUSINESS-DATE   PIC 9(08).
           05  RST-RECORDS-REJECT  PIC 9(09).
           05  RST-RECORDS-OTHER   PIC 9(09).
           05  RST-RESTART-SKIPS   PIC 9(09).
           05  RST-RECORDS-EXPIRED PIC 9(09).
           05  RST-RETURN-CODE     PIC 9(02).
           05  RST-RUN-DATE        PIC 9(08).
           05  RST-RUN-TIME        PIC 9(08).
           05  RST-CYCLE-SEQ       PIC 9(02).
