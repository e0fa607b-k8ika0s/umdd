      *>                    final RETURN-CODE) to the common MQCYCSTAT
      *>                    file at termination for MQCYCRPT's
      *>                    one-page cycle status report.
      *>   2026-10-15  DJO  Still runs once per business date, over
      *>                    every intraday cycle's traffic; its
      *>                    MQCYCSTAT row carries intraday cycle zero
      *>                    as a date-close job.
      *>   2026-10-15  DJO  Carries the audit row's queue put
      *>                    timestamp onto the archive for the
      *>                    month-end MQSCORE latency figures.
      *>   2026-10-15  DJO  Refuses (RC=16) to start while MQCYCSET
      *>                    still holds its MQRUNCTL entry - the
      *>                    business date closes only once MQCYCSET
      *>                    releases it after the last intraday cycle.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQAUDARC.
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
      *> a date-close job is seeded held until MQCYCSET releases
      *> the business date for close after its last intraday cycle
           IF WS-OWN-STATUS = "H" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQAUDARC REFUSED - BUSINESS DATE "
                   WS-BUSINESS-DATE " NOT YET RELEASED FOR CLOSE - "
                   "RUN MQCYCSET WITH THE CLOSE-DATE CARD, OR SUPPLY "
                   "THE MQRUNOVRD CARD"
               MOVE 16 TO RETURN-CODE
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
           IF WS-PREREQ-JOB NOT = SPACES
               MOVE WS-PREREQ-JOB TO RUN-JOB-NAME
               READ MQ-RUNCTL-FILE
           MOVE AUD-MQMD-ENCODING TO ARC-MQMD-ENCODING.
           MOVE AUD-MQMD-CHARSET  TO ARC-MQMD-CHARSET.
           MOVE AUD-PAYLOAD-LEN   TO ARC-PAYLOAD-LEN.
           MOVE AUD-PUT-DATE      TO ARC-PUT-DATE.
           MOVE AUD-PUT-TIME      TO ARC-PUT-TIME.
           WRITE MQ-AUDARCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-ALREADY
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           MOVE ZERO                TO RST-RECORDS-REJECT.
           MOVE WS-RECORDS-ALREADY  TO RST-RECORDS-OTHER.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE ZERO TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
