      *>                    final RETURN-CODE) to the common MQCYCSTAT
      *>                    file at termination for MQCYCRPT's
      *>                    one-page cycle status report.
      *>   2026-10-15  DJO  Dispatch record copies widened to 118 bytes
      *>                    for the intraday cycle sequence now on the
      *>                    band layout; still runs once per business
      *>                    date, after MQHELDRL.
      *>   2026-10-15  DJO  Refuses (RC=16) to start while MQCYCSET
      *>                    still holds its MQRUNCTL entry - the
      *>                    business date closes only once MQCYCSET
      *>                    releases it after the last intraday cycle.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQDSPTCH.
           COPY "mq_standard.cpy".

      *> each slot file carries confirmation records (101 bytes),
      *> released data record copies (118 bytes) and one closing
      *> control trailer (36 bytes) - one buffer per shape, written
      *> FROM the record areas
       FD  MQ-DSP-F1-FILE.
       01  DSP1-NAK-BUFFER            PIC X(101).
       01  DSP1-STD-BUFFER            PIC X(118).
       01  DSP1-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F2-FILE.
       01  DSP2-NAK-BUFFER            PIC X(101).
       01  DSP2-STD-BUFFER            PIC X(118).
       01  DSP2-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F3-FILE.
       01  DSP3-NAK-BUFFER            PIC X(101).
       01  DSP3-STD-BUFFER            PIC X(118).
       01  DSP3-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F4-FILE.
       01  DSP4-NAK-BUFFER            PIC X(101).
       01  DSP4-STD-BUFFER            PIC X(118).
       01  DSP4-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F5-FILE.
       01  DSP5-NAK-BUFFER            PIC X(101).
       01  DSP5-STD-BUFFER            PIC X(118).
       01  DSP5-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F6-FILE.
       01  DSP6-NAK-BUFFER            PIC X(101).
       01  DSP6-STD-BUFFER            PIC X(118).
       01  DSP6-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F7-FILE.
       01  DSP7-NAK-BUFFER            PIC X(101).
       01  DSP7-STD-BUFFER            PIC X(118).
       01  DSP7-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-F8-FILE.
       01  DSP8-NAK-BUFFER            PIC X(101).
       01  DSP8-STD-BUFFER            PIC X(118).
       01  DSP8-CTL-BUFFER            PIC X(36).

       FD  MQ-DSP-MAN-FILE.
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
      *> a date-close job is seeded held until MQCYCSET releases
      *> the business date for close after its last intraday cycle
           IF WS-OWN-STATUS = "H" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQDSPTCH REFUSED - BUSINESS DATE "
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
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           MOVE WS-RECORDS-UNDISPATCHED TO RST-RECORDS-REJECT.
           MOVE ZERO                    TO RST-RECORDS-OTHER.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE ZERO TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
