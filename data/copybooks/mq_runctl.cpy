      *> what stops MQWINTAK running before MQINTAKE finished, a
      *> second MQINTAKE pass diverting the whole day to MQDUPOUT,
      *> or MQHELDRL draining a bank MQINTAKE is still writing.
      *> RUN-CYCLE-SEQ is the intraday cycle within the business date.
      *> The intake jobs (MQINTAKE, MQREASM, MQWINTAK, MQACKGEN) run
      *> once per intraday cycle - MQCYCSET opens the date at cycle 1
      *> and advances all four together to the next cycle - while
      *> every other job closes the business date once across all of
      *> its cycles and carries zero here.  Those date-close jobs are
      *> seeded held (H) when the date opens and refuse to start
      *> until MQCYCSET's close-date card releases them to pending
      *> after the last intraday cycle - from then on no further
      *> cycle may be opened for the date.
      *> ==================================================================
       01  MQ-RUNCTL-RECORD.
           05  RUN-JOB-NAME        PIC X(08).
           05  RUN-BUSINESS-DATE   PIC 9(08).
           05  RUN-CYCLE-STATUS    PIC X(01).
               88  RUN-IS-HELD                 VALUE "H".
               88  RUN-IS-PENDING              VALUE "P".
               88  RUN-IS-RUNNING              VALUE "R".
               88  RUN-IS-COMPLETE             VALUE "C".
           05  RUN-START-TIME      PIC 9(08).
           05  RUN-END-DATE        PIC 9(08).
           05  RUN-END-TIME        PIC 9(08).
           05  RUN-CYCLE-SEQ       PIC 9(02).
