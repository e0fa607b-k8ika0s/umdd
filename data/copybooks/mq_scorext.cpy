      *> ==================================================================
      *> MQ-SCOREXT-RECORD
      *> Machine-readable partner service scorecard written by MQSCORE
      *> to MQSCOREXT, one record per partner per review period - the
      *> same figures the printed MQSCRRPT page shows, in the
      *> MQBILLEXT shape so it attaches to the partner's invoice
      *> extract on APP-ID and period.  Counts are period totals,
      *> percentages are to two places.  A partner with no SLA window
      *> on its profile (PTN-SLA-MINUTES zero) carries zero window,
      *> zero measured and a zero worst date - unjudged, not failed.
      *> The top reject reasons are the three most frequent quarantine
      *> reason codes, most frequent first, spaces where fewer
      *> occurred.
      *> ==================================================================
       01  MQ-SCOREXT-RECORD.
           05  SCR-APP-ID          PIC X(12).
           05  SCR-PERIOD-FROM     PIC 9(08).
           05  SCR-PERIOD-TO       PIC 9(08).
           05  SCR-MSG-COUNT       PIC 9(09).
           05  SCR-KB-TOTAL        PIC 9(09).
           05  SCR-REJECT-COUNT    PIC 9(09).
           05  SCR-REJECT-PCT      PIC 9(03)V99.
           05  SCR-TOP-REASON OCCURS 3 TIMES.
               10  SCR-REASON-CODE     PIC X(04).
               10  SCR-REASON-COUNT    PIC 9(09).
           05  SCR-DUP-COUNT       PIC 9(09).
           05  SCR-GAP-COUNT       PIC 9(09).
           05  SCR-OOO-COUNT       PIC 9(09).
           05  SCR-SLA-MINUTES     PIC 9(05).
           05  SCR-SLA-MEASURED    PIC 9(09).
           05  SCR-SLA-WITHIN      PIC 9(09).
           05  SCR-SLA-PCT         PIC 9(03)V99.
           05  SCR-WORST-DATE      PIC 9(08).
           05  SCR-WORST-PCT       PIC 9(03)V99.
           05  SCR-CONFIRM-COUNT   PIC 9(09).
           05  SCR-CONFIRM-AVG-MIN PIC 9(07).
           05  SCR-CONFIRM-MAX-MIN PIC 9(07).
