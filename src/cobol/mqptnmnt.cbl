      *>                    delivery SLA window in minutes for the
      *>                    MQSLARPT latency report; blank means no
      *>                    SLA committed.
      *>   2026-10-15  DJO  A and U cards now carry the partner's
      *>                    message time-to-live in minutes for the
      *>                    intake expiry check; blank means the
      *>                    partner's messages never expire.
      *>   2026-10-15  DJO  A and U cards now carry the partner's
      *>                    daily message quota and overflow action
      *>                    (H bank, Q quarantine, W warn); blank
      *>                    quota means none, blank action means W,
      *>                    and any other action rejects the card.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQPTNMNT.
           05  CARD-SEQ-OFFSET     PIC 9(03).
           05  CARD-SEQ-LEN        PIC 9(02).
           05  CARD-SLA-MINUTES    PIC 9(05).
           05  CARD-TTL-MINUTES    PIC 9(05).
           05  CARD-DAILY-QUOTA    PIC 9(07).
           05  CARD-QUOTA-ACTION   PIC X(01).
               88  CARD-QUOTA-ACTION-VALID     VALUE "H" "Q" "W" SPACE.

       FD  MQ-PTN-RPT-FILE.
       01  PTN-RPT-LINE               PIC X(80).
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           IF NOT CARD-QUOTA-ACTION-VALID
               MOVE "QUOTA ACTION NOT H/Q/W - ADD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           MOVE CARD-APP-ID           TO PTN-APP-ID.
           MOVE "A"                   TO PTN-STATUS.
           MOVE CARD-EXPECTED-CHARSET TO PTN-EXPECTED-CHARSET.
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           IF NOT CARD-QUOTA-ACTION-VALID
               MOVE "QUOTA ACTION NOT H/Q/W - UPDATE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           MOVE CARD-EXPECTED-CHARSET TO PTN-EXPECTED-CHARSET.
           MOVE CARD-MAX-PRIORITY     TO PTN-MAX-PRIORITY.
           MOVE CARD-FORMAT-LIST      TO PTN-FORMAT-LIST.
           EXIT.

      *> ==================================================================
      *> 3500-SET-SEQ-FIELDS  -  the sequence-stamp position, the
      *>   SLA window, the time-to-live and the daily quota are
      *>   optional; a blank card field is a partner that stamps no
      *>   sequence, committed no SLA, whose messages never go stale
      *>   or who has no volume ceiling, not an operator error
      *> ==================================================================
       3500-SET-SEQ-FIELDS.
           IF CARD-SEQ-OFFSET NUMERIC AND CARD-SEQ-LEN NUMERIC
           ELSE
               MOVE ZERO TO PTN-SLA-MINUTES
           END-IF.
           IF CARD-TTL-MINUTES NUMERIC
               MOVE CARD-TTL-MINUTES TO PTN-TTL-MINUTES
           ELSE
               MOVE ZERO TO PTN-TTL-MINUTES
           END-IF.
           IF CARD-DAILY-QUOTA NUMERIC
               MOVE CARD-DAILY-QUOTA TO PTN-DAILY-QUOTA
           ELSE
               MOVE ZERO TO PTN-DAILY-QUOTA
           END-IF.
           IF CARD-QUOTA-ACTION = SPACE
               MOVE "W" TO PTN-QUOTA-ACTION
           ELSE
               MOVE CARD-QUOTA-ACTION TO PTN-QUOTA-ACTION
           END-IF.
       3500-EXIT.
           EXIT.

