      *>                    record area is undefined after CLOSE, and
      *>                    every other card reader in the tree
      *>                    copies its fields out first.
      *>   2026-10-15  DJO  Band records grew the intraday cycle
      *>                    sequence; the archive does not carry it,
      *>                    so a regenerated record is stamped zero.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQREPOST.
      *> one buffer per band record length - the regenerated file
      *> must match the lost band file's own layout exactly
       FD  MQ-RPS-OUT-FILE.
       01  RPS-NARROW-BUFFER          PIC X(118).
       01  RPS-HELD-BUFFER            PIC X(126).
       01  RPS-WIDE-BUFFER            PIC X(342).

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
           MOVE CTA-APP-ID        TO EXP-APP-ID.
           MOVE CTA-PAYLOAD-LEN   TO EXP-PAYLOAD-LEN.
           MOVE CTA-PAYLOAD-DATA (1 : 32) TO EXP-PAYLOAD-DATA.
           MOVE ZERO              TO EXP-CYCLE-SEQ.
           WRITE RPS-NARROW-BUFFER FROM MQ-EXPEDITE-RECORD.
       3100-EXIT.
           EXIT.
           MOVE CTA-APP-ID        TO STD-APP-ID.
           MOVE CTA-PAYLOAD-LEN   TO STD-PAYLOAD-LEN.
           MOVE CTA-PAYLOAD-DATA (1 : 32) TO STD-PAYLOAD-DATA.
           MOVE ZERO              TO STD-CYCLE-SEQ.
           WRITE RPS-NARROW-BUFFER FROM MQ-STANDARD-RECORD.
       3200-EXIT.
           EXIT.
           MOVE CTA-PAYLOAD-LEN   TO HLD-PAYLOAD-LEN.
           MOVE CTA-PAYLOAD-DATA (1 : 32) TO HLD-PAYLOAD-DATA.
           MOVE CTA-ROUTE-DATE    TO HLD-HELD-DATE.
           MOVE ZERO              TO HLD-CYCLE-SEQ.
           WRITE RPS-HELD-BUFFER FROM MQ-HELD-RECORD.
       3300-EXIT.
           EXIT.
           MOVE CTA-APP-ID        TO WEX-APP-ID.
           MOVE CTA-PAYLOAD-LEN   TO WEX-PAYLOAD-LEN.
           MOVE CTA-PAYLOAD-DATA  TO WEX-PAYLOAD-DATA.
           MOVE ZERO              TO WEX-CYCLE-SEQ.
           WRITE RPS-WIDE-BUFFER FROM MQ-WIDE-EXPEDITE-RECORD.
       3400-EXIT.
           EXIT.
           MOVE CTA-APP-ID        TO WST-APP-ID.
           MOVE CTA-PAYLOAD-LEN   TO WST-PAYLOAD-LEN.
           MOVE CTA-PAYLOAD-DATA  TO WST-PAYLOAD-DATA.
           MOVE ZERO              TO WST-CYCLE-SEQ.
           WRITE RPS-WIDE-BUFFER FROM MQ-WIDE-STANDARD-RECORD.
       3500-EXIT.
           EXIT.
