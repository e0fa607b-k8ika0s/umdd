      *> DATE-WRITTEN. 2026-08-21
      *>
      *> REMARKS.
      *>   End-of-cycle outbound confirmation builder.  Reads the
      *>   intraday cycle's routing results - MQEXPED / MQSTD / MQHELD
      *>   and the wide bands MQEXPEDW / MQSTDW for accepted traffic,
      *>   MQREJECT, MQDUPOUT (MQWINTAK's MQWDUPOUT shares the layout
      *>   and is concatenated into it by the scheduler) and MQREASMREJ
      *>   (likewise fed MQWREJECT, same as for
      *>   MQREWORK) for quarantined traffic - and writes one outbound
      *>   control message per record to MQACKOUT
      *>   NAK carries our REJ-REASON-CODE / REJ-REASON-TEXT in the
      *>   4+28 reason layout.  Until now partners got no confirmation
      *>   at all and chased posting status by phone days later.
      *>   Messages the intakes diverted to MQEXPIRED past the
      *>   partner's time-to-live (MQWINTAK's MQWEXPIRED concatenated
      *>   in the same way) earn an expiry NAK under their own reason
      *>   code TTL1, so the partner can tell "too old to post" from
      *>   "bad message".
      *>
      *> MODIFICATION HISTORY.
      *>   2026-08-21  DJO  Initial version.
      *>                    final RETURN-CODE) to the common MQCYCSTAT
      *>                    file at termination for MQCYCRPT's
      *>                    one-page cycle status report.
      *>   2026-10-15  DJO  Expiry NAK pass over the new MQEXPIRED
      *>                    file - reason TTL1, counted separately on
      *>                    the MQCYCSTAT row (RST-RECORDS-EXPIRED)
      *>                    so MQCYCRPT foots them apart from the
      *>                    quarantine NAKs.
      *>   2026-10-15  DJO  Intraday cycles - runs once per intraday
      *>                    cycle after MQWINTAK, taking the cycle
      *>                    sequence from RUN-CYCLE-SEQ.  The band and
      *>                    quarantine files now accumulate the whole
      *>                    business date, so only records stamped
      *>                    with this run's cycle are confirmed - an
      *>                    earlier cycle's traffic was confirmed by
      *>                    that cycle's run.  A record written before
      *>                    the cycle was carried counts as cycle 1.
      *>                    MQACKOUT is extended after the first cycle
      *>                    so MQDSPTCH still dispatches the whole
      *>                    date once.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQACKGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

           SELECT MQ-EXPIRED-IN-FILE
               ASSIGN TO "MQEXPIRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXR-STATUS.

           SELECT MQ-WIDE-EXPEDITE-FILE
               ASSIGN TO "MQEXPEDW"
               ORGANIZATION IS LINE SEQUENTIAL

           SELECT MQ-ACK-OUT-FILE
               ASSIGN TO "MQACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT MQ-MSGSTAT-FILE
               ASSIGN TO "MQMSGSTAT"
      *> copybook's data names are already taken by MQ-REJECT-IN-FILE,
      *> then moved across for one common NAK path
       FD  MQ-DUP-IN-FILE.
       01  DUP-IN-BUFFER              PIC X(174).

      *> same MQ-REJECT-RECORD layout - read as a buffer and moved
      *> across for the common NAK path, like MQ-DUP-IN-FILE
       FD  MQ-EXPIRED-IN-FILE.
       01  EXPIRED-IN-BUFFER          PIC X(174).

       FD  MQ-WIDE-EXPEDITE-FILE.
           COPY "mq_expedite_wide.cpy".
      *> same MQ-REJECT-RECORD layout again - read as a buffer and
      *> moved across for the common NAK path, like MQ-DUP-IN-FILE
       FD  MQ-REASM-REJ-FILE.
       01  REASM-REJ-IN-BUFFER        PIC X(174).

       FD  MQ-ACK-OUT-FILE.
           COPY "mq_nak.cpy".
       77  WS-DUP-STATUS           PIC X(02)   VALUE "00".
           88  DUP-FILE-NOT-FOUND              VALUE "35".

       77  WS-EXR-STATUS           PIC X(02)   VALUE "00".
           88  EXR-FILE-NOT-FOUND              VALUE "35".

       77  WS-WEX-STATUS           PIC X(02)   VALUE "00".
           88  WEX-FILE-NOT-FOUND              VALUE "35".

       77  WS-RREJ-STATUS          PIC X(02)   VALUE "00".
           88  RREJ-FILE-NOT-FOUND             VALUE "35".

       77  WS-ACK-STATUS           PIC X(02)   VALUE "00".
           88  ACK-FILE-NOT-FOUND              VALUE "35".

       77  WS-ACKS-WRITTEN         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-NAKS-WRITTEN         PIC 9(09)   USAGE COMP  VALUE ZERO.
      *> expiry NAKs - also inside WS-NAKS-WRITTEN
       77  WS-EXPIRY-NAKS          PIC 9(09)   USAGE COMP  VALUE ZERO.
      *> records on the accumulated files left for their own cycle
       77  WS-OTHER-CYCLE          PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> intraday cycle of the record in hand, checked against ours
      *> ------------------------------------------------------------
       77  WS-CYCLE-MATCH-SW       PIC X(01)   VALUE "Y".
           88  CYCLE-MATCHES                   VALUE "Y".

       01  WS-REC-CYCLE            PIC X(02)   VALUE SPACES.
       01  WS-REC-CYCLE-N REDEFINES WS-REC-CYCLE
                                   PIC 9(02).

       77  WS-MSGSTAT-STATUS       PIC X(02)   VALUE "00".
           88  MSGSTAT-FILE-NOT-FOUND           VALUE "35".
       77  WS-OWN-STATUS           PIC X(01)   VALUE SPACES.
       77  WS-PREREQ-JOB           PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CYCLE-SEQ            PIC 9(02)               VALUE 1.

       77  WS-CYCSTAT-STATUS       PIC X(02)   VALUE "00".
           88  CYCSTAT-FILE-NOT-FOUND           VALUE "35".
           PERFORM 2500-NAK-DUPLICATE THRU 2500-EXIT
               UNTIL EOF-REACHED.

           MOVE "N" TO WS-EOF-SW.
           IF EXR-FILE-NOT-FOUND
               SET EOF-REACHED TO TRUE
           ELSE
               PERFORM 2990-READ-EXPIRED THRU 2990-EXIT
           END-IF.
           PERFORM 2520-NAK-EXPIRED THRU 2520-EXIT
               UNTIL EOF-REACHED.

           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

           OPEN INPUT MQ-HELD-FILE.
           OPEN INPUT MQ-REJECT-IN-FILE.
           OPEN INPUT MQ-DUP-IN-FILE.
           OPEN INPUT MQ-EXPIRED-IN-FILE.
           OPEN INPUT MQ-WIDE-EXPEDITE-FILE.
           OPEN INPUT MQ-WIDE-STANDARD-FILE.
           OPEN INPUT MQ-REASM-REJ-FILE.
      *> MQDSPTCH splits the whole business date's confirmations once,
      *> so a later intraday cycle adds to the earlier cycles' file
           IF WS-CYCLE-SEQ > 1
               OPEN EXTEND MQ-ACK-OUT-FILE
               IF ACK-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-ACK-OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT MQ-ACK-OUT-FILE
           END-IF.

      *> message-status ledger is the keyed master the intakes
      *> maintain - first-ever run creates it empty and reopens
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RUN-CYCLE-STATUS  TO WS-OWN-STATUS.
           MOVE RUN-PREREQ-JOB    TO WS-PREREQ-JOB.
           IF RUN-CYCLE-SEQ NUMERIC AND RUN-CYCLE-SEQ > ZERO
               MOVE RUN-CYCLE-SEQ TO WS-CYCLE-SEQ
           END-IF.
           IF WS-OWN-STATUS = "C" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQACKGEN REFUSED - CYCLE ALREADY COMPLETE FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE " INTRADAY CYCLE "
                   WS-CYCLE-SEQ " - SUPPLY THE MQRUNOVRD CARD TO RE-RUN"
               MOVE 16 TO RETURN-CODE
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
       1006-EXIT.
           EXIT.

      *> ==================================================================
      *> 2050-CHECK-CYCLE  -  the band and quarantine files carry every
      *>   intraday cycle of the business date; a record is confirmed
      *>   only by the run for the cycle that routed it.  A record with
      *>   no cycle on it (written before the cycle was carried, or
      *>   zero) is taken as cycle 1.
      *> ==================================================================
       2050-CHECK-CYCLE.
           SET CYCLE-MATCHES TO TRUE.
           IF WS-REC-CYCLE NOT NUMERIC OR WS-REC-CYCLE = "00"
               MOVE "01" TO WS-REC-CYCLE
           END-IF.
           IF WS-REC-CYCLE-N NOT = WS-CYCLE-SEQ
               MOVE "N" TO WS-CYCLE-MATCH-SW
               ADD 1 TO WS-OTHER-CYCLE
           END-IF.
       2050-EXIT.
           EXIT.

      *> ==================================================================
      *> 2100-ACK-EXPEDITE / 2200-ACK-STANDARD / 2300-ACK-HELD
      *>   every accepted record earns an ACK back to its sender
      *> ==================================================================
       2100-ACK-EXPEDITE.
           MOVE EXP-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2910-READ-EXPEDITE THRU 2910-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE EXP-MQMD-MSGID TO WS-ORIG-MSGID.
           MOVE EXP-APP-ID     TO WS-ORIG-APP-ID.
           PERFORM 6000-WRITE-ACK THRU 6000-EXIT.
           EXIT.

       2200-ACK-STANDARD.
           MOVE STD-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2920-READ-STANDARD THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE STD-MQMD-MSGID TO WS-ORIG-MSGID.
           MOVE STD-APP-ID     TO WS-ORIG-APP-ID.
           PERFORM 6000-WRITE-ACK THRU 6000-EXIT.
           EXIT.

       2300-ACK-HELD.
           MOVE HLD-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2930-READ-HELD THRU 2930-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE HLD-MQMD-MSGID TO WS-ORIG-MSGID.
           MOVE HLD-APP-ID     TO WS-ORIG-APP-ID.
           PERFORM 6000-WRITE-ACK THRU 6000-EXIT.
           EXIT.

       2310-ACK-WIDE-EXPEDITE.
           MOVE WEX-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2960-READ-WIDE-EXPEDITE THRU 2960-EXIT
               GO TO 2310-EXIT
           END-IF.
           MOVE WEX-MQMD-MSGID TO WS-ORIG-MSGID.
           MOVE WEX-APP-ID     TO WS-ORIG-APP-ID.
           PERFORM 6000-WRITE-ACK THRU 6000-EXIT.
           EXIT.

       2320-ACK-WIDE-STANDARD.
           MOVE WST-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2970-READ-WIDE-STANDARD THRU 2970-EXIT
               GO TO 2320-EXIT
           END-IF.
           MOVE WST-MQMD-MSGID TO WS-ORIG-MSGID.
           MOVE WST-APP-ID     TO WS-ORIG-APP-ID.
           PERFORM 6000-WRITE-ACK THRU 6000-EXIT.
      *>   every quarantined record earns a NAK carrying our reason
      *> ==================================================================
       2400-NAK-REJECT.
           MOVE REJ-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2940-READ-REJECT THRU 2940-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE REJ-MQMD-MSGID        TO WS-ORIG-MSGID.
           MOVE REJ-APP-ID            TO WS-ORIG-APP-ID.
           MOVE REJ-REASON-CODE       TO WS-ORIG-REASON-CODE.
           EXIT.

       2420-NAK-REASM-REJECT.
           MOVE REJ-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2980-READ-REASM-REJECT THRU 2980-EXIT
               GO TO 2420-EXIT
           END-IF.
           MOVE REJ-MQMD-MSGID        TO WS-ORIG-MSGID.
           MOVE REJ-APP-ID            TO WS-ORIG-APP-ID.
           MOVE REJ-REASON-CODE       TO WS-ORIG-REASON-CODE.
           EXIT.

       2500-NAK-DUPLICATE.
           MOVE REJ-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2950-READ-DUPLICATE THRU 2950-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE REJ-MQMD-MSGID        TO WS-ORIG-MSGID.
           MOVE REJ-APP-ID            TO WS-ORIG-APP-ID.
           MOVE REJ-REASON-CODE       TO WS-ORIG-REASON-CODE.
       2500-EXIT.
           EXIT.

      *> ==================================================================
      *> 2520-NAK-EXPIRED  -  a message past its partner's time-to-live
      *>   is NAKed under the distinct expiry code, so the partner's
      *>   side can resend fresh data rather than chase a fault
      *> ==================================================================
       2520-NAK-EXPIRED.
           MOVE REJ-CYCLE-SEQ TO WS-REC-CYCLE.
           PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
           IF NOT CYCLE-MATCHES
               PERFORM 2990-READ-EXPIRED THRU 2990-EXIT
               GO TO 2520-EXIT
           END-IF.
           MOVE REJ-MQMD-MSGID        TO WS-ORIG-MSGID.
           MOVE REJ-APP-ID            TO WS-ORIG-APP-ID.
           MOVE "TTL1"                TO WS-ORIG-REASON-CODE.
           MOVE "TTL EXCEEDED - NOT POSTED" TO WS-ORIG-REASON-TEXT.
           PERFORM 6100-WRITE-NAK THRU 6100-EXIT.
           ADD 1 TO WS-EXPIRY-NAKS.
           PERFORM 2990-READ-EXPIRED THRU 2990-EXIT.
       2520-EXIT.
           EXIT.

      *> ==================================================================
      *> 6000-WRITE-ACK
      *> ==================================================================
       2980-EXIT.
           EXIT.

       2990-READ-EXPIRED.
           READ MQ-EXPIRED-IN-FILE
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               MOVE EXPIRED-IN-BUFFER TO MQ-REJECT-RECORD
           END-IF.
       2990-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
           IF NOT DUP-FILE-NOT-FOUND
               CLOSE MQ-DUP-IN-FILE
           END-IF.
           IF NOT EXR-FILE-NOT-FOUND
               CLOSE MQ-EXPIRED-IN-FILE
           END-IF.
           IF NOT WEX-FILE-NOT-FOUND
               CLOSE MQ-WIDE-EXPEDITE-FILE
           END-IF.
           END-IF.
           CLOSE MQ-ACK-OUT-FILE.
           CLOSE MQ-MSGSTAT-FILE.
           DISPLAY "MQACKGEN CYCLE SEQ    = " WS-CYCLE-SEQ.
           DISPLAY "MQACKGEN ACKS WRITTEN = " WS-ACKS-WRITTEN.
           DISPLAY "MQACKGEN NAKS WRITTEN = " WS-NAKS-WRITTEN.
           DISPLAY "MQACKGEN EXPIRY NAKS  = " WS-EXPIRY-NAKS.
           DISPLAY "MQACKGEN OTHER CYCLES = " WS-OTHER-CYCLE.
           PERFORM 9400-WRITE-RUN-STATS THRU 9400-EXIT.
           PERFORM 9500-STAMP-RUN-COMPLETE THRU 9500-EXIT.
       9000-EXIT.
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           COMPUTE RST-RECORDS-IN =
               WS-ACKS-WRITTEN + WS-NAKS-WRITTEN.
           MOVE WS-ACKS-WRITTEN TO RST-RECORDS-OUT.
           COMPUTE RST-RECORDS-REJECT =
               WS-NAKS-WRITTEN - WS-EXPIRY-NAKS.
           MOVE ZERO            TO RST-RECORDS-OTHER.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE WS-EXPIRY-NAKS  TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE WS-CYCLE-SEQ TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
