      *>                    archive, the chargeback invoicing and the
      *>                    SLA breach report; MQCERTOUT is their
      *>                    receipt record.
      *>   2026-10-15  DJO  Per-partner time-to-live - a data message
      *>                    that sat on the queue longer than the
      *>                    partner's PTN-TTL-MINUTES (measured from
      *>                    MQMD-PUT-DATE/TIME to the read) is
      *>                    diverted to the new MQEXPIRED file in the
      *>                    quarantine layout with reason TTL1 instead
      *>                    of routing to a band, and stamped EXPR on
      *>                    the status ledger.  MQACKGEN NAKs it back
      *>                    to the partner; the count rides the
      *>                    MQCYCSTAT row as its own foot bucket.
      *>   2026-10-15  DJO  Per-partner daily quota - every data
      *>                    message that clears validation, the
      *>                    duplicate check and the TTL check is
      *>                    counted by sender in the APPSTAT table
      *>                    against PTN-DAILY-QUOTA, written through
      *>                    to the keyed MQQUOTA store so the count
      *>                    survives a checkpoint restart.  Crossing
      *>                    the quota writes a type Q MQ-ALERT-RECORD
      *>                    at that moment (once per sender per
      *>                    business date); every message past it
      *>                    takes the profile's overflow action - H
      *>                    banks it to MQHELD for the MQHELDRL
      *>                    drain, Q quarantines it (QTA1), W routes
      *>                    it as normal.
      *>   2026-10-15  DJO  Content-based delivery - every message
      *>                    routed to MQEXPED or MQSTD is also
      *>                    delivered to its downstream application's
      *>                    slot file within the band (MQEXPR1-4 /
      *>                    MQSTDR1-4), looked up on the keyed
      *>                    MQRTEMSTR routing master MQRTEMNT
      *>                    maintains by APP-ID and MQMD-FORMAT, with
      *>                    the format's "*" entry as the default.  A
      *>                    message with no entry is written to the
      *>                    MQUNRTE exception file instead (reason
      *>                    RTE1) and the run ends RC=4; the MQRTEMAN
      *>                    routing summary shows the counts per
      *>                    destination.  The band files are still
      *>                    written whole for MQACKGEN and MQCTARC;
      *>                    held traffic is delivered by MQHELDRL
      *>                    when it is released.
      *>   2026-10-15  DJO  The MQCERTRPT certification report masks
      *>                    the sender's APP-ID where the MQMSKRULE
      *>                    entry for the message format marks it
      *>                    sensitive, unless an authorized MQUNMASK
      *>                    card is supplied.
      *>   2026-10-15  DJO  Intraday cycles - runs once per intraday
      *>                    cycle MQCYCSET opens within the business
      *>                    date, taking the cycle sequence from
      *>                    RUN-CYCLE-SEQ.  Cycles after the first
      *>                    extend the band, slot, quarantine, audit
      *>                    and certification files instead of
      *>                    truncating the earlier cycles' traffic;
      *>                    every band, quarantine, audit, checkpoint
      *>                    and run-stats record is stamped with the
      *>                    cycle, and a restart resumes only from a
      *>                    checkpoint written for the same cycle.
      *>   2026-10-15  DJO  A quarantine stamp on the MQMSGSTAT ledger
      *>                    records its reason code in
      *>                    STAT-REJECT-REASON.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQINTAKE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-ROUTE-FILE
               ASSIGN TO "MQRTEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT MQ-EXP-R1-FILE
               ASSIGN TO "MQEXPR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R2-FILE
               ASSIGN TO "MQEXPR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R3-FILE
               ASSIGN TO "MQEXPR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R4-FILE
               ASSIGN TO "MQEXPR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R1-FILE
               ASSIGN TO "MQSTDR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R2-FILE
               ASSIGN TO "MQSTDR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R3-FILE
               ASSIGN TO "MQSTDR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R4-FILE
               ASSIGN TO "MQSTDR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-UNROUTED-FILE
               ASSIGN TO "MQUNRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-RTE-MAN-FILE
               ASSIGN TO "MQRTEMAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-REJECT-FILE
               ASSIGN TO "MQREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXPIRED-FILE
               ASSIGN TO "MQEXPIRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-PARTNER-FILE
               ASSIGN TO "MQPARTNER"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PTN-APP-ID
               FILE STATUS IS WS-PTN-STATUS.

           SELECT MQ-QUOTA-FILE
               ASSIGN TO "MQQUOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT MQ-ALERT-FILE
               ASSIGN TO "MQALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS FMT-MQMD-FORMAT
               FILE STATUS IS WS-FMTRULE-STATUS.

           SELECT MQ-MASKRULE-FILE
               ASSIGN TO "MQMSKRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-MQMD-FORMAT
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MQ-UNMASK-PARM-FILE
               ASSIGN TO "MQUNMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMASK-STATUS.

           SELECT MQ-SEQMSTR-FILE
               ASSIGN TO "MQSEQMSTR"
               ORGANIZATION IS INDEXED
       FD  MQ-HELD-FILE.
           COPY "mq_held.cpy".

       FD  MQ-ROUTE-FILE.
           COPY "mq_route.cpy".

      *> per-destination delivery files within the expedite and
      *> standard bands - slot n of MQRTEMSTR; each carries the band
      *> record unchanged, written FROM the band's record area
       FD  MQ-EXP-R1-FILE.
       01  EXPR1-BUFFER             PIC X(118).

       FD  MQ-EXP-R2-FILE.
       01  EXPR2-BUFFER             PIC X(118).

       FD  MQ-EXP-R3-FILE.
       01  EXPR3-BUFFER             PIC X(118).

       FD  MQ-EXP-R4-FILE.
       01  EXPR4-BUFFER             PIC X(118).

       FD  MQ-STD-R1-FILE.
       01  STDR1-BUFFER             PIC X(118).

       FD  MQ-STD-R2-FILE.
       01  STDR2-BUFFER             PIC X(118).

       FD  MQ-STD-R3-FILE.
       01  STDR3-BUFFER             PIC X(118).

       FD  MQ-STD-R4-FILE.
       01  STDR4-BUFFER             PIC X(118).

      *> messages with no routing entry, in the quarantine layout -
      *> built in the reject record area and written FROM it, same
      *> arrangement as MQDUPOUT; the message itself is on its band
       FD  MQ-UNROUTED-FILE.
       01  UNROUTED-OUT-BUFFER     PIC X(174).

       FD  MQ-RTE-MAN-FILE.
       01  RTE-MAN-LINE            PIC X(80).

       FD  MQ-REJECT-FILE.
           COPY "mq_reject.cpy".

      *> built in the reject record area and written FROM it, since
      *> the copybook's data names are already taken by MQ-REJECT-FILE
       FD  MQ-DUP-FILE.
       01  DUP-OUT-BUFFER          PIC X(174).

      *> messages past their partner's time-to-live, same arrangement
      *> as MQDUPOUT - reason TTL1, never routed
       FD  MQ-EXPIRED-FILE.
       01  EXPIRED-OUT-BUFFER      PIC X(174).

       FD  MQ-PARTNER-FILE.
           COPY "mq_partner.cpy".

       FD  MQ-QUOTA-FILE.
           COPY "mq_quota.cpy".

       FD  MQ-ALERT-FILE.
           COPY "mq_alert.cpy".

       FD  MQ-FMTRULE-FILE.
           COPY "mq_fmtrule.cpy".

       FD  MQ-MASKRULE-FILE.
           COPY "mq_maskrule.cpy".

      *> control card - one record, Y plus the requester and the
      *> approving ticket to print sensitive fields in the clear; a
      *> card missing either is ignored and the output stays masked
       FD  MQ-UNMASK-PARM-FILE.
       01  MQ-UNMASK-PARM.
           05  UNMASK-IND          PIC X(01).
           05  UNMASK-REQUESTER    PIC X(08).
           05  UNMASK-TICKET       PIC X(12).

       FD  MQ-SEQMSTR-FILE.
           COPY "mq_seqmstr.cpy".

      *> in the reject record area (reason = would-be disposition)
      *> and written FROM it, same arrangement as MQDUPOUT
       FD  MQ-CERT-OUT-FILE.
       01  CERT-OUT-BUFFER         PIC X(174).

       FD  MQ-CERT-RPT-FILE.
       01  CERT-RPT-LINE           PIC X(100).

       77  WS-RECORDS-DUP          PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> time-to-live - minutes from queue put to this read, across
      *> midnight via day numbers, same arithmetic as MQSLARPT's
      *> latency; a message with no put timestamp cannot be aged and
      *> is never expired
      *> ------------------------------------------------------------
       77  WS-EXPIRED-SW           PIC X(01)   VALUE "N".
           88  MESSAGE-IS-EXPIRED              VALUE "Y".

       77  WS-RECORDS-EXPIRED      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-PUT-INT              PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-READ-INT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-PUT-MINS             PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-READ-MINS            PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-AGE-MINS             PIC S9(09)  USAGE COMP  VALUE ZERO.
       77  WS-READ-DATE            PIC 9(08)               VALUE ZERO.
       77  WS-TTL-ED               PIC ZZZZ9.

       01  WS-TIME-WORK            PIC 9(08)   VALUE ZERO.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TP-HH            PIC 9(02).
           05  WS-TP-MM            PIC 9(02).
           05  WS-TP-SS            PIC 9(02).
           05  WS-TP-HS            PIC 9(02).

       77  WS-HIST-STATUS          PIC X(02)   VALUE "00".
           88  HIST-FILE-NOT-FOUND              VALUE "35".
           88  HIST-REC-NOT-FOUND               VALUE "23".
       77  WS-QUOTE-REM            PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTE-HALF           PIC 9(05)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> report masking - MQMSKRULE by format, MQUNMASK override
      *> ------------------------------------------------------------
       77  WS-MASK-STATUS          PIC X(02)   VALUE "00".
           88  MASK-FILE-NOT-FOUND             VALUE "35".

       77  WS-UNMASK-STATUS        PIC X(02)   VALUE "00".
           88  UNMASK-FILE-NOT-FOUND           VALUE "35".

       77  WS-MASK-OPEN-SW         PIC X(01)   VALUE "N".
           88  MASK-MASTER-OPEN                VALUE "Y".

       77  WS-UNMASK-SW            PIC X(01)   VALUE "N".
           88  UNMASK-AUTHORIZED               VALUE "Y".

       01  WS-MASK-WORK.
           05  WS-MASK-FORMAT          PIC X(08).
           05  WS-MASK-APP-ID          PIC X(12).

      *> ------------------------------------------------------------
      *> sequence continuity - the partner's stamped batch sequence
      *> is pulled from the payload at the profile's declared
               10  WS-APPSTAT-RSN OCCURS 8 TIMES.
                   15  WS-APPSTAT-RSN-CODE  PIC X(04).
                   15  WS-APPSTAT-RSN-COUNT PIC 9(09) USAGE COMP.
               10  WS-APPSTAT-QTA-LOADED  PIC X(01).
               10  WS-APPSTAT-QTA-COUNT   PIC 9(09)  USAGE COMP.
               10  WS-APPSTAT-QTA-OVER    PIC 9(09)  USAGE COMP.
               10  WS-APPSTAT-QTA-ALERTED PIC X(01).

       77  WS-REASON-CODE          PIC X(04)   VALUE SPACES.
       77  WS-REASON-TEXT          PIC X(44)   VALUE SPACES.
       77  WS-RSN-BUMPED-SW        PIC X(01)   VALUE "N".
           88  RSN-BUMPED                      VALUE "Y".

      *> ------------------------------------------------------------
      *> per-partner daily quota - the APPSTAT entry carries the
      *> sender's running count for the business date, seeded from
      *> the MQQUOTA store the first time the sender is judged this
      *> run and written back through on every message
      *> ------------------------------------------------------------
       77  WS-QUOTA-STATUS         PIC X(02)   VALUE "00".
           88  QUOTA-FILE-NOT-FOUND             VALUE "35".

       77  WS-QUOTA-SW             PIC X(01)   VALUE "N".
           88  QUOTA-NOT-EXCEEDED              VALUE "N".
           88  QUOTA-OVERFLOW-BANK             VALUE "H".
           88  QUOTA-OVERFLOW-QUARANTINE       VALUE "Q".
           88  QUOTA-OVERFLOW-WARN             VALUE "W".

       77  WS-QUOTA-ALERTS         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTA-OVERFLOWS      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTA-ED             PIC Z(06)9.

      *> ------------------------------------------------------------
      *> content-based delivery - the routing master is read-only
      *> here; the slot table counts what each destination's files
      *> were given this run for the MQRTEMAN summary (band 1 is
      *> expedite, band 2 standard)
      *> ------------------------------------------------------------
       77  WS-ROUTE-STATUS         PIC X(02)   VALUE "00".
           88  ROUTE-FILE-NOT-FOUND             VALUE "35".

       77  WS-ROUTE-MASTER-SW      PIC X(01)   VALUE "N".
           88  ROUTE-MASTER-OPEN                VALUE "Y".

       77  WS-ROUTE-HIT-SW         PIC X(01)   VALUE "N".
           88  ROUTE-ENTRY-FOUND                VALUE "Y".

       77  WS-ROUTE-SLOT           PIC 9(01)               VALUE ZERO.
       77  WS-ROUTE-DEST           PIC X(08)   VALUE SPACES.
       77  WS-BAND-SUB             PIC 9(01)   USAGE COMP  VALUE ZERO.
       77  WS-RTE-SUB              PIC 9(01)   USAGE COMP  VALUE ZERO.
       77  WS-RECORDS-UNROUTED     PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RTE-TOTAL            PIC 9(09)   USAGE COMP  VALUE ZERO.

       01  WS-RTE-SLOT-TABLE.
           05  WS-RTE-SLOT-ENTRY OCCURS 4 TIMES.
               10  WS-RTE-SLOT-DEST    PIC X(08).
               10  WS-RTE-SLOT-COUNT   PIC 9(09)  USAGE COMP
                                       OCCURS 2 TIMES.
       01  WS-RTE-UNROUTED-TABLE.
           05  WS-RTE-UNROUTED     PIC 9(09)  USAGE COMP
                                   OCCURS 2 TIMES.

       01  WS-RTE-BAND-NAMES       PIC X(08)   VALUE "EXPD STD".
       01  WS-RTE-BAND-TABLE REDEFINES WS-RTE-BAND-NAMES.
           05  WS-RTE-BAND-NAME    PIC X(04)   OCCURS 2 TIMES.

       01  WS-RTE-RPT-WORK.
           05  WS-RTE-SLOT-ED      PIC 9(01).
           05  WS-RTE-EXP-ED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RTE-STD-ED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RTE-TOT-ED       PIC ZZZ,ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> checkpoint / restart controls
      *> ------------------------------------------------------------
       77  WS-OWN-STATUS           PIC X(01)   VALUE SPACES.
       77  WS-PREREQ-JOB           PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CYCLE-SEQ            PIC 9(02)               VALUE 1.

       77  WS-CYCSTAT-STATUS       PIC X(02)   VALUE "00".
           88  CYCSTAT-FILE-NOT-FOUND           VALUE "35".
               SET FMTRULE-MASTER-OPEN TO TRUE
           END-IF.

      *> masking rules are read-only here and maintained by MQMSKMNT -
      *> they only govern what the certification report prints
           PERFORM 1080-READ-UNMASK-PARM THRU 1080-EXIT.
           OPEN INPUT MQ-MASKRULE-FILE.
           IF MASK-FILE-NOT-FOUND
               DISPLAY "MQINTAKE WARNING - MASKING RULES MASTER NOT "
                   "FOUND - APP-IDS PRINT UNMASKED"
           ELSE
               SET MASK-MASTER-OPEN TO TRUE
           END-IF.

      *> message-history is a keyed master carried across runs - opened
      *> I-O always; first-ever run creates it empty and reopens
           OPEN I-O MQ-MSGHIST-FILE.
               OPEN I-O MQ-MSGSTAT-FILE
           END-IF.

      *> routing master is read-only here and maintained by MQRTEMNT -
      *> if it is missing we warn once and every routed message goes
      *> to the unrouted exception file; the bands are unaffected
           OPEN INPUT MQ-ROUTE-FILE.
           IF ROUTE-FILE-NOT-FOUND
               DISPLAY "MQINTAKE WARNING - MQRTEMSTR MASTER NOT FOUND "
                   "- NO PER-DESTINATION DELIVERY THIS RUN"
           ELSE
               SET ROUTE-MASTER-OPEN TO TRUE
           END-IF.
           INITIALIZE WS-RTE-SLOT-TABLE.
           INITIALIZE WS-RTE-UNROUTED-TABLE.

      *> sequence continuity master is a keyed master carried across
      *> runs, same arrangement again
           OPEN I-O MQ-SEQMSTR-FILE.
               OPEN I-O MQ-SEQMSTR-FILE
           END-IF.

      *> daily quota store is a keyed master carried across runs and
      *> restarts, same arrangement again
           OPEN I-O MQ-QUOTA-FILE.
           IF QUOTA-FILE-NOT-FOUND
               OPEN OUTPUT MQ-QUOTA-FILE
               CLOSE MQ-QUOTA-FILE
               OPEN I-O MQ-QUOTA-FILE
           END-IF.

      *> on a restart, 1030-SKIP-TO-CHECKPOINT re-skips input records
      *> already posted on the prior run - every one of these output
      *> files must therefore be extended, not truncated, or the
      *> A restart-flagged run with no prior output yet (first-ever
      *> run, or history purged/archived same as MQ-CHECKPOINT-FILE)
      *> falls through to OPEN OUTPUT instead of abending on EXTEND.
      *> A later intraday cycle extends the same files for the same
      *> reason - they carry the business date across all its cycles.
           IF RESTART-REQUESTED OR WS-CYCLE-SEQ > 1
               OPEN EXTEND MQ-EXPEDITE-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXPEDITE-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-HELD-FILE
               END-IF
               OPEN EXTEND MQ-EXP-R1-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXP-R1-FILE
               END-IF
               OPEN EXTEND MQ-EXP-R2-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXP-R2-FILE
               END-IF
               OPEN EXTEND MQ-EXP-R3-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXP-R3-FILE
               END-IF
               OPEN EXTEND MQ-EXP-R4-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXP-R4-FILE
               END-IF
               OPEN EXTEND MQ-STD-R1-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-STD-R1-FILE
               END-IF
               OPEN EXTEND MQ-STD-R2-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-STD-R2-FILE
               END-IF
               OPEN EXTEND MQ-STD-R3-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-STD-R3-FILE
               END-IF
               OPEN EXTEND MQ-STD-R4-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-STD-R4-FILE
               END-IF
               OPEN EXTEND MQ-UNROUTED-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-UNROUTED-FILE
               END-IF
               OPEN EXTEND MQ-REJECT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REJECT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-DUP-FILE
               END-IF
               OPEN EXTEND MQ-EXPIRED-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXPIRED-FILE
               END-IF
               OPEN EXTEND MQ-ALERT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-ALERT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-CERT-RPT-FILE
               END-IF
               IF NOT RESTART-REQUESTED
                   MOVE SPACES TO CERT-RPT-LINE
                   WRITE CERT-RPT-LINE
                   MOVE SPACES TO CERT-RPT-LINE
                   STRING "INTRADAY CYCLE " WS-CYCLE-SEQ
                       DELIMITED BY SIZE INTO CERT-RPT-LINE
                   WRITE CERT-RPT-LINE
               END-IF
           ELSE
               OPEN OUTPUT MQ-EXPEDITE-FILE
               OPEN OUTPUT MQ-STANDARD-FILE
               OPEN OUTPUT MQ-HELD-FILE
               OPEN OUTPUT MQ-EXP-R1-FILE
               OPEN OUTPUT MQ-EXP-R2-FILE
               OPEN OUTPUT MQ-EXP-R3-FILE
               OPEN OUTPUT MQ-EXP-R4-FILE
               OPEN OUTPUT MQ-STD-R1-FILE
               OPEN OUTPUT MQ-STD-R2-FILE
               OPEN OUTPUT MQ-STD-R3-FILE
               OPEN OUTPUT MQ-STD-R4-FILE
               OPEN OUTPUT MQ-UNROUTED-FILE
               OPEN OUTPUT MQ-REJECT-FILE
               OPEN OUTPUT MQ-AUDIT-FILE
               OPEN OUTPUT MQ-CONTROL-MSG-FILE
               OPEN OUTPUT MQ-DUP-FILE
               OPEN OUTPUT MQ-EXPIRED-FILE
               OPEN OUTPUT MQ-ALERT-FILE
               OPEN OUTPUT MQ-SEQGAP-FILE
               OPEN OUTPUT MQ-CERT-OUT-FILE
               MOVE SPACES TO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
           END-IF.
           IF UNMASK-AUTHORIZED
               MOVE SPACES TO CERT-RPT-LINE
               STRING "UNMASKED RUN AUTHORIZED BY " UNMASK-REQUESTER
                      " TICKET " UNMASK-TICKET
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
           END-IF.
      *> the routing summary describes this run only, so it is always
      *> written fresh
           OPEN OUTPUT MQ-RTE-MAN-FILE.
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.

           IF RESTART-REQUESTED AND WS-LAST-CKPT-MSGID NOT = SPACES
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RUN-CYCLE-STATUS  TO WS-OWN-STATUS.
           MOVE RUN-PREREQ-JOB    TO WS-PREREQ-JOB.
           IF RUN-CYCLE-SEQ NUMERIC AND RUN-CYCLE-SEQ > ZERO
               MOVE RUN-CYCLE-SEQ TO WS-CYCLE-SEQ
           END-IF.
           IF WS-OWN-STATUS = "C" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQINTAKE REFUSED - CYCLE ALREADY COMPLETE FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE " INTRADAY CYCLE "
                   WS-CYCLE-SEQ " - SUPPLY THE MQRUNOVRD CARD TO RE-RUN"
               MOVE 16 TO RETURN-CODE
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
       1020-EXIT.
           EXIT.

      *> a checkpoint left by another intraday cycle is not a place
      *> this cycle's input can resume from - rows written before the
      *> cycle was carried are taken as belonging to this one
       1025-READ-CHECKPOINT.
           READ MQ-CHECKPOINT-FILE
               AT END
                   SET EOF-REACHED TO TRUE
                   GO TO 1025-EXIT
           END-READ.
           IF CKPT-BUSINESS-DATE NUMERIC AND CKPT-CYCLE-SEQ NUMERIC
               IF CKPT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       OR CKPT-CYCLE-SEQ NOT = WS-CYCLE-SEQ
                   GO TO 1025-EXIT
               END-IF
           END-IF.
           MOVE CKPT-LAST-MSGID TO WS-LAST-CKPT-MSGID.
       1025-EXIT.
           EXIT.
       1030-EXIT.
           EXIT.

      *> ==================================================================
      *> 1080-READ-UNMASK-PARM
      *> ==================================================================
       1080-READ-UNMASK-PARM.
           OPEN INPUT MQ-UNMASK-PARM-FILE.
           IF UNMASK-FILE-NOT-FOUND
               GO TO 1080-EXIT
           END-IF.
           READ MQ-UNMASK-PARM-FILE
               AT END
                   GO TO 1080-CLOSE-PARM
           END-READ.
           IF UNMASK-IND = "Y"
                   AND UNMASK-REQUESTER NOT = SPACES
                   AND UNMASK-TICKET NOT = SPACES
               SET UNMASK-AUTHORIZED TO TRUE
               DISPLAY "MQINTAKE - UNMASKED RUN AUTHORIZED BY "
                   UNMASK-REQUESTER " TICKET " UNMASK-TICKET
           ELSE
               DISPLAY "MQINTAKE WARNING - MQUNMASK CARD INCOMPLETE - "
                   "OUTPUT STAYS MASKED"
           END-IF.
       1080-CLOSE-PARM.
           CLOSE MQ-UNMASK-PARM-FILE.
       1080-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-PROCESS-RECORD  -  validate one message and route it
      *> ==================================================================
                       IF MESSAGE-IS-DUPLICATE
                           PERFORM 2350-WRITE-DUPLICATE THRU 2350-EXIT
                       ELSE
                           PERFORM 2170-CHECK-EXPIRY THRU 2170-EXIT
                           IF MESSAGE-IS-EXPIRED
                               PERFORM 2360-WRITE-EXPIRED
                                   THRU 2360-EXIT
                           ELSE
                               PERFORM 2175-CHECK-QUOTA THRU 2175-EXIT
                               IF QUOTA-OVERFLOW-QUARANTINE
                                   PERFORM 2300-WRITE-REJECT
                                       THRU 2300-EXIT
                               ELSE
                                   PERFORM 2370-RECORD-HISTORY
                                       THRU 2370-EXIT
                                   PERFORM 2200-WRITE-GOOD
                                       THRU 2200-EXIT
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               MOVE ZERO TO AUD-PUT-DATE
               MOVE ZERO TO AUD-PUT-TIME
           END-IF.
           MOVE WS-CYCLE-SEQ   TO AUD-CYCLE-SEQ.
           WRITE MQ-AUDIT-RECORD.
       2050-EXIT.
           EXIT.
           MOVE APP-ID TO WS-APPSTAT-KEY (STAT-IDX).
           MOVE SPACES TO WS-APPSTAT-FIRST-BAD (STAT-IDX).
           MOVE "N"    TO WS-APPSTAT-ALERTED (STAT-IDX).
           MOVE "N"    TO WS-APPSTAT-QTA-LOADED (STAT-IDX).
           MOVE "N"    TO WS-APPSTAT-QTA-ALERTED (STAT-IDX).
       2099-EXIT.
           EXIT.

       2160-EXIT.
           EXIT.

      *> ==================================================================
      *> 2170-CHECK-EXPIRY  -  has this message outlived its partner's
      *>   time-to-live?  Judged only once the message has passed
      *>   validation and the duplicate check, so a stale retransmit
      *>   still diverts as a duplicate and a broken message is still
      *>   quarantined for its real reason.  No TTL on the profile, no
      *>   partner master, or no put timestamp on the message - never
      *>   expired.  A put stamped after our read is clock skew and
      *>   ages as zero.
      *> ==================================================================
       2170-CHECK-EXPIRY.
           MOVE "N" TO WS-EXPIRED-SW.
           IF NOT PARTNER-MASTER-OPEN
               GO TO 2170-EXIT
           END-IF.
           IF MQMD-PUT-DATE NOT NUMERIC OR MQMD-PUT-TIME NOT NUMERIC
               GO TO 2170-EXIT
           END-IF.
           IF MQMD-PUT-DATE = ZERO
               GO TO 2170-EXIT
           END-IF.
           MOVE APP-ID TO PTN-APP-ID.
           READ MQ-PARTNER-FILE
               INVALID KEY
                   GO TO 2170-EXIT
           END-READ.
           IF PTN-TTL-MINUTES NOT NUMERIC OR PTN-TTL-MINUTES = ZERO
               GO TO 2170-EXIT
           END-IF.
           ACCEPT WS-READ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-WORK FROM TIME.
           COMPUTE WS-READ-MINS = WS-TP-HH * 60 + WS-TP-MM.
           COMPUTE WS-READ-INT =
               FUNCTION INTEGER-OF-DATE (WS-READ-DATE).
           COMPUTE WS-PUT-INT =
               FUNCTION INTEGER-OF-DATE (MQMD-PUT-DATE).
           MOVE MQMD-PUT-TIME TO WS-TIME-WORK.
           COMPUTE WS-PUT-MINS = WS-TP-HH * 60 + WS-TP-MM.
           COMPUTE WS-AGE-MINS =
               ( WS-READ-INT - WS-PUT-INT ) * 1440
               + WS-READ-MINS - WS-PUT-MINS.
           IF WS-AGE-MINS > PTN-TTL-MINUTES
               SET MESSAGE-IS-EXPIRED TO TRUE
           END-IF.
       2170-EXIT.
           EXIT.

      *> ==================================================================
      *> 2175-CHECK-QUOTA  -  count this message against its sender's
      *>   daily quota.  Judged after the expiry check, so only
      *>   traffic that would otherwise route is counted.  The running
      *>   count lives on the sender's APPSTAT entry and is written
      *>   through to MQQUOTA on every message - a restart re-reads
      *>   it from the store, and the messages it re-passes are
      *>   duplicates by then, so nothing is counted twice.  The
      *>   alert is raised once, by the message that crosses; every
      *>   message past the quota takes the profile's overflow action.
      *>   No quota on the profile or no partner master - no limit.
      *> ==================================================================
       2175-CHECK-QUOTA.
           SET QUOTA-NOT-EXCEEDED TO TRUE.
           IF NOT PARTNER-MASTER-OPEN
               GO TO 2175-EXIT
           END-IF.
           MOVE APP-ID TO PTN-APP-ID.
           READ MQ-PARTNER-FILE
               INVALID KEY
                   GO TO 2175-EXIT
           END-READ.
           IF PTN-DAILY-QUOTA NOT NUMERIC OR PTN-DAILY-QUOTA = ZERO
               GO TO 2175-EXIT
           END-IF.
           MOVE APP-ID           TO QTA-APP-ID.
           MOVE WS-BUSINESS-DATE TO QTA-BUSINESS-DATE.
           PERFORM 2098-FIND-APPSTAT THRU 2098-EXIT.
           IF APPSTAT-ENTRY-FOUND
               AND WS-APPSTAT-QTA-LOADED (STAT-IDX) = "Y"
               MOVE WS-APPSTAT-QTA-COUNT (STAT-IDX)
                   TO QTA-ROUTED-COUNT
               MOVE WS-APPSTAT-QTA-OVER (STAT-IDX)
                   TO QTA-OVERFLOW-COUNT
               MOVE WS-APPSTAT-QTA-ALERTED (STAT-IDX)
                   TO QTA-ALERTED
           ELSE
               PERFORM 2176-LOAD-QUOTA THRU 2176-EXIT
           END-IF.
           ADD 1 TO QTA-ROUTED-COUNT.
           IF QTA-ROUTED-COUNT > PTN-DAILY-QUOTA
               EVALUATE TRUE
                   WHEN PTN-QUOTA-BANK
                       SET QUOTA-OVERFLOW-BANK TO TRUE
                   WHEN PTN-QUOTA-QUARANTINE
                       SET QUOTA-OVERFLOW-QUARANTINE TO TRUE
                       MOVE "QTA1" TO WS-REASON-CODE
                       MOVE PTN-DAILY-QUOTA TO WS-QUOTA-ED
                       MOVE SPACES TO WS-REASON-TEXT
                       STRING "DAILY QUOTA " WS-QUOTA-ED " EXCEEDED"
                           DELIMITED BY SIZE INTO WS-REASON-TEXT
                   WHEN OTHER
                       SET QUOTA-OVERFLOW-WARN TO TRUE
               END-EVALUATE
               ADD 1 TO QTA-OVERFLOW-COUNT
               ADD 1 TO WS-QUOTA-OVERFLOWS
               IF NOT QTA-CROSSING-RAISED
                   PERFORM 2398-WRITE-QUOTA-ALERT THRU 2398-EXIT
               END-IF
           END-IF.
           ACCEPT QTA-LAST-DATE FROM DATE YYYYMMDD.
           ACCEPT QTA-LAST-TIME FROM TIME.
           REWRITE MQ-QUOTA-RECORD
               INVALID KEY
                   WRITE MQ-QUOTA-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
           IF APPSTAT-ENTRY-FOUND
               MOVE "Y" TO WS-APPSTAT-QTA-LOADED (STAT-IDX)
               MOVE QTA-ROUTED-COUNT
                   TO WS-APPSTAT-QTA-COUNT (STAT-IDX)
               MOVE QTA-OVERFLOW-COUNT
                   TO WS-APPSTAT-QTA-OVER (STAT-IDX)
               MOVE QTA-ALERTED
                   TO WS-APPSTAT-QTA-ALERTED (STAT-IDX)
           END-IF.
       2175-EXIT.
           EXIT.

      *> first time this sender is judged this run (or every time, if
      *> the APPSTAT table is full) - pick up the business date's
      *> count from the store, or start it at zero
       2176-LOAD-QUOTA.
           READ MQ-QUOTA-FILE
               INVALID KEY
                   MOVE ZERO TO QTA-ROUTED-COUNT
                   MOVE ZERO TO QTA-OVERFLOW-COUNT
                   MOVE "N"  TO QTA-ALERTED
           END-READ.
       2176-EXIT.
           EXIT.

      *> ==================================================================
      *> 2180-CHECK-PARTNER  -  hold every data message to its sender's
      *>   profile: unknown and suspended APP-IDs quarantine, a format
      *> ==================================================================
       2200-WRITE-GOOD.
           EVALUATE TRUE
      *> over its daily quota with the bank action - held for the
      *> overnight drain whatever the priority
               WHEN QUOTA-OVERFLOW-BANK
                   PERFORM 2230-WRITE-HELD THRU 2230-EXIT
                   MOVE "HELD" TO WS-STAT-NEW-STATUS
               WHEN MQMD-PRIORITY >= 7
                   PERFORM 2210-WRITE-EXPEDITE THRU 2210-EXIT
                   MOVE "EXPD" TO WS-STAT-NEW-STATUS
           MOVE APP-ID         TO EXP-APP-ID.
           MOVE PAYLOAD-LEN    TO EXP-PAYLOAD-LEN.
           MOVE PAYLOAD-DATA   TO EXP-PAYLOAD-DATA.
           MOVE WS-CYCLE-SEQ   TO EXP-CYCLE-SEQ.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM 2240-DELIVER-ROUTED THRU 2240-EXIT.
           WRITE MQ-EXPEDITE-RECORD.
       2210-EXIT.
           EXIT.
           MOVE APP-ID         TO STD-APP-ID.
           MOVE PAYLOAD-LEN    TO STD-PAYLOAD-LEN.
           MOVE PAYLOAD-DATA   TO STD-PAYLOAD-DATA.
           MOVE WS-CYCLE-SEQ   TO STD-CYCLE-SEQ.
           MOVE 2 TO WS-BAND-SUB.
           PERFORM 2240-DELIVER-ROUTED THRU 2240-EXIT.
           WRITE MQ-STANDARD-RECORD.
       2220-EXIT.
           EXIT.
           MOVE PAYLOAD-LEN    TO HLD-PAYLOAD-LEN.
           MOVE PAYLOAD-DATA   TO HLD-PAYLOAD-DATA.
           ACCEPT HLD-HELD-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ   TO HLD-CYCLE-SEQ.
           WRITE MQ-HELD-RECORD.
       2230-EXIT.
           EXIT.

      *> ==================================================================
      *> 2240-DELIVER-ROUTED  -  copy the band record just built onto
      *>   its destination's slot file within the band (WS-BAND-SUB),
      *>   or onto MQUNRTE when the routing master has no entry for
      *>   the sender and format and no default for the format
      *> ==================================================================
       2240-DELIVER-ROUTED.
           PERFORM 2245-RESOLVE-ROUTE THRU 2245-EXIT.
           IF WS-ROUTE-SLOT = ZERO
               PERFORM 2290-WRITE-UNROUTED THRU 2290-EXIT
               GO TO 2240-EXIT
           END-IF.
           EVALUATE WS-BAND-SUB ALSO WS-ROUTE-SLOT
               WHEN 1 ALSO 1
                   WRITE EXPR1-BUFFER FROM MQ-EXPEDITE-RECORD
               WHEN 1 ALSO 2
                   WRITE EXPR2-BUFFER FROM MQ-EXPEDITE-RECORD
               WHEN 1 ALSO 3
                   WRITE EXPR3-BUFFER FROM MQ-EXPEDITE-RECORD
               WHEN 1 ALSO 4
                   WRITE EXPR4-BUFFER FROM MQ-EXPEDITE-RECORD
               WHEN 2 ALSO 1
                   WRITE STDR1-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 2 ALSO 2
                   WRITE STDR2-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 2 ALSO 3
                   WRITE STDR3-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 2 ALSO 4
                   WRITE STDR4-BUFFER FROM MQ-STANDARD-RECORD
           END-EVALUATE.
           ADD 1 TO WS-RTE-SLOT-COUNT (WS-ROUTE-SLOT WS-BAND-SUB).
           IF WS-RTE-SLOT-DEST (WS-ROUTE-SLOT) = SPACES
               MOVE WS-ROUTE-DEST TO WS-RTE-SLOT-DEST (WS-ROUTE-SLOT)
           END-IF.
       2240-EXIT.
           EXIT.

      *> the sender's own entry for the format first, then the
      *> format's "*" default; slot zero means unrouted
       2245-RESOLVE-ROUTE.
           MOVE ZERO   TO WS-ROUTE-SLOT.
           MOVE SPACES TO WS-ROUTE-DEST.
           IF NOT ROUTE-MASTER-OPEN
               GO TO 2245-EXIT
           END-IF.
           MOVE "N" TO WS-ROUTE-HIT-SW.
           MOVE APP-ID      TO RTE-APP-ID.
           MOVE MQMD-FORMAT TO RTE-MQMD-FORMAT.
           READ MQ-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROUTE-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT ROUTE-ENTRY-FOUND
               MOVE "*"         TO RTE-APP-ID
               MOVE MQMD-FORMAT TO RTE-MQMD-FORMAT
               READ MQ-ROUTE-FILE
                   INVALID KEY
                       GO TO 2245-EXIT
               END-READ
           END-IF.
           IF RTE-SLOT-VALID
               MOVE RTE-DEST-SLOT TO WS-ROUTE-SLOT
               MOVE RTE-DEST-APP  TO WS-ROUTE-DEST
           END-IF.
       2245-EXIT.
           EXIT.

      *> ==================================================================
      *> 2290-WRITE-UNROUTED  -  no destination for this message; the
      *>   exception record names the band it was routed to, so the
      *>   desk can add the entry and pull the message off that band
      *> ==================================================================
       2290-WRITE-UNROUTED.
           MOVE APP-ID         TO REJ-APP-ID.
           MOVE MQMD-MSGID     TO REJ-MQMD-MSGID.
           MOVE PAYLOAD-LEN    TO REJ-PAYLOAD-LEN.
           MOVE "RTE1"         TO REJ-REASON-CODE.
           MOVE SPACES         TO REJ-REASON-TEXT.
           STRING "NO ROUTING ENTRY - ON BAND "
                  WS-RTE-BAND-NAME (WS-BAND-SUB) " ONLY"
               DELIMITED BY SIZE INTO REJ-REASON-TEXT.
           MOVE PAYLOAD-DATA   TO REJ-PAYLOAD-DATA.
           MOVE MQMD-FORMAT    TO REJ-MQMD-FORMAT.
           MOVE MQMD-PRIORITY  TO REJ-MQMD-PRIORITY.
           MOVE MQMD-ENCODING  TO REJ-MQMD-ENCODING.
      *> payload already normalized in 2160 - see 2300-WRITE-REJECT
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE MQMD-CORRELID  TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE UNROUTED-OUT-BUFFER FROM MQ-REJECT-RECORD.
           ADD 1 TO WS-RTE-UNROUTED (WS-BAND-SUB).
           ADD 1 TO WS-RECORDS-UNROUTED.
       2290-EXIT.
           EXIT.

      *> ==================================================================
      *> 2300-WRITE-REJECT
      *> ==================================================================
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE MQMD-CORRELID  TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECT.
           MOVE "REJ " TO WS-STAT-NEW-STATUS.
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE MQMD-CORRELID  TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE DUP-OUT-BUFFER FROM MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-DUP.
           MOVE "DUP " TO WS-STAT-NEW-STATUS.
       2350-EXIT.
           EXIT.

      *> ==================================================================
      *> 2360-WRITE-EXPIRED  -  divert a message past its partner's
      *>   time-to-live to MQEXPIRED in the quarantine layout.  It is
      *>   not recorded on MQMSGHIST - it never routed, so a fresh
      *>   resend of the same id must not be taken for a duplicate.
      *> ==================================================================
       2360-WRITE-EXPIRED.
           MOVE APP-ID         TO REJ-APP-ID.
           MOVE MQMD-MSGID     TO REJ-MQMD-MSGID.
           MOVE PAYLOAD-LEN    TO REJ-PAYLOAD-LEN.
           MOVE "TTL1"         TO REJ-REASON-CODE.
           MOVE PTN-TTL-MINUTES TO WS-TTL-ED.
           MOVE SPACES         TO REJ-REASON-TEXT.
           STRING "MESSAGE EXPIRED - TTL " WS-TTL-ED
                  " MIN EXCEEDED"
               DELIMITED BY SIZE INTO REJ-REASON-TEXT.
           MOVE PAYLOAD-DATA   TO REJ-PAYLOAD-DATA.
           MOVE MQMD-FORMAT    TO REJ-MQMD-FORMAT.
           MOVE MQMD-PRIORITY  TO REJ-MQMD-PRIORITY.
           MOVE MQMD-ENCODING  TO REJ-MQMD-ENCODING.
      *> payload already normalized in 2160 - see 2300-WRITE-REJECT
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE MQMD-CORRELID  TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE EXPIRED-OUT-BUFFER FROM MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-EXPIRED.
           MOVE "EXPR" TO WS-STAT-NEW-STATUS.
           PERFORM 2750-UPDATE-MSGSTAT THRU 2750-EXIT.
       2360-EXIT.
           EXIT.

      *> ==================================================================
      *> 2370-RECORD-HISTORY  -  first time this id has been seen -
      *>   remember it before the message routes
           MOVE WS-APPSTAT-FIRST-BAD (STAT-IDX) TO ALR-FIRST-BAD-MSGID.
           MOVE WS-APPSTAT-RSN-CODE (STAT-IDX WS-RSN-HIGH-SUB)
               TO ALR-DOMINANT-REASON.
           MOVE "R"  TO ALR-ALERT-TYPE.
           MOVE ZERO TO ALR-DAILY-QUOTA.
           ACCEPT ALR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ALR-RUN-TIME FROM TIME.
           WRITE MQ-ALERT-RECORD.
       2396-EXIT.
           EXIT.

      *> ==================================================================
      *> 2398-WRITE-QUOTA-ALERT  -  the sender has just crossed its
      *>   daily quota; the crossing is remembered on the store so a
      *>   restart or a later run the same business date does not
      *>   raise it again
      *> ==================================================================
       2398-WRITE-QUOTA-ALERT.
           MOVE APP-ID           TO ALR-APP-ID.
           MOVE QTA-ROUTED-COUNT TO ALR-RECORDS-READ.
           MOVE ZERO             TO ALR-RECORDS-REJECT.
           MOVE ZERO             TO ALR-REJECT-PCT.
           MOVE MQMD-MSGID       TO ALR-FIRST-BAD-MSGID.
           MOVE "QTA1"           TO ALR-DOMINANT-REASON.
           MOVE "Q"              TO ALR-ALERT-TYPE.
           MOVE PTN-DAILY-QUOTA  TO ALR-DAILY-QUOTA.
           ACCEPT ALR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ALR-RUN-TIME FROM TIME.
           WRITE MQ-ALERT-RECORD.
           MOVE "Y" TO QTA-ALERTED.
           ADD 1 TO WS-ALERTS-WRITTEN.
           ADD 1 TO WS-QUOTA-ALERTS.
           MOVE PTN-DAILY-QUOTA TO WS-QUOTA-ED.
           DISPLAY "MQINTAKE ALERT - APP-ID " APP-ID
               " CROSSED DAILY QUOTA " WS-QUOTA-ED
               " - OVERFLOW ACTION " PTN-QUOTA-ACTION.
       2398-EXIT.
           EXIT.

      *> ==================================================================
      *> 2600-CERT-DISPOSE  -  the certification dry run's verdict on
      *>   one message: the would-be disposition (band, duplicate
      *> ==================================================================
       2600-CERT-DISPOSE.
           ADD 1 TO WS-CERT-MESSAGES.
           MOVE MQMD-FORMAT TO WS-MASK-FORMAT.
           MOVE APP-ID TO WS-MASK-APP-ID.
           PERFORM 8700-APPLY-MASKING THRU 8700-EXIT.
      *> 2180 demotes the priority inside validation - without this
      *> notation a demotion would be invisible on the cert report,
      *> and the partner would go live not knowing their ceiling
           IF MQMD-PRIORITY < WS-CERT-ORIG-PRIORITY
               ADD 1 TO WS-CERT-DEMOTED
               MOVE SPACES TO CERT-RPT-LINE
               STRING WS-MASK-APP-ID " " MQMD-MSGID
                      " CDEM WOULD DEMOTE PRIORITY "
                      WS-CERT-ORIG-PRIORITY " TO " MQMD-PRIORITY
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
                   TO WS-CERT-TEXT
               GO TO 2600-WRITE-CERT
           END-IF.
           PERFORM 2170-CHECK-EXPIRY THRU 2170-EXIT.
           IF MESSAGE-IS-EXPIRED
               ADD 1 TO WS-CERT-WOULD-FAIL
               MOVE "CEXR" TO WS-CERT-OUTCOME
               MOVE "WOULD DIVERT AS EXPIRED - TTL EXCEEDED"
                   TO WS-CERT-TEXT
               GO TO 2600-WRITE-CERT
           END-IF.
           ADD 1 TO WS-CERT-WOULD-PASS.
           EVALUATE TRUE
               WHEN MQMD-PRIORITY >= 7
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE MQMD-CORRELID   TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE CERT-OUT-BUFFER FROM MQ-REJECT-RECORD.
           MOVE SPACES TO CERT-RPT-LINE.
           STRING WS-MASK-APP-ID " " MQMD-MSGID " "
                  WS-CERT-OUTCOME " " WS-CERT-TEXT
               DELIMITED BY SIZE INTO CERT-RPT-LINE.
           WRITE CERT-RPT-LINE.
           END-IF.
           MOVE "MQINTAKE"         TO STAT-CURRENT-STAGE.
           MOVE WS-STAT-NEW-STATUS TO STAT-CURRENT-STATUS.
           IF WS-STAT-NEW-STATUS = "REJ "
               MOVE WS-REASON-CODE TO STAT-REJECT-REASON
           END-IF.
           ACCEPT STAT-UPDATE-DATE FROM DATE YYYYMMDD.
           ACCEPT STAT-UPDATE-TIME FROM TIME.
           IF STAT-HIST-COUNT < 10
           MOVE MQMD-MSGID     TO CKPT-LAST-MSGID.
           MOVE WS-RECORDS-READ TO CKPT-LAST-SEQ.
           MOVE WS-RECORDS-READ TO CKPT-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
           MOVE WS-CYCLE-SEQ    TO CKPT-CYCLE-SEQ.
           WRITE MQ-CHECKPOINT-RECORD.
           MOVE ZERO TO WS-SINCE-CKPT.
       2800-EXIT.
       8500-EXIT.
           EXIT.

      *> ==================================================================
      *> 8600-WRITE-ROUTE-SUMMARY  -  what each destination's slot
      *>   files were given this run, for the downstream teams to
      *>   reconcile against what they pulled
      *> ==================================================================
       8600-WRITE-ROUTE-SUMMARY.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "ROUTING SUMMARY - MQINTAKE - BUSINESS DATE "
                  WS-BUSINESS-DATE " CYCLE " WS-CYCLE-SEQ
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           IF RESTART-REQUESTED
               MOVE "RESTART RUN - COUNTS COVER THIS RUN ONLY; THE "
                   TO RTE-MAN-LINE
               WRITE RTE-MAN-LINE
               MOVE "SLOT FILES ALSO HOLD THE TRAFFIC BEFORE THE ABEND"
                   TO RTE-MAN-LINE
               WRITE RTE-MAN-LINE
           END-IF.
           MOVE SPACES TO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           MOVE "SLOT DEST            EXPEDITE    STANDARD       TOTAL"
               TO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           MOVE ZERO TO WS-RTE-TOTAL.
           PERFORM 8610-WRITE-SLOT-LINE THRU 8610-EXIT
               VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > 4.
           MOVE WS-RTE-TOTAL TO WS-RTE-TOT-ED.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "DELIVERED                                   "
                  WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           MOVE WS-RTE-UNROUTED (1) TO WS-RTE-EXP-ED.
           MOVE WS-RTE-UNROUTED (2) TO WS-RTE-STD-ED.
           MOVE WS-RECORDS-UNROUTED TO WS-RTE-TOT-ED.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "UNROUTED (MQUNRTE) " WS-RTE-EXP-ED " "
                  WS-RTE-STD-ED " " WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
       8600-EXIT.
           EXIT.

       8610-WRITE-SLOT-LINE.
           MOVE WS-RTE-SUB TO WS-RTE-SLOT-ED.
           MOVE WS-RTE-SLOT-COUNT (WS-RTE-SUB 1) TO WS-RTE-EXP-ED.
           MOVE WS-RTE-SLOT-COUNT (WS-RTE-SUB 2) TO WS-RTE-STD-ED.
           COMPUTE WS-RTE-TOT-ED =
               WS-RTE-SLOT-COUNT (WS-RTE-SUB 1)
               + WS-RTE-SLOT-COUNT (WS-RTE-SUB 2).
           ADD WS-RTE-SLOT-COUNT (WS-RTE-SUB 1) TO WS-RTE-TOTAL.
           ADD WS-RTE-SLOT-COUNT (WS-RTE-SUB 2) TO WS-RTE-TOTAL.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "  " WS-RTE-SLOT-ED "  "
                  WS-RTE-SLOT-DEST (WS-RTE-SUB) "  "
                  WS-RTE-EXP-ED " " WS-RTE-STD-ED " " WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
       8610-EXIT.
           EXIT.

      *> ==================================================================
      *> 8700-APPLY-MASKING  -  no payload bytes reach this report, so
      *>   only the APP-ID flag of the format's MQMSKRULE entry
      *>   applies; no rule, no master or an authorized MQUNMASK card
      *>   leaves WS-MASK-APP-ID in the clear
      *> ==================================================================
       8700-APPLY-MASKING.
           IF UNMASK-AUTHORIZED OR NOT MASK-MASTER-OPEN
               GO TO 8700-EXIT
           END-IF.
           MOVE WS-MASK-FORMAT TO MSK-MQMD-FORMAT.
           READ MQ-MASKRULE-FILE
               INVALID KEY
                   GO TO 8700-EXIT
           END-READ.
           IF MSK-APP-ID-SENSITIVE
               MOVE ALL "*" TO WS-MASK-APP-ID
           END-IF.
       8700-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
           CLOSE MQ-EXPEDITE-FILE.
           CLOSE MQ-STANDARD-FILE.
           CLOSE MQ-HELD-FILE.
           CLOSE MQ-EXP-R1-FILE.
           CLOSE MQ-EXP-R2-FILE.
           CLOSE MQ-EXP-R3-FILE.
           CLOSE MQ-EXP-R4-FILE.
           CLOSE MQ-STD-R1-FILE.
           CLOSE MQ-STD-R2-FILE.
           CLOSE MQ-STD-R3-FILE.
           CLOSE MQ-STD-R4-FILE.
           CLOSE MQ-UNROUTED-FILE.
           PERFORM 8600-WRITE-ROUTE-SUMMARY THRU 8600-EXIT.
           CLOSE MQ-RTE-MAN-FILE.
           IF ROUTE-MASTER-OPEN
               CLOSE MQ-ROUTE-FILE
           END-IF.
           CLOSE MQ-REJECT-FILE.
           CLOSE MQ-CHECKPOINT-FILE.
           CLOSE MQ-AUDIT-FILE.
           CLOSE MQ-SEQMSTR-FILE.
           CLOSE MQ-SEQGAP-FILE.
           CLOSE MQ-DUP-FILE.
           CLOSE MQ-EXPIRED-FILE.
           CLOSE MQ-QUOTA-FILE.
           IF WS-CERT-MESSAGES > ZERO
               PERFORM 8500-WRITE-CERT-SUMMARY THRU 8500-EXIT
           END-IF.
           IF FMTRULE-MASTER-OPEN
               CLOSE MQ-FMTRULE-FILE
           END-IF.
           IF MASK-MASTER-OPEN
               CLOSE MQ-MASKRULE-FILE
           END-IF.
           CLOSE MQ-ALERT-FILE.
           DISPLAY "MQINTAKE INTRADAY CYCLE  = " WS-CYCLE-SEQ.
           DISPLAY "MQINTAKE RECORDS READ    = " WS-RECORDS-READ.
           DISPLAY "MQINTAKE RECORDS GOOD    = " WS-RECORDS-GOOD.
           DISPLAY "MQINTAKE RECORDS REJECTED= " WS-RECORDS-REJECT.
           DISPLAY "MQINTAKE CONTROL MESSAGES= " WS-RECORDS-CONTROL.
           DISPLAY "MQINTAKE DUPLICATES      = " WS-RECORDS-DUP.
           DISPLAY "MQINTAKE EXPIRED (TTL)   = " WS-RECORDS-EXPIRED.
           DISPLAY "MQINTAKE UNROUTED        = " WS-RECORDS-UNROUTED.
           DISPLAY "MQINTAKE PRIORITY DEMOTED= " WS-PRIORITY-DEMOTED.
           DISPLAY "MQINTAKE CHARSET FLAGGED = " WS-CHARSET-FLAGGED.
           DISPLAY "MQINTAKE ALERTS WRITTEN  = " WS-ALERTS-WRITTEN.
           DISPLAY "MQINTAKE QUOTA ALERTS    = " WS-QUOTA-ALERTS.
           DISPLAY "MQINTAKE QUOTA OVERFLOWS = " WS-QUOTA-OVERFLOWS.
           DISPLAY "MQINTAKE SEQ TRACKED     = " WS-SEQ-TRACKED.
           DISPLAY "MQINTAKE SEQ GAPS        = " WS-SEQ-GAPS.
           DISPLAY "MQINTAKE SEQ OUT OF ORDER= " WS-SEQ-OOO.
               END-IF
           ELSE
               IF WS-RECORDS-REJECT > ZERO OR WS-RECORDS-DUP > ZERO
                   OR WS-RECORDS-EXPIRED > ZERO
                   OR WS-RECORDS-UNROUTED > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
               + WS-RECORDS-DUP + WS-CERT-MESSAGES
               + WS-RECORDS-SKIPPED.
           MOVE WS-RECORDS-SKIPPED TO RST-RESTART-SKIPS.
           MOVE WS-RECORDS-EXPIRED TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE WS-CYCLE-SEQ TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
