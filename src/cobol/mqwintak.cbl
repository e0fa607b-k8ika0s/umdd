      *>                    production MQAUDIT row, mirroring
      *>                    MQINTAKE - MQWCERTOUT is the receipt
      *>                    record for a certifying partner.
      *>   2026-10-15  DJO  Per-partner time-to-live, mirroring
      *>                    MQINTAKE - MQREASM now carries the first
      *>                    segment's queue put timestamp on
      *>                    REASM-MQMD-PUT-DATE/TIME, so audit rows
      *>                    carry it for MQSLARPT and a message older
      *>                    than the partner's PTN-TTL-MINUTES is
      *>                    diverted to MQWEXPIRED (concatenated into
      *>                    MQEXPIRED by the scheduler for MQACKGEN,
      *>                    as MQWDUPOUT is into MQDUPOUT) with reason
      *>                    TTL1 and stamped EXPR on the ledger.
      *>   2026-10-15  DJO  Per-partner daily quota, mirroring
      *>                    MQINTAKE - wide messages count against
      *>                    the same MQQUOTA store, so a sender's
      *>                    narrow and segmented traffic share one
      *>                    PTN-DAILY-QUOTA.  The crossing appends a
      *>                    type Q record to MQALERT.  Overflow
      *>                    action Q quarantines to MQWREJECT (QTA1)
      *>                    and W routes as normal; with no wide held
      *>                    bank (see above), action H routes the
      *>                    overflow to MQSTDW whatever its priority
      *>                    so it at least gives way to expedite.
      *>   2026-10-15  DJO  Content-based delivery, mirroring
      *>                    MQINTAKE - each message routed to MQEXPEDW
      *>                    or MQSTDW is also delivered to its
      *>                    destination's slot file within the band
      *>                    (MQEXPWR1-4 / MQSTDWR1-4) from the
      *>                    MQRTEMSTR routing master; no entry goes to
      *>                    MQWUNRTE (reason RTE1) and the MQWRTMAN
      *>                    summary shows the counts per destination.
      *>   2026-10-15  DJO  The MQWCERTRPT certification report masks
      *>                    the sender's APP-ID per the MQMSKRULE
      *>                    masking rules, as MQINTAKE does.
      *>   2026-10-15  DJO  Intraday cycles - runs once per intraday
      *>                    cycle after MQREASM, taking the cycle
      *>                    sequence from RUN-CYCLE-SEQ.  Cycles after
      *>                    the first extend the wide band, slot,
      *>                    quarantine and certification files; every
      *>                    band, quarantine, audit, checkpoint and
      *>                    run-stats record is stamped with the cycle,
      *>                    and a restart resumes only from a
      *>                    checkpoint written for the same cycle.
      *>   2026-10-15  DJO  A quarantine stamp on the MQMSGSTAT ledger
      *>                    records its reason code in
      *>                    STAT-REJECT-REASON.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQWINTAK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-ROUTE-FILE
               ASSIGN TO "MQRTEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT MQ-EXP-R1-FILE
               ASSIGN TO "MQEXPWR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R2-FILE
               ASSIGN TO "MQEXPWR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R3-FILE
               ASSIGN TO "MQEXPWR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXP-R4-FILE
               ASSIGN TO "MQEXPWR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R1-FILE
               ASSIGN TO "MQSTDWR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R2-FILE
               ASSIGN TO "MQSTDWR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R3-FILE
               ASSIGN TO "MQSTDWR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-STD-R4-FILE
               ASSIGN TO "MQSTDWR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-UNROUTED-FILE
               ASSIGN TO "MQWUNRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-RTE-MAN-FILE
               ASSIGN TO "MQWRTMAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-WIDE-REJECT-FILE
               ASSIGN TO "MQWREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-EXPIRED-FILE
               ASSIGN TO "MQWEXPIRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-QUOTA-FILE
               ASSIGN TO "MQQUOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT MQ-ALERT-FILE
               ASSIGN TO "MQALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT MQ-PARTNER-FILE
               ASSIGN TO "MQPARTNER"
               ORGANIZATION IS INDEXED
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
       FD  MQ-WIDE-STANDARD-FILE.
           COPY "mq_standard_wide.cpy".

       FD  MQ-ROUTE-FILE.
           COPY "mq_route.cpy".

      *> per-destination delivery files within the wide bands - slot
      *> n of MQRTEMSTR, the wide band record written FROM its area
       FD  MQ-EXP-R1-FILE.
       01  EXPWR1-BUFFER            PIC X(342).

       FD  MQ-EXP-R2-FILE.
       01  EXPWR2-BUFFER            PIC X(342).

       FD  MQ-EXP-R3-FILE.
       01  EXPWR3-BUFFER            PIC X(342).

       FD  MQ-EXP-R4-FILE.
       01  EXPWR4-BUFFER            PIC X(342).

       FD  MQ-STD-R1-FILE.
       01  STDWR1-BUFFER            PIC X(342).

       FD  MQ-STD-R2-FILE.
       01  STDWR2-BUFFER            PIC X(342).

       FD  MQ-STD-R3-FILE.
       01  STDWR3-BUFFER            PIC X(342).

       FD  MQ-STD-R4-FILE.
       01  STDWR4-BUFFER            PIC X(342).

      *> messages with no routing entry, quarantine layout, same
      *> arrangement as MQWDUPOUT; the message itself is on its band
       FD  MQ-UNROUTED-FILE.
       01  UNROUTED-OUT-BUFFER     PIC X(174).

       FD  MQ-RTE-MAN-FILE.
       01  RTE-MAN-LINE            PIC X(80).

       FD  MQ-WIDE-REJECT-FILE.
           COPY "mq_reject.cpy".

      *> the copybook's data names are already taken by
      *> MQ-WIDE-REJECT-FILE - same arrangement as MQINTAKE's MQDUPOUT
       FD  MQ-DUP-FILE.
       01  DUP-OUT-BUFFER          PIC X(174).

      *> messages past their partner's time-to-live, same arrangement
      *> as MQINTAKE's MQEXPIRED - reason TTL1, never routed
       FD  MQ-EXPIRED-FILE.
       01  EXPIRED-OUT-BUFFER      PIC X(174).

       FD  MQ-QUOTA-FILE.
           COPY "mq_quota.cpy".

       FD  MQ-ALERT-FILE.
           COPY "mq_alert.cpy".

       FD  MQ-PARTNER-FILE.
           COPY "mq_partner.cpy".
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
      *> and written FROM it, same arrangement as MQWDUPOUT
       FD  MQ-CERT-OUT-FILE.
       01  CERT-OUT-BUFFER         PIC X(174).

       FD  MQ-CERT-RPT-FILE.
       01  CERT-RPT-LINE           PIC X(100).
       77  WS-AUDIT-STATUS         PIC X(02)   VALUE "00".
           88  AUDIT-FILE-NOT-FOUND            VALUE "35".

      *> ------------------------------------------------------------
      *> per-partner daily quota - no APPSTAT table on this side, so
      *> the running count is read from and written back to the
      *> MQQUOTA store MQINTAKE shares on every message
      *> ------------------------------------------------------------
       77  WS-QUOTA-STATUS         PIC X(02)   VALUE "00".
           88  QUOTA-FILE-NOT-FOUND             VALUE "35".

       77  WS-ALERT-STATUS         PIC X(02)   VALUE "00".
           88  ALERT-FILE-NOT-FOUND             VALUE "35".

       77  WS-QUOTA-SW             PIC X(01)   VALUE "N".
           88  QUOTA-NOT-EXCEEDED              VALUE "N".
           88  QUOTA-OVERFLOW-BANK             VALUE "H".
           88  QUOTA-OVERFLOW-QUARANTINE       VALUE "Q".
           88  QUOTA-OVERFLOW-WARN             VALUE "W".

       77  WS-QUOTA-ALERTS         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTA-OVERFLOWS      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTA-ED             PIC Z(06)9.

      *> ------------------------------------------------------------
      *> checkpoint / restart controls - same shape as MQINTAKE's
      *> ------------------------------------------------------------

       77  WS-RECORDS-DUP          PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> time-to-live - same arithmetic as MQINTAKE's 2170, aged from
      *> the put of the message's first segment
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
      *> sequence continuity - same machinery as MQINTAKE's, against
      *> the shared MQSEQMSTR master and MQSEQGAP gap/alert file

       01  WS-EBCDIC-ALPHABET         PIC X(73)   VALUE X"C1C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7E8E9818283848586878889919293949596979899A2A3A4A5A6A7A8A9F0F1F2F3F4F5F6F7F8F940C0D0ADBD7F7A6B4C6E61".

      *> ------------------------------------------------------------
      *> content-based delivery, same arrangement as MQINTAKE (band 1
      *> is wide expedite, band 2 wide standard)
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

       01  WS-RTE-BAND-NAMES       PIC X(08)   VALUE "WEXPWSTD".
       01  WS-RTE-BAND-TABLE REDEFINES WS-RTE-BAND-NAMES.
           05  WS-RTE-BAND-NAME    PIC X(04)   OCCURS 2 TIMES.

       01  WS-RTE-RPT-WORK.
           05  WS-RTE-SLOT-ED      PIC 9(01).
           05  WS-RTE-EXP-ED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RTE-STD-ED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RTE-TOT-ED       PIC ZZZ,ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> run-control enforcement against the shared MQRUNCTL master
      *> ------------------------------------------------------------
       77  WS-OWN-STATUS           PIC X(01)   VALUE SPACES.
       77  WS-PREREQ-JOB           PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CYCLE-SEQ            PIC 9(02)               VALUE 1.

       77  WS-CYCSTAT-STATUS       PIC X(02)   VALUE "00".
           88  CYCSTAT-FILE-NOT-FOUND           VALUE "35".
      *> files must therefore be extended, not truncated, or the
      *> records already written for that skipped traffic are lost.
      *> A restart-flagged run with no prior output yet falls through
      *> to OPEN OUTPUT instead of abending on EXTEND.  A later
      *> intraday cycle extends the same files for the same reason -
      *> they carry the business date across all its cycles.
           IF RESTART-REQUESTED OR WS-CYCLE-SEQ > 1
               OPEN EXTEND MQ-WIDE-EXPEDITE-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-WIDE-EXPEDITE-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-WIDE-STANDARD-FILE
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
               OPEN EXTEND MQ-WIDE-REJECT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-WIDE-REJECT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-DUP-FILE
               END-IF
               OPEN EXTEND MQ-EXPIRED-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-EXPIRED-FILE
               END-IF
               OPEN EXTEND MQ-CERT-OUT-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-CERT-OUT-FILE
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
               OPEN OUTPUT MQ-WIDE-EXPEDITE-FILE
               OPEN OUTPUT MQ-WIDE-STANDARD-FILE
               OPEN OUTPUT MQ-EXP-R1-FILE
               OPEN OUTPUT MQ-EXP-R2-FILE
               OPEN OUTPUT MQ-EXP-R3-FILE
               OPEN OUTPUT MQ-EXP-R4-FILE
               OPEN OUTPUT MQ-STD-R1-FILE
               OPEN OUTPUT MQ-STD-R2-FILE
               OPEN OUTPUT MQ-STD-R3-FILE
               OPEN OUTPUT MQ-STD-R4-FILE
               OPEN OUTPUT MQ-UNROUTED-FILE
               OPEN OUTPUT MQ-WIDE-REJECT-FILE
               OPEN OUTPUT MQ-DUP-FILE
               OPEN OUTPUT MQ-EXPIRED-FILE
               OPEN OUTPUT MQ-CERT-OUT-FILE
               OPEN OUTPUT MQ-CERT-RPT-FILE
               MOVE "PARTNER CERTIFICATION REPORT - WIDE INTAKE"
               OPEN OUTPUT MQ-SEQGAP-FILE
           END-IF.

      *> alert file is shared with MQINTAKE the same way
           OPEN EXTEND MQ-ALERT-FILE.
           IF ALERT-FILE-NOT-FOUND
               OPEN OUTPUT MQ-ALERT-FILE
           END-IF.

      *> partner master is read-only here and maintained by MQPTNMNT -
      *> if it is missing we warn once and run without partner
      *> validation rather than quarantining the whole stream, same
               SET FMTRULE-MASTER-OPEN TO TRUE
           END-IF.

      *> masking rules are read-only here and maintained by MQMSKMNT -
      *> they only govern what the certification report prints
           PERFORM 1080-READ-UNMASK-PARM THRU 1080-EXIT.
           OPEN INPUT MQ-MASKRULE-FILE.
           IF MASK-FILE-NOT-FOUND
               DISPLAY "MQWINTAK WARNING - MASKING RULES MASTER NOT "
                   "FOUND - APP-IDS PRINT UNMASKED"
           ELSE
               SET MASK-MASTER-OPEN TO TRUE
           END-IF.
           IF UNMASK-AUTHORIZED
               MOVE SPACES TO CERT-RPT-LINE
               STRING "UNMASKED RUN AUTHORIZED BY " UNMASK-REQUESTER
                      " TICKET " UNMASK-TICKET
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
           END-IF.

      *> message-history is the same keyed master MQINTAKE maintains -
      *> this step runs after MQINTAKE in the daily stream; a
      *> first-ever run creates it empty and reopens
               CLOSE MQ-SEQMSTR-FILE
               OPEN I-O MQ-SEQMSTR-FILE
           END-IF.

      *> daily quota store is shared with MQINTAKE the same way
           OPEN I-O MQ-QUOTA-FILE.
           IF QUOTA-FILE-NOT-FOUND
               OPEN OUTPUT MQ-QUOTA-FILE
               CLOSE MQ-QUOTA-FILE
               OPEN I-O MQ-QUOTA-FILE
           END-IF.
      *> routing master is read-only, maintained by MQRTEMNT - if it
      *> is missing everything routed goes to MQWUNRTE
           OPEN INPUT MQ-ROUTE-FILE.
           IF ROUTE-FILE-NOT-FOUND
               DISPLAY "MQWINTAK WARNING - MQRTEMSTR MASTER NOT FOUND "
                   "- NO PER-DESTINATION DELIVERY THIS RUN"
           ELSE
               SET ROUTE-MASTER-OPEN TO TRUE
           END-IF.
           INITIALIZE WS-RTE-SLOT-TABLE.
           INITIALIZE WS-RTE-UNROUTED-TABLE.
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
               DISPLAY "MQWINTAK REFUSED - CYCLE ALREADY COMPLETE FOR "
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
               DISPLAY "MQWINTAK - UNMASKED RUN AUTHORIZED BY "
                   UNMASK-REQUESTER " TICKET " UNMASK-TICKET
           ELSE
               DISPLAY "MQWINTAK WARNING - MQUNMASK CARD INCOMPLETE - "
                   "OUTPUT STAYS MASKED"
           END-IF.
       1080-CLOSE-PARM.
           CLOSE MQ-UNMASK-PARM-FILE.
       1080-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-PROCESS-MESSAGE  -  validate one reassembled message and
      *>   route it
                   IF MESSAGE-IS-DUPLICATE
                       PERFORM 2350-WRITE-DUPLICATE THRU 2350-EXIT
                   ELSE
                       PERFORM 2170-CHECK-EXPIRY THRU 2170-EXIT
                       IF MESSAGE-IS-EXPIRED
                           PERFORM 2360-WRITE-EXPIRED THRU 2360-EXIT
                       ELSE
                           PERFORM 2175-CHECK-QUOTA THRU 2175-EXIT
                           IF QUOTA-OVERFLOW-QUARANTINE
                               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
                           ELSE
                               PERFORM 2370-RECORD-HISTORY
                                   THRU 2370-EXIT
                               PERFORM 2200-WRITE-GOOD THRU 2200-EXIT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           MOVE REASM-PAYLOAD-LEN    TO AUD-PAYLOAD-LEN.
           ACCEPT AUD-READ-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-READ-TIME FROM TIME.
      *> MQREASM carries the first segment's put timestamp - zero
      *> (a segment that had none) tells MQSLARPT the latency is
      *> unknown for the row
           IF REASM-MQMD-PUT-DATE NUMERIC
               AND REASM-MQMD-PUT-TIME NUMERIC
               MOVE REASM-MQMD-PUT-DATE TO AUD-PUT-DATE
               MOVE REASM-MQMD-PUT-TIME TO AUD-PUT-TIME
           ELSE
               MOVE ZERO TO AUD-PUT-DATE
               MOVE ZERO TO AUD-PUT-TIME
           END-IF.
           MOVE WS-CYCLE-SEQ         TO AUD-CYCLE-SEQ.
           WRITE MQ-AUDIT-RECORD.
       2050-EXIT.
           EXIT.
       2160-EXIT.
           EXIT.

      *> ==================================================================
      *> 2170-CHECK-EXPIRY  -  same time-to-live judgement as
      *>   MQINTAKE's 2170-CHECK-EXPIRY, against the put of the
      *>   message's first segment: no TTL on the profile, no partner
      *>   master or no put timestamp - never expired
      *> ==================================================================
       2170-CHECK-EXPIRY.
           MOVE "N" TO WS-EXPIRED-SW.
           IF NOT PARTNER-MASTER-OPEN
               GO TO 2170-EXIT
           END-IF.
           IF REASM-MQMD-PUT-DATE NOT NUMERIC
               OR REASM-MQMD-PUT-TIME NOT NUMERIC
               GO TO 2170-EXIT
           END-IF.
           IF REASM-MQMD-PUT-DATE = ZERO
               GO TO 2170-EXIT
           END-IF.
           MOVE REASM-APP-ID TO PTN-APP-ID.
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
               FUNCTION INTEGER-OF-DATE (REASM-MQMD-PUT-DATE).
           MOVE REASM-MQMD-PUT-TIME TO WS-TIME-WORK.
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
      *>   daily quota on the MQQUOTA store, same rules as MQINTAKE's
      *>   2175; the store is read and rewritten per message, so a
      *>   restart picks up the count where it stood
      *> ==================================================================
       2175-CHECK-QUOTA.
           SET QUOTA-NOT-EXCEEDED TO TRUE.
           IF NOT PARTNER-MASTER-OPEN
               GO TO 2175-EXIT
           END-IF.
           MOVE REASM-APP-ID TO PTN-APP-ID.
           READ MQ-PARTNER-FILE
               INVALID KEY
                   GO TO 2175-EXIT
           END-READ.
           IF PTN-DAILY-QUOTA NOT NUMERIC OR PTN-DAILY-QUOTA = ZERO
               GO TO 2175-EXIT
           END-IF.
           MOVE REASM-APP-ID     TO QTA-APP-ID.
           MOVE WS-BUSINESS-DATE TO QTA-BUSINESS-DATE.
           READ MQ-QUOTA-FILE
               INVALID KEY
                   MOVE ZERO TO QTA-ROUTED-COUNT
                   MOVE ZERO TO QTA-OVERFLOW-COUNT
                   MOVE "N"  TO QTA-ALERTED
           END-READ.
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
       2175-EXIT.
           EXIT.

      *> ==================================================================
      *> 2180-CHECK-PARTNER  -  same profile pass MQINTAKE applies:
      *>   unknown and suspended APP-IDs quarantine, a format off the
      *> ==================================================================
       2200-WRITE-GOOD.
           EVALUATE TRUE
      *> over its daily quota with the bank action - no wide held
      *> bank, so it runs the standard cycle whatever the priority
               WHEN QUOTA-OVERFLOW-BANK
                   PERFORM 2220-WRITE-STANDARD THRU 2220-EXIT
                   MOVE "WSTD" TO WS-STAT-NEW-STATUS
               WHEN REASM-MQMD-PRIORITY >= 7
                   PERFORM 2210-WRITE-EXPEDITE THRU 2210-EXIT
                   MOVE "WEXP" TO WS-STAT-NEW-STATUS
           MOVE REASM-APP-ID         TO WEX-APP-ID.
           MOVE REASM-PAYLOAD-LEN    TO WEX-PAYLOAD-LEN.
           MOVE REASM-PAYLOAD-DATA   TO WEX-PAYLOAD-DATA.
           MOVE WS-CYCLE-SEQ         TO WEX-CYCLE-SEQ.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM 2240-DELIVER-ROUTED THRU 2240-EXIT.
           WRITE MQ-WIDE-EXPEDITE-RECORD.
       2210-EXIT.
           EXIT.
           MOVE REASM-APP-ID         TO WST-APP-ID.
           MOVE REASM-PAYLOAD-LEN    TO WST-PAYLOAD-LEN.
           MOVE REASM-PAYLOAD-DATA   TO WST-PAYLOAD-DATA.
           MOVE WS-CYCLE-SEQ         TO WST-CYCLE-SEQ.
           MOVE 2 TO WS-BAND-SUB.
           PERFORM 2240-DELIVER-ROUTED THRU 2240-EXIT.
           WRITE MQ-WIDE-STANDARD-RECORD.
       2220-EXIT.
           EXIT.

      *> ==================================================================
      *> 2240-DELIVER-ROUTED  -  copy the wide band record just built
      *>   onto its destination's slot file, or onto MQWUNRTE when the
      *>   routing master has no entry - see MQINTAKE
      *> ==================================================================
       2240-DELIVER-ROUTED.
           PERFORM 2245-RESOLVE-ROUTE THRU 2245-EXIT.
           IF WS-ROUTE-SLOT = ZERO
               PERFORM 2290-WRITE-UNROUTED THRU 2290-EXIT
               GO TO 2240-EXIT
           END-IF.
           EVALUATE WS-BAND-SUB ALSO WS-ROUTE-SLOT
               WHEN 1 ALSO 1
                   WRITE EXPWR1-BUFFER FROM MQ-WIDE-EXPEDITE-RECORD
               WHEN 1 ALSO 2
                   WRITE EXPWR2-BUFFER FROM MQ-WIDE-EXPEDITE-RECORD
               WHEN 1 ALSO 3
                   WRITE EXPWR3-BUFFER FROM MQ-WIDE-EXPEDITE-RECORD
               WHEN 1 ALSO 4
                   WRITE EXPWR4-BUFFER FROM MQ-WIDE-EXPEDITE-RECORD
               WHEN 2 ALSO 1
                   WRITE STDWR1-BUFFER FROM MQ-WIDE-STANDARD-RECORD
               WHEN 2 ALSO 2
                   WRITE STDWR2-BUFFER FROM MQ-WIDE-STANDARD-RECORD
               WHEN 2 ALSO 3
                   WRITE STDWR3-BUFFER FROM MQ-WIDE-STANDARD-RECORD
               WHEN 2 ALSO 4
                   WRITE STDWR4-BUFFER FROM MQ-WIDE-STANDARD-RECORD
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
           MOVE REASM-APP-ID      TO RTE-APP-ID.
           MOVE REASM-MQMD-FORMAT TO RTE-MQMD-FORMAT.
           READ MQ-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROUTE-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT ROUTE-ENTRY-FOUND
               MOVE "*"               TO RTE-APP-ID
               MOVE REASM-MQMD-FORMAT TO RTE-MQMD-FORMAT
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
      *> 2290-WRITE-UNROUTED  -  no destination for this message;
      *>   payload truncated to the quarantine layout's 32 bytes, same
      *>   as 2350-WRITE-DUPLICATE - the full message is on its band
      *> ==================================================================
       2290-WRITE-UNROUTED.
           MOVE REASM-APP-ID        TO REJ-APP-ID.
           MOVE REASM-MQMD-MSGID    TO REJ-MQMD-MSGID.
           MOVE REASM-PAYLOAD-LEN   TO REJ-PAYLOAD-LEN.
           MOVE "RTE1"              TO REJ-REASON-CODE.
           MOVE SPACES              TO REJ-REASON-TEXT.
           STRING "NO ROUTING ENTRY - ON BAND "
                  WS-RTE-BAND-NAME (WS-BAND-SUB) " ONLY"
               DELIMITED BY SIZE INTO REJ-REASON-TEXT.
           MOVE REASM-PAYLOAD-DATA (1 : 32) TO REJ-PAYLOAD-DATA.
           MOVE REASM-MQMD-FORMAT   TO REJ-MQMD-FORMAT.
           MOVE REASM-MQMD-PRIORITY TO REJ-MQMD-PRIORITY.
           MOVE REASM-MQMD-ENCODING TO REJ-MQMD-ENCODING.
      *> payload already normalized in 2160 - see 2300-WRITE-REJECT
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE REASM-MQMD-CORRELID TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE UNROUTED-OUT-BUFFER FROM MQ-REJECT-RECORD.
           ADD 1 TO WS-RTE-UNROUTED (WS-BAND-SUB).
           ADD 1 TO WS-RECORDS-UNROUTED.
       2290-EXIT.
           EXIT.

      *> ==================================================================
      *> 2300-WRITE-REJECT  -  REJ-PAYLOAD-DATA carries the first 32
      *>   bytes only, same truncation MQREASM applies when it
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE REASM-MQMD-CORRELID TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECT.
           MOVE "REJ " TO WS-STAT-NEW-STATUS.
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE REASM-MQMD-CORRELID TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE DUP-OUT-BUFFER FROM MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-DUP.
           MOVE "DUP " TO WS-STAT-NEW-STATUS.
       2350-EXIT.
           EXIT.

      *> ==================================================================
      *> 2360-WRITE-EXPIRED  -  divert a message past its partner's
      *>   time-to-live to MQWEXPIRED in the quarantine layout, same
      *>   convention as MQINTAKE's MQEXPIRED; never routed, so no
      *>   MQMSGHIST record
      *> ==================================================================
       2360-WRITE-EXPIRED.
           MOVE REASM-APP-ID        TO REJ-APP-ID.
           MOVE REASM-MQMD-MSGID    TO REJ-MQMD-MSGID.
           MOVE REASM-PAYLOAD-LEN   TO REJ-PAYLOAD-LEN.
           MOVE "TTL1"              TO REJ-REASON-CODE.
           MOVE PTN-TTL-MINUTES     TO WS-TTL-ED.
           MOVE SPACES              TO REJ-REASON-TEXT.
           STRING "MESSAGE EXPIRED - TTL " WS-TTL-ED
                  " MIN EXCEEDED"
               DELIMITED BY SIZE INTO REJ-REASON-TEXT.
           MOVE REASM-PAYLOAD-DATA (1 : 32) TO REJ-PAYLOAD-DATA.
           MOVE REASM-MQMD-FORMAT   TO REJ-MQMD-FORMAT.
           MOVE REASM-MQMD-PRIORITY TO REJ-MQMD-PRIORITY.
           MOVE REASM-MQMD-ENCODING TO REJ-MQMD-ENCODING.
      *> payload already normalized in 2160 - see 2300-WRITE-REJECT
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE REASM-MQMD-CORRELID TO REJ-MQMD-CORRELID.
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
       2370-EXIT.
           EXIT.

      *> ==================================================================
      *> 2398-WRITE-QUOTA-ALERT  -  the sender has just crossed its
      *>   daily quota; same record MQINTAKE raises, remembered on
      *>   the store so it is raised once per business date
      *> ==================================================================
       2398-WRITE-QUOTA-ALERT.
           MOVE REASM-APP-ID     TO ALR-APP-ID.
           MOVE QTA-ROUTED-COUNT TO ALR-RECORDS-READ.
           MOVE ZERO             TO ALR-RECORDS-REJECT.
           MOVE ZERO             TO ALR-REJECT-PCT.
           MOVE REASM-MQMD-MSGID TO ALR-FIRST-BAD-MSGID.
           MOVE "QTA1"           TO ALR-DOMINANT-REASON.
           MOVE "Q"              TO ALR-ALERT-TYPE.
           MOVE PTN-DAILY-QUOTA  TO ALR-DAILY-QUOTA.
           ACCEPT ALR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ALR-RUN-TIME FROM TIME.
           WRITE MQ-ALERT-RECORD.
           MOVE "Y" TO QTA-ALERTED.
           ADD 1 TO WS-QUOTA-ALERTS.
           MOVE PTN-DAILY-QUOTA TO WS-QUOTA-ED.
           DISPLAY "MQWINTAK ALERT - APP-ID " REASM-APP-ID
               " CROSSED DAILY QUOTA " WS-QUOTA-ED
               " - OVERFLOW ACTION " PTN-QUOTA-ACTION.
       2398-EXIT.
           EXIT.

      *> ==================================================================
      *> 2600-CERT-DISPOSE  -  the certification dry run's verdict on
      *>   one reassembled message, same convention as MQINTAKE's
      *> ==================================================================
       2600-CERT-DISPOSE.
           ADD 1 TO WS-CERT-MESSAGES.
           MOVE REASM-MQMD-FORMAT TO WS-MASK-FORMAT.
           MOVE REASM-APP-ID TO WS-MASK-APP-ID.
           PERFORM 8700-APPLY-MASKING THRU 8700-EXIT.
      *> 2180 demotes the priority inside validation - without this
      *> notation a demotion would be invisible on the cert report
           IF REASM-MQMD-PRIORITY < WS-CERT-ORIG-PRIORITY
               ADD 1 TO WS-CERT-DEMOTED
               MOVE SPACES TO CERT-RPT-LINE
               STRING WS-MASK-APP-ID " " REASM-MQMD-MSGID
                      " CDEM WOULD DEMOTE PRIORITY "
                      WS-CERT-ORIG-PRIORITY " TO " REASM-MQMD-PRIORITY
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
               WHEN REASM-MQMD-PRIORITY >= 7
           MOVE WS-SHOP-STANDARD-CHARSET TO REJ-MQMD-CHARSET.
           MOVE REASM-MQMD-CORRELID TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ TO REJ-CYCLE-SEQ.
           WRITE CERT-OUT-BUFFER FROM MQ-REJECT-RECORD.
           MOVE SPACES TO CERT-RPT-LINE.
           STRING WS-MASK-APP-ID " " REASM-MQMD-MSGID " "
                  WS-CERT-OUTCOME " " WS-CERT-TEXT
               DELIMITED BY SIZE INTO CERT-RPT-LINE.
           WRITE CERT-RPT-LINE.
           END-IF.
           MOVE "MQWINTAK"         TO STAT-CURRENT-STAGE.
           MOVE WS-STAT-NEW-STATUS TO STAT-CURRENT-STATUS.
           IF WS-STAT-NEW-STATUS = "REJ "
               MOVE WS-REASON-CODE TO STAT-REJECT-REASON
           END-IF.
           ACCEPT STAT-UPDATE-DATE FROM DATE YYYYMMDD.
           ACCEPT STAT-UPDATE-TIME FROM TIME.
           IF STAT-HIST-COUNT < 10
           MOVE REASM-MQMD-MSGID TO CKPT-LAST-MSGID.
           MOVE WS-RECORDS-READ  TO CKPT-LAST-SEQ.
           MOVE WS-RECORDS-READ  TO CKPT-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
           MOVE WS-CYCLE-SEQ     TO CKPT-CYCLE-SEQ.
           WRITE MQ-CHECKPOINT-RECORD.
           MOVE ZERO TO WS-SINCE-CKPT.
       2800-EXIT.
       8500-EXIT.
           EXIT.

      *> ==================================================================
      *> 8600-WRITE-ROUTE-SUMMARY  -  per-destination counts for this
      *>   run, same layout as MQINTAKE's MQRTEMAN
      *> ==================================================================
       8600-WRITE-ROUTE-SUMMARY.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "ROUTING SUMMARY - MQWINTAK - BUSINESS DATE "
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
           MOVE "SLOT DEST         WIDE EXPED    WIDE STD       TOTAL"
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
           STRING "UNROUTED (MQWUNRTE)" WS-RTE-EXP-ED " "
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
           CLOSE MQ-CHECKPOINT-FILE.
           CLOSE MQ-WIDE-EXPEDITE-FILE.
           CLOSE MQ-WIDE-STANDARD-FILE.
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
           CLOSE MQ-WIDE-REJECT-FILE.
           CLOSE MQ-DUP-FILE.
           CLOSE MQ-EXPIRED-FILE.
           CLOSE MQ-QUOTA-FILE.
           CLOSE MQ-ALERT-FILE.
           CLOSE MQ-MSGHIST-FILE.
           CLOSE MQ-MSGSTAT-FILE.
           CLOSE MQ-SEQMSTR-FILE.
           IF FMTRULE-MASTER-OPEN
               CLOSE MQ-FMTRULE-FILE
           END-IF.
           IF MASK-MASTER-OPEN
               CLOSE MQ-MASKRULE-FILE
           END-IF.
           CLOSE MQ-AUDIT-FILE.
           DISPLAY "MQWINTAK INTRADAY CYCLE  = " WS-CYCLE-SEQ.
           DISPLAY "MQWINTAK RECORDS READ    = " WS-RECORDS-READ.
           DISPLAY "MQWINTAK RECORDS GOOD    = " WS-RECORDS-GOOD.
           DISPLAY "MQWINTAK RECORDS REJECTED= " WS-RECORDS-REJECT.
           DISPLAY "MQWINTAK DUPLICATES      = " WS-RECORDS-DUP.
           DISPLAY "MQWINTAK EXPIRED (TTL)   = " WS-RECORDS-EXPIRED.
           DISPLAY "MQWINTAK UNROUTED        = " WS-RECORDS-UNROUTED.
           DISPLAY "MQWINTAK PRIORITY DEMOTED= " WS-PRIORITY-DEMOTED.
           DISPLAY "MQWINTAK CHARSET FLAGGED = " WS-CHARSET-FLAGGED.
           DISPLAY "MQWINTAK QUOTA ALERTS    = " WS-QUOTA-ALERTS.
           DISPLAY "MQWINTAK QUOTA OVERFLOWS = " WS-QUOTA-OVERFLOWS.
           DISPLAY "MQWINTAK SEQ TRACKED     = " WS-SEQ-TRACKED.
           DISPLAY "MQWINTAK SEQ GAPS        = " WS-SEQ-GAPS.
           DISPLAY "MQWINTAK SEQ OUT OF ORDER= " WS-SEQ-OOO.
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           COMPUTE RST-RECORDS-OTHER = WS-RECORDS-DUP
               + WS-CERT-MESSAGES + WS-RECORDS-SKIPPED.
           MOVE WS-RECORDS-SKIPPED TO RST-RESTART-SKIPS.
           MOVE WS-RECORDS-EXPIRED TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE WS-CYCLE-SEQ TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
