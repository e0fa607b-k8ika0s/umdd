      *>       The job is scheduled after midnight, so the cutoff is
      *>       a straight time compare within the same calendar day;
      *>     - promotes any record whose HLD-HELD-DATE is more than
      *>       the configured number of business days old (MQCALMSTR
      *>       calendar) - an aged record is
      *>       released even after cutoff, so low-priority traffic
      *>       cannot sit banked indefinitely;
      *>     - delivers each released record to its destination's
      *>       MQRELRn slot file as well, per the MQRTEMSTR routing
      *>       master, so the downstream applications need not filter
      *>       MQRELOUT themselves;
      *>     - checkpoints its position every WS-CKPT-INTERVAL records
      *>       the same way MQINTAKE checkpoints MQINPUT, so an abend
      *>       mid-drain restarts (MQRELRSTRT card = Y) without
      *>                    checkpoint skip re-passes separately so
      *>                    the cycle report's cross-foot still
      *>                    balances on a recovered night.
      *>   2026-10-15  DJO  Content-based delivery - each released
      *>                    record is also delivered to its downstream
      *>                    application's slot file (MQRELR1-4) from
      *>                    the MQRTEMSTR routing master, same lookup
      *>                    as MQINTAKE; no entry goes to MQRUNRTE
      *>                    (reason RTE1) and the MQRELMAN summary
      *>                    shows the counts per destination.  Held
      *>                    traffic is delivered here, at release, and
      *>                    never by the intakes.
      *>   2026-10-15  DJO  Promotion age is now counted in business
      *>                    days on the MQCALMSTR calendar - a long
      *>                    weekend was promoting records banked the
      *>                    day before it.
      *>   2026-10-15  DJO  Still drains MQHELD once per business date,
      *>                    after the last intraday cycle's MQACKGEN;
      *>                    the held file now accumulates every
      *>                    cycle's banked traffic.  Released and
      *>                    unrouted records carry intraday cycle
      *>                    zero, and the checkpoint is stamped with
      *>                    the business date and cycle zero.
      *>   2026-10-15  DJO  Refuses (RC=16) to start while MQCYCSET
      *>                    still holds its MQRUNCTL entry - the
      *>                    business date closes only once MQCYCSET
      *>                    releases it after the last intraday cycle.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQHELDRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-HELD-FILE
               ASSIGN TO "MQHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-ROUTE-FILE
               ASSIGN TO "MQRTEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT MQ-REL-R1-FILE
               ASSIGN TO "MQRELR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-REL-R2-FILE
               ASSIGN TO "MQRELR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-REL-R3-FILE
               ASSIGN TO "MQRELR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-REL-R4-FILE
               ASSIGN TO "MQRELR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-UNROUTED-FILE
               ASSIGN TO "MQRUNRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MQ-RTE-MAN-FILE
               ASSIGN TO "MQRELMAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-HELD-FWD-FILE
               ASSIGN TO "MQHELDFWD"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQ-HELD-FILE.
           COPY "mq_held.cpy".

       FD  MQ-RELEASE-FILE.
           COPY "mq_standard.cpy".

       FD  MQ-ROUTE-FILE.
           COPY "mq_route.cpy".

      *> per-destination delivery files - slot n of MQRTEMSTR, the
      *> released standard record written FROM its area
       FD  MQ-REL-R1-FILE.
       01  RELR1-BUFFER             PIC X(118).

       FD  MQ-REL-R2-FILE.
       01  RELR2-BUFFER             PIC X(118).

       FD  MQ-REL-R3-FILE.
       01  RELR3-BUFFER             PIC X(118).

       FD  MQ-REL-R4-FILE.
       01  RELR4-BUFFER             PIC X(118).

      *> released records with no routing entry, quarantine layout;
      *> the record itself is on MQRELOUT
       FD  MQ-UNROUTED-FILE.
           COPY "mq_reject.cpy".

       FD  MQ-RTE-MAN-FILE.
       01  RTE-MAN-LINE            PIC X(80).

      *> same MQ-HELD-RECORD layout - written FROM the record area so
      *> the copybook is not declared twice; HLD-HELD-DATE rides along
      *> unchanged so a carried-forward record keeps its original
      *> banking date for the aging pass
       FD  MQ-HELD-FWD-FILE.
       01  HELD-FWD-BUFFER            PIC X(126).

      *> control card - one record, Y to restart from last checkpoint,
      *> N (or missing file) to start a fresh drain
       77  WS-HELD-INT             PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-AGE-DAYS             PIC 9(05)   USAGE COMP VALUE ZERO.

      *> ------------------------------------------------------------
      *> content-based delivery, same arrangement as MQINTAKE - one
      *> band only here, the release stream
      *> ------------------------------------------------------------
       77  WS-ROUTE-STATUS         PIC X(02)   VALUE "00".
           88  ROUTE-FILE-NOT-FOUND             VALUE "35".

       77  WS-ROUTE-MASTER-SW      PIC X(01)   VALUE "N".
           88  ROUTE-MASTER-OPEN                VALUE "Y".

       77  WS-ROUTE-HIT-SW         PIC X(01)   VALUE "N".
           88  ROUTE-ENTRY-FOUND                VALUE "Y".

       77  WS-ROUTE-SLOT           PIC 9(01)               VALUE ZERO.
       77  WS-ROUTE-DEST           PIC X(08)   VALUE SPACES.
       77  WS-RTE-SUB              PIC 9(01)   USAGE COMP  VALUE ZERO.
       77  WS-RECORDS-UNROUTED     PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RTE-TOTAL            PIC 9(09)   USAGE COMP  VALUE ZERO.

       01  WS-RTE-SLOT-TABLE.
           05  WS-RTE-SLOT-ENTRY OCCURS 4 TIMES.
               10  WS-RTE-SLOT-DEST    PIC X(08).
               10  WS-RTE-SLOT-COUNT   PIC 9(09)  USAGE COMP.

       01  WS-RTE-RPT-WORK.
           05  WS-RTE-SLOT-ED      PIC 9(01).
           05  WS-RTE-TOT-ED       PIC ZZZ,ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> business-day calendar - WS-BUSDAY-COUNT (n) is the number of
      *> business days among the n calendar days ending on the
      *> business date, built once from MQCALMSTR (a date not on it is
      *> a business day Monday to Friday).  Day 1 of the integer
      *> calendar (1601-01-01) was a Monday, so (integer - 1)
      *> remainder 7 is 0 Monday through 6 Sunday.
      *> ------------------------------------------------------------
       77  WS-CAL-STATUS           PIC X(02)   VALUE "00".
           88  CAL-FILE-NOT-FOUND              VALUE "35".

       77  WS-CAL-MASTER-SW        PIC X(01)   VALUE "N".
           88  CAL-MASTER-OPEN                 VALUE "Y".

       77  WS-CAL-DAY-SW           PIC X(01)   VALUE "N".
           88  CAL-DAY-IS-BUSINESS             VALUE "Y".

       77  WS-CAL-TEST-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CAL-TEST-INT         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-WEEK-BASE        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-WEEK-QUOT        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-WEEKDAY          PIC 9(01)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-SUB              PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-BUSDAY-RUNNING       PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-BUSDAY-SPAN          PIC 9(05)   USAGE COMP  VALUE 400.
       01  WS-BUSDAY-TABLE.
           05  WS-BUSDAY-COUNT     PIC 9(05)   USAGE COMP
                                   OCCURS 400 TIMES.

      *> ------------------------------------------------------------
      *> run-control enforcement against the shared MQRUNCTL master
      *> ------------------------------------------------------------
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           PERFORM 1010-READ-REL-PARM THRU 1010-EXIT.
           PERFORM 1015-READ-RESTART-PARM THRU 1015-EXIT.
           IF RESTART-REQUESTED
      *> the prior run, so both outputs must be extended or their
      *> already-written traffic is lost
           IF RESTART-REQUESTED
               OPEN EXTEND MQ-REL-R1-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REL-R1-FILE
               END-IF
               OPEN EXTEND MQ-REL-R2-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REL-R2-FILE
               END-IF
               OPEN EXTEND MQ-REL-R3-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REL-R3-FILE
               END-IF
               OPEN EXTEND MQ-REL-R4-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REL-R4-FILE
               END-IF
               OPEN EXTEND MQ-UNROUTED-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-UNROUTED-FILE
               END-IF
               OPEN EXTEND MQ-RELEASE-FILE
               IF OUT-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-RELEASE-FILE
                   OPEN OUTPUT MQ-HELD-FWD-FILE
               END-IF
           ELSE
               OPEN OUTPUT MQ-REL-R1-FILE
               OPEN OUTPUT MQ-REL-R2-FILE
               OPEN OUTPUT MQ-REL-R3-FILE
               OPEN OUTPUT MQ-REL-R4-FILE
               OPEN OUTPUT MQ-UNROUTED-FILE
               OPEN OUTPUT MQ-RELEASE-FILE
               OPEN OUTPUT MQ-HELD-FWD-FILE
           END-IF.

      *> routing master is read-only, maintained by MQRTEMNT - if it
      *> is missing every release goes to MQRUNRTE as well
           OPEN INPUT MQ-ROUTE-FILE.
           IF ROUTE-FILE-NOT-FOUND
               DISPLAY "MQHELDRL WARNING - MQRTEMSTR MASTER NOT FOUND "
                   "- NO PER-DESTINATION DELIVERY THIS RUN"
           ELSE
               SET ROUTE-MASTER-OPEN TO TRUE
           END-IF.
           INITIALIZE WS-RTE-SLOT-TABLE.
           OPEN OUTPUT MQ-RTE-MAN-FILE.
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.

           IF RESTART-REQUESTED AND WS-LAST-CKPT-MSGID NOT = SPACES
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
      *> a date-close job is seeded held until MQCYCSET releases
      *> the business date for close after its last intraday cycle
           IF WS-OWN-STATUS = "H" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQHELDRL REFUSED - BUSINESS DATE "
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
       1030-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from the business date, so each record's age is a lookup
      *>   rather than a walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQHELDRL WARNING - MQCALMSTR MASTER NOT FOUND - "
                   "MONDAY TO FRIDAY TAKEN AS BUSINESS DAYS"
           ELSE
               SET CAL-MASTER-OPEN TO TRUE
           END-IF.
           MOVE ZERO TO WS-BUSDAY-RUNNING.
           PERFORM 1065-COUNT-CALENDAR-DAY THRU 1065-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-BUSDAY-SPAN.
           IF CAL-MASTER-OPEN
               CLOSE MQ-CALENDAR-FILE
           END-IF.
       1060-EXIT.
           EXIT.

       1065-COUNT-CALENDAR-DAY.
           COMPUTE WS-CAL-TEST-INT = WS-TODAY-INT - WS-CAL-SUB + 1.
           PERFORM 1070-TEST-BUSINESS-DAY THRU 1070-EXIT.
           IF CAL-DAY-IS-BUSINESS
               ADD 1 TO WS-BUSDAY-RUNNING
           END-IF.
           MOVE WS-BUSDAY-RUNNING TO WS-BUSDAY-COUNT (WS-CAL-SUB).
       1065-EXIT.
           EXIT.

      *> the normal week first, then any MQCALMSTR exception
       1070-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-CAL-DAY-SW.
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT).
           COMPUTE WS-CAL-WEEK-BASE = WS-CAL-TEST-INT - 1.
           DIVIDE WS-CAL-WEEK-BASE BY 7 GIVING WS-CAL-WEEK-QUOT
               REMAINDER WS-CAL-WEEKDAY.
           IF WS-CAL-WEEKDAY < 5
               SET CAL-DAY-IS-BUSINESS TO TRUE
           END-IF.
           IF NOT CAL-MASTER-OPEN
               GO TO 1070-EXIT
           END-IF.
           MOVE WS-CAL-TEST-DATE TO CAL-DATE.
           READ MQ-CALENDAR-FILE
               INVALID KEY
                   GO TO 1070-EXIT
           END-READ.
           IF CAL-BUSINESS-DAY
               SET CAL-DAY-IS-BUSINESS TO TRUE
           ELSE
               MOVE "N" TO WS-CAL-DAY-SW
           END-IF.
       1070-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-PROCESS-HELD  -  dispose of one held record
      *> ==================================================================
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE (HLD-HELD-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-HELD-INT
               PERFORM 2065-BUSINESS-AGE THRU 2065-EXIT
           END-IF.
       2060-EXIT.
           EXIT.

      *> calendar age in WS-AGE-DAYS to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any threshold
       2065-BUSINESS-AGE.
           IF WS-AGE-DAYS NOT > ZERO
               GO TO 2065-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-BUSDAY-SPAN
               COMPUTE WS-AGE-DAYS = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-AGE-DAYS - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-AGE-DAYS) TO WS-AGE-DAYS
           END-IF.
       2065-EXIT.
           EXIT.

      *> ==================================================================
      *> 2200-WRITE-RELEASE  -  hand the record to the posting stream
      *>   in the standard-band layout
           MOVE HLD-APP-ID         TO STD-APP-ID.
           MOVE HLD-PAYLOAD-LEN    TO STD-PAYLOAD-LEN.
           MOVE HLD-PAYLOAD-DATA   TO STD-PAYLOAD-DATA.
           MOVE ZERO               TO STD-CYCLE-SEQ.
           PERFORM 2240-DELIVER-ROUTED THRU 2240-EXIT.
           WRITE MQ-STANDARD-RECORD.
           ADD 1 TO WS-RECORDS-RELEASED.
           IF CUTOFF-REACHED
       2200-EXIT.
           EXIT.

      *> ==================================================================
      *> 2240-DELIVER-ROUTED  -  copy the released record onto its
      *>   destination's slot file, or onto MQRUNRTE when the routing
      *>   master has no entry - same lookup as MQINTAKE
      *> ==================================================================
       2240-DELIVER-ROUTED.
           PERFORM 2245-RESOLVE-ROUTE THRU 2245-EXIT.
           IF WS-ROUTE-SLOT = ZERO
               PERFORM 2290-WRITE-UNROUTED THRU 2290-EXIT
               GO TO 2240-EXIT
           END-IF.
           EVALUATE WS-ROUTE-SLOT
               WHEN 1
                   WRITE RELR1-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 2
                   WRITE RELR2-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 3
                   WRITE RELR3-BUFFER FROM MQ-STANDARD-RECORD
               WHEN 4
                   WRITE RELR4-BUFFER FROM MQ-STANDARD-RECORD
           END-EVALUATE.
           ADD 1 TO WS-RTE-SLOT-COUNT (WS-ROUTE-SLOT).
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
           MOVE STD-APP-ID      TO RTE-APP-ID.
           MOVE STD-MQMD-FORMAT TO RTE-MQMD-FORMAT.
           READ MQ-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROUTE-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT ROUTE-ENTRY-FOUND
               MOVE "*"             TO RTE-APP-ID
               MOVE STD-MQMD-FORMAT TO RTE-MQMD-FORMAT
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
      *> 2290-WRITE-UNROUTED  -  no destination for this released
      *>   record; it is still on MQRELOUT for the desk to pull
      *> ==================================================================
       2290-WRITE-UNROUTED.
           MOVE STD-APP-ID         TO REJ-APP-ID.
           MOVE STD-MQMD-MSGID     TO REJ-MQMD-MSGID.
           MOVE STD-PAYLOAD-LEN    TO REJ-PAYLOAD-LEN.
           MOVE "RTE1"             TO REJ-REASON-CODE.
           MOVE "NO ROUTING ENTRY - ON MQRELOUT ONLY"
                                   TO REJ-REASON-TEXT.
           MOVE STD-PAYLOAD-DATA   TO REJ-PAYLOAD-DATA.
           MOVE STD-MQMD-FORMAT    TO REJ-MQMD-FORMAT.
           MOVE STD-MQMD-PRIORITY  TO REJ-MQMD-PRIORITY.
           MOVE STD-MQMD-ENCODING  TO REJ-MQMD-ENCODING.
           MOVE STD-MQMD-CHARSET   TO REJ-MQMD-CHARSET.
           MOVE STD-MQMD-CORRELID  TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO REJ-CYCLE-SEQ.
           WRITE MQ-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-UNROUTED.
       2290-EXIT.
           EXIT.

      *> ==================================================================
      *> 2400-WRITE-FORWARD  -  not reached before cutoff and not old
      *>   enough to force out - back into the bank for tomorrow night
           MOVE HLD-MQMD-MSGID  TO CKPT-LAST-MSGID.
           MOVE WS-RECORDS-READ TO CKPT-LAST-SEQ.
           MOVE WS-RECORDS-READ TO CKPT-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
           MOVE ZERO            TO CKPT-CYCLE-SEQ.
           WRITE MQ-CHECKPOINT-RECORD.
           MOVE ZERO TO WS-SINCE-CKPT.
       2800-EXIT.
       2900-EXIT.
           EXIT.

      *> ==================================================================
      *> 8600-WRITE-ROUTE-SUMMARY  -  per-destination counts for this
      *>   run, same layout as MQINTAKE's MQRTEMAN
      *> ==================================================================
       8600-WRITE-ROUTE-SUMMARY.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "ROUTING SUMMARY - MQHELDRL - BUSINESS DATE "
                  WS-BUSINESS-DATE
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
           MOVE "SLOT DEST             RELEASED" TO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           MOVE ZERO TO WS-RTE-TOTAL.
           PERFORM 8610-WRITE-SLOT-LINE THRU 8610-EXIT
               VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > 4.
           MOVE WS-RTE-TOTAL TO WS-RTE-TOT-ED.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "DELIVERED           " WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
           MOVE WS-RECORDS-UNROUTED TO WS-RTE-TOT-ED.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "UNROUTED (MQRUNRTE) " WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
       8600-EXIT.
           EXIT.

       8610-WRITE-SLOT-LINE.
           MOVE WS-RTE-SUB TO WS-RTE-SLOT-ED.
           MOVE WS-RTE-SLOT-COUNT (WS-RTE-SUB) TO WS-RTE-TOT-ED.
           ADD WS-RTE-SLOT-COUNT (WS-RTE-SUB) TO WS-RTE-TOTAL.
           MOVE SPACES TO RTE-MAN-LINE.
           STRING "  " WS-RTE-SLOT-ED "  "
                  WS-RTE-SLOT-DEST (WS-RTE-SUB) "  " WS-RTE-TOT-ED
               DELIMITED BY SIZE INTO RTE-MAN-LINE.
           WRITE RTE-MAN-LINE.
       8610-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
           END-IF.
           CLOSE MQ-HELD-FILE.
           CLOSE MQ-RELEASE-FILE.
           CLOSE MQ-REL-R1-FILE.
           CLOSE MQ-REL-R2-FILE.
           CLOSE MQ-REL-R3-FILE.
           CLOSE MQ-REL-R4-FILE.
           CLOSE MQ-UNROUTED-FILE.
           PERFORM 8600-WRITE-ROUTE-SUMMARY THRU 8600-EXIT.
           CLOSE MQ-RTE-MAN-FILE.
           IF ROUTE-MASTER-OPEN
               CLOSE MQ-ROUTE-FILE
           END-IF.
           CLOSE MQ-HELD-FWD-FILE.
           CLOSE MQ-CHECKPOINT-FILE.
           CLOSE MQ-MSGSTAT-FILE.
           DISPLAY "MQHELDRL RECORDS RELEASED = " WS-RECORDS-RELEASED.
           DISPLAY "MQHELDRL RECORDS PROMOTED = " WS-RECORDS-PROMOTED.
           DISPLAY "MQHELDRL RECORDS FORWARDED= " WS-RECORDS-FORWARDED.
           DISPLAY "MQHELDRL RECORDS UNROUTED = " WS-RECORDS-UNROUTED.
           DISPLAY "MQHELDRL RESTART SKIPPED  = " WS-RECORDS-SKIPPED.
           PERFORM 9400-WRITE-RUN-STATS THRU 9400-EXIT.
           PERFORM 9500-STAMP-RUN-COMPLETE THRU 9500-EXIT.
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           COMPUTE RST-RECORDS-OTHER =
               WS-RECORDS-FORWARDED + WS-RECORDS-SKIPPED.
           MOVE WS-RECORDS-SKIPPED TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE ZERO TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
