      *>                    MQCYCRPT.  Seeded on the roster so
      *>                    MQWINTAK can no longer drain a partial
      *>                    MQREASMOUT.
      *>   2026-10-15  DJO  Incomplete messages are carried across
      *>                    cycles on the new keyed MQPENDSEG pending-
      *>                    segment store instead of being quarantined
      *>                    SEG1 the same day - the next cycle's
      *>                    segments for the MSGID are merged in and
      *>                    the message goes to MQREASMOUT once
      *>                    MQX-SEGMENT-COUNT is satisfied.  A message
      *>                    still incomplete after the MQREASMPRM hold
      *>                    period (default 3 days) is quarantined SEG1
      *>                    as before.  Duplicate detection now works
      *>                    off per-segment held flags rather than the
      *>                    running count, since a merged message no
      *>                    longer arrives contiguously.  Daily pending
      *>                    report on MQPENDRPT.
      *>   2026-10-15  DJO  Segment 1's queue put timestamp is carried
      *>                    onto REASM-MQMD-PUT-DATE/TIME (and across
      *>                    cycles on the pending store) so MQWINTAK
      *>                    can apply the partner's time-to-live; the
      *>                    message ages from when it was first put.
      *>   2026-10-15  DJO  Intraday cycles - runs once per intraday
      *>                    cycle after MQINTAKE, taking the cycle
      *>                    sequence from RUN-CYCLE-SEQ.  MQREASMOUT
      *>                    is still written fresh for the same
      *>                    cycle's MQWINTAK; MQREASMREJ is extended
      *>                    after the first cycle, and its records and
      *>                    the run-stats row carry the cycle.
      *>   2026-10-15  DJO  A message merged from MQPENDSEG now leaves
      *>                    its entry behind as a completed marker
      *>                    (status C, completion date and cycle)
      *>                    instead of deleting it, so segments of a
      *>                    completed MSGID are skipped in a later
      *>                    cycle; an override re-run of the completing
      *>                    cycle rewrites it from the marker.  Markers
      *>                    are purged after the hold period.  Pending
      *>                    and marker ages are now business days on
      *>                    the MQCALMSTR calendar, not calendar days.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQREASM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQX-INPUT-FILE
               ASSIGN TO "MQXINPUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-REASM-REJECT-FILE
               ASSIGN TO "MQREASMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT MQ-PENDSEG-FILE
               ASSIGN TO "MQPENDSEG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-MQMD-MSGID
               FILE STATUS IS WS-PENDSEG-STATUS.

           SELECT MQ-REASM-PARM-FILE
               ASSIGN TO "MQREASMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MQ-PEND-RPT-FILE
               ASSIGN TO "MQPENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-RUNCTL-FILE

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQX-INPUT-FILE.
           COPY "mq_payload_ext.cpy".

       FD  MQ-REASM-REJECT-FILE.
           COPY "mq_reject.cpy".

       FD  MQ-PENDSEG-FILE.
           COPY "mq_pendseg.cpy".

      *> control card - pending hold period in business days; missing
      *> file or blank card falls back to WS-PEND-HOLD-DAYS' default
       FD  MQ-REASM-PARM-FILE.
       01  MQ-REASM-PARM.
           05  PARM-PEND-HOLD-DAYS PIC 9(03).

       FD  MQ-PEND-RPT-FILE.
       01  PEND-RPT-LINE              PIC X(80).

       FD  MQ-RUNCTL-FILE.
           COPY "mq_runctl.cpy".

       77  WS-RECORDS-READ         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-OUT         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-REJECT      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-PENDING     PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-MERGED      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-EXPIRED     PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SEGMENTS-REPASSED    PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SEGMENTS-COMPLETED   PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MESSAGES-REISSUED    PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MARKERS-PURGED       PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> pending-segment store controls - an entry older than the
      *> hold period (business days since the business date its first
      *> segment arrived on) is quarantined SEG1 by the end-of-run
      *> sweep, and a completed marker that old is purged
      *> ------------------------------------------------------------
       77  WS-PENDSEG-STATUS       PIC X(02)   VALUE "00".
           88  PENDSEG-FILE-NOT-FOUND           VALUE "35".

       77  WS-PARM-STATUS          PIC X(02)   VALUE "00".
           88  PARM-FILE-NOT-FOUND              VALUE "35".

       77  WS-REJ-STATUS           PIC X(02)   VALUE "00".
           88  REJ-FILE-NOT-FOUND               VALUE "35".

       77  WS-PEND-FOUND-SW        PIC X(01)   VALUE "N".
           88  PENDING-ENTRY-FOUND              VALUE "Y".

       77  WS-COMPLETED-SW         PIC X(01)   VALUE "N".
           88  MSG-ALREADY-COMPLETE             VALUE "Y".

       77  WS-PEND-HOLD-DAYS       PIC 9(03)              VALUE 3.
       77  WS-TODAY-INT            PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-FIRST-SEEN-INT       PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-AGE-DAYS             PIC 9(05)   USAGE COMP VALUE ZERO.
       77  WS-FIRST-SEEN-DATE      PIC 9(08)              VALUE ZERO.

      *> ------------------------------------------------------------
      *> business-day calendar - WS-BUSDAY-COUNT (n) is the number of
      *> business days among the n calendar days ending on the
      *> business date, built once from MQCALMSTR (a date not on it
      *> is a business day Monday to Friday).  Day 1 of the integer
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

      *> held flag per segment number: Y folded in this run, P
      *> carried in from the pending store, space not yet received
       01  WS-SEG-HELD-LIST.
           05  WS-SEG-HELD         PIC X(01)   OCCURS 8 TIMES.

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
       01  WS-RPT-WORK.
           05  WS-RPT-HELD-ED          PIC ZZ9.
           05  WS-RPT-EXPECT-ED        PIC ZZ9.
           05  WS-RPT-AGE-ED           PIC ZZZZ9.
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> accumulator for the message currently being reassembled
           05  WS-MQMD-CORRELID    PIC X(24).
           05  WS-APP-ID           PIC X(12).
           05  WS-PAYLOAD-DATA     PIC X(256).
           05  WS-MQMD-PUT-DATE    PIC 9(08).
           05  WS-MQMD-PUT-TIME    PIC 9(08).

      *> ------------------------------------------------------------
      *> run-control enforcement against the shared MQRUNCTL master
       77  WS-OWN-STATUS           PIC X(01)   VALUE SPACES.
       77  WS-PREREQ-JOB           PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CYCLE-SEQ            PIC 9(02)               VALUE 1.

       77  WS-CYCSTAT-STATUS       PIC X(02)   VALUE "00".
           88  CYCSTAT-FILE-NOT-FOUND           VALUE "35".
           IF MSG-IN-PROGRESS
               PERFORM 5000-FINALIZE-MESSAGE THRU 5000-EXIT
           END-IF.
           PERFORM 6000-PENDING-SWEEP THRU 6000-EXIT.
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *> the first message of every run as an out-of-sequence segment.
       1000-INITIALIZE.
           PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           OPEN INPUT  MQX-INPUT-FILE.
           OPEN OUTPUT MQ-REASM-FILE.
      *> the quarantine carries the business date across its intraday
      *> cycles for MQREWORK and MQACKGEN, so a later cycle extends it
           IF WS-CYCLE-SEQ > 1
               OPEN EXTEND MQ-REASM-REJECT-FILE
               IF REJ-FILE-NOT-FOUND
                   OPEN OUTPUT MQ-REASM-REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT MQ-REASM-REJECT-FILE
           END-IF.
           OPEN OUTPUT MQ-PEND-RPT-FILE.

      *> pending-segment store is carried across runs - first-ever
      *> run creates it empty and reopens
           OPEN I-O MQ-PENDSEG-FILE.
           IF PENDSEG-FILE-NOT-FOUND
               OPEN OUTPUT MQ-PENDSEG-FILE
               CLOSE MQ-PENDSEG-FILE
               OPEN I-O MQ-PENDSEG-FILE
           END-IF.
           MOVE "PENDING SEGMENTED MESSAGE REPORT" TO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE SPACES TO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RUN-CYCLE-STATUS  TO WS-OWN-STATUS.
           MOVE RUN-PREREQ-JOB    TO WS-PREREQ-JOB.
           IF RUN-CYCLE-SEQ NUMERIC AND RUN-CYCLE-SEQ > ZERO
               MOVE RUN-CYCLE-SEQ TO WS-CYCLE-SEQ
           END-IF.
           IF WS-OWN-STATUS = "C" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQREASM REFUSED - CYCLE ALREADY COMPLETE FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE " INTRADAY CYCLE "
                   WS-CYCLE-SEQ " - SUPPLY THE MQRUNOVRD CARD TO RE-RUN"
               MOVE 16 TO RETURN-CODE
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
       1006-EXIT.
           EXIT.

      *> ==================================================================
      *> 1010-READ-PARM  -  pending hold period control card
      *> ==================================================================
       1010-READ-PARM.
           OPEN INPUT MQ-REASM-PARM-FILE.
           IF PARM-FILE-NOT-FOUND
               GO TO 1010-EXIT
           END-IF.
           READ MQ-REASM-PARM-FILE
               AT END
                   GO TO 1010-CLOSE-PARM
           END-READ.
           IF PARM-PEND-HOLD-DAYS NUMERIC AND PARM-PEND-HOLD-DAYS > ZERO
               MOVE PARM-PEND-HOLD-DAYS TO WS-PEND-HOLD-DAYS
           END-IF.
       1010-CLOSE-PARM.
           CLOSE MQ-REASM-PARM-FILE.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from the business date, so each pending entry's age is a
      *>   lookup rather than a walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQREASM WARNING - MQCALMSTR MASTER NOT FOUND - "
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
      *> 2000-PROCESS-SEGMENT  -  control break on MQX-MQMD-MSGID
      *> ==================================================================
           EXIT.

      *> ==================================================================
      *> 2500-START-MESSAGE  -  begin accumulating a new logical message,
      *>   or pick up where an earlier cycle left it on the pending
      *>   store.  A MSGID the store already holds as completed is not
      *>   built again - its segments are skipped, and only an override
      *>   re-run of the cycle it completed in writes it out again
      *>   from the marker for that cycle's fresh MQREASMOUT.
      *> ==================================================================
       2500-START-MESSAGE.
           MOVE "N" TO WS-PEND-FOUND-SW.
           MOVE "N" TO WS-COMPLETED-SW.
           MOVE MQX-MQMD-MSGID TO PND-MQMD-MSGID.
           READ MQ-PENDSEG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PENDING-ENTRY-FOUND TO TRUE
           END-READ.
           IF PENDING-ENTRY-FOUND AND PND-IS-COMPLETE
               MOVE MQX-MQMD-MSGID TO WS-PREV-MSGID
               SET MSG-ALREADY-COMPLETE TO TRUE
               IF PND-COMPLETE-DATE = WS-BUSINESS-DATE
                       AND PND-COMPLETE-CYCLE = WS-CYCLE-SEQ
                   PERFORM 2550-LOAD-PENDING THRU 2550-EXIT
                   PERFORM 5200-WRITE-REASM-GOOD THRU 5200-EXIT
                   ADD 1 TO WS-MESSAGES-REISSUED
               END-IF
               PERFORM 2600-ADD-SEGMENT THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF PENDING-ENTRY-FOUND
               PERFORM 2550-LOAD-PENDING THRU 2550-EXIT
               MOVE MQX-MQMD-MSGID TO WS-PREV-MSGID
               MOVE "N" TO WS-BAD-SW
               SET MSG-IN-PROGRESS TO TRUE
               ADD 1 TO WS-MESSAGES-MERGED
               PERFORM 2600-ADD-SEGMENT THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE MQX-MQMD-FORMAT   TO WS-MQMD-FORMAT.
           MOVE MQX-MQMD-PRIORITY TO WS-MQMD-PRIORITY.
           MOVE MQX-MQMD-ENCODING TO WS-MQMD-ENCODING.
           MOVE MQX-MQMD-CORRELID TO WS-MQMD-CORRELID.
           MOVE MQX-APP-ID        TO WS-APP-ID.
           MOVE SPACES            TO WS-PAYLOAD-DATA.
           MOVE ZERO              TO WS-MQMD-PUT-DATE.
           MOVE ZERO              TO WS-MQMD-PUT-TIME.
           MOVE MQX-MQMD-MSGID    TO WS-PREV-MSGID.
           MOVE MQX-SEGMENT-COUNT TO WS-SEG-EXPECTED.
           MOVE ZERO              TO WS-SEG-SEEN.
           MOVE ZERO              TO WS-TOTAL-LEN.
           MOVE SPACES            TO WS-SEG-HELD-LIST.
           MOVE WS-BUSINESS-DATE  TO WS-FIRST-SEEN-DATE.
           MOVE "N" TO WS-BAD-SW.
           SET MSG-IN-PROGRESS TO TRUE.
           PERFORM 2600-ADD-SEGMENT THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

      *> ==================================================================
      *> 2550-LOAD-PENDING  -  rebuild the accumulator from a pending-
      *>   store entry; segments it holds are flagged P so a repeat of
      *>   one of them can be told from a duplicate inside this run
      *> ==================================================================
       2550-LOAD-PENDING.
           MOVE PND-MQMD-FORMAT     TO WS-MQMD-FORMAT.
           MOVE PND-MQMD-PRIORITY   TO WS-MQMD-PRIORITY.
           MOVE PND-MQMD-ENCODING   TO WS-MQMD-ENCODING.
           MOVE PND-MQMD-CHARSET    TO WS-MQMD-CHARSET.
           MOVE PND-MQMD-MSGID      TO WS-MQMD-MSGID.
           MOVE PND-MQMD-CORRELID   TO WS-MQMD-CORRELID.
           MOVE PND-APP-ID          TO WS-APP-ID.
           MOVE PND-PAYLOAD-DATA    TO WS-PAYLOAD-DATA.
           MOVE PND-SEGMENT-COUNT   TO WS-SEG-EXPECTED.
           MOVE PND-SEGMENTS-HELD   TO WS-SEG-SEEN.
           MOVE PND-TOTAL-LEN       TO WS-TOTAL-LEN.
           MOVE PND-FIRST-SEEN-DATE TO WS-FIRST-SEEN-DATE.
           MOVE PND-SEG-HELD-LIST   TO WS-SEG-HELD-LIST.
           INSPECT WS-SEG-HELD-LIST REPLACING ALL "Y" BY "P".
           IF PND-MQMD-PUT-DATE NUMERIC AND PND-MQMD-PUT-TIME NUMERIC
               MOVE PND-MQMD-PUT-DATE TO WS-MQMD-PUT-DATE
               MOVE PND-MQMD-PUT-TIME TO WS-MQMD-PUT-TIME
           ELSE
               MOVE ZERO TO WS-MQMD-PUT-DATE
               MOVE ZERO TO WS-MQMD-PUT-TIME
           END-IF.
       2550-EXIT.
           EXIT.

      *> ==================================================================
      *> 2600-ADD-SEGMENT  -  fold one segment into the accumulator.
      *>   A message may now be built up over more than one cycle, so
      *>   its segments no longer arrive contiguously from 1 - each
      *>   segment number is flagged as it is folded in, and a segment
      *>   number already flagged this run is a retransmitted
      *>   duplicate that means the message cannot be trusted.  A
      *>   repeat of a segment carried in from the pending store with
      *>   the same payload is a re-pass of an earlier cycle's input
      *>   (a partner resending the whole message, or an override
      *>   re-run of a cycle the message was left pending by) and is
      *>   skipped rather than condemning the message.  A segment of
      *>   a message the store already holds as completed is skipped
      *>   outright.
      *> ==================================================================
       2600-ADD-SEGMENT.
           IF MSG-ALREADY-COMPLETE
               ADD 1 TO WS-SEGMENTS-COMPLETED
               GO TO 2600-EXIT
           END-IF.
           IF MQX-SEGMENT-SEQ < 1
               OR MQX-SEGMENT-SEQ > WS-SEG-MAX
               OR MQX-SEGMENT-COUNT > WS-SEG-MAX
               SET MESSAGE-IS-BAD TO TRUE
               GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-SEG-OFFSET = ( (MQX-SEGMENT-SEQ - 1) * 32 ) + 1.
           IF WS-SEG-HELD (MQX-SEGMENT-SEQ) = "P"
                   AND MQX-PAYLOAD-DATA =
                       WS-PAYLOAD-DATA (WS-SEG-OFFSET : 32)
               ADD 1 TO WS-SEGMENTS-REPASSED
               GO TO 2600-EXIT
           END-IF.
           IF MQX-SEGMENT-SEQ > WS-SEG-EXPECTED
               OR WS-SEG-HELD (MQX-SEGMENT-SEQ) NOT = SPACE
               MOVE "SEG3" TO WS-REASON-CODE
               MOVE "SEGMENT OUT OF SEQUENCE OR DUPLICATE"
                   TO WS-REASON-TEXT
               SET MESSAGE-IS-BAD TO TRUE
               GO TO 2600-EXIT
           END-IF.
           MOVE "Y" TO WS-SEG-HELD (MQX-SEGMENT-SEQ).
           ADD 1 TO WS-SEG-SEEN.
           MOVE MQX-PAYLOAD-DATA
               TO WS-PAYLOAD-DATA (WS-SEG-OFFSET : 32).
           ADD MQX-PAYLOAD-LEN TO WS-TOTAL-LEN.
      *> the message's age runs from the put of its first segment
           IF MQX-SEGMENT-SEQ = 1
               AND MQX-MQMD-PUT-DATE NUMERIC
               AND MQX-MQMD-PUT-TIME NUMERIC
               MOVE MQX-MQMD-PUT-DATE TO WS-MQMD-PUT-DATE
               MOVE MQX-MQMD-PUT-TIME TO WS-MQMD-PUT-TIME
           END-IF.
       2600-EXIT.
           EXIT.

      *> ==================================================================
      *> 5000-FINALIZE-MESSAGE  -  write out the completed message,
      *>   quarantine it when a segment was out of range or
      *>   duplicated, or park it on the pending store when segments
      *>   are still to come.  A pending entry the message was merged
      *>   from is removed when the message is quarantined, and kept
      *>   as a completed marker when it is written out.
      *> ==================================================================
       5000-FINALIZE-MESSAGE.
           IF MESSAGE-IS-BAD
               PERFORM 5100-WRITE-REASM-REJECT THRU 5100-EXIT
               PERFORM 5400-DELETE-PENDING THRU 5400-EXIT
           ELSE
               IF WS-SEG-SEEN < WS-SEG-EXPECTED
                   PERFORM 5300-STORE-PENDING THRU 5300-EXIT
               ELSE
                   PERFORM 5200-WRITE-REASM-GOOD THRU 5200-EXIT
                   PERFORM 5500-MARK-COMPLETE THRU 5500-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-MSG-IN-PROGRESS-SW.
           MOVE WS-MQMD-CHARSET  TO REJ-MQMD-CHARSET.
           MOVE WS-MQMD-CORRELID TO REJ-MQMD-CORRELID.
           ACCEPT REJ-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CYCLE-SEQ     TO REJ-CYCLE-SEQ.
           WRITE MQ-REJECT-RECORD.
           ADD 1 TO WS-MESSAGES-REJECT.
       5100-EXIT.
           MOVE WS-SEG-EXPECTED   TO REASM-SEGMENT-COUNT.
           MOVE WS-TOTAL-LEN      TO REASM-PAYLOAD-LEN.
           MOVE WS-PAYLOAD-DATA   TO REASM-PAYLOAD-DATA.
           MOVE WS-MQMD-PUT-DATE  TO REASM-MQMD-PUT-DATE.
           MOVE WS-MQMD-PUT-TIME  TO REASM-MQMD-PUT-TIME.
           WRITE MQ-REASM-RECORD.
           ADD 1 TO WS-MESSAGES-OUT.
       5200-EXIT.
           EXIT.

      *> ==================================================================
      *> 5300-STORE-PENDING  -  carry the partial message to the next
      *>   cycle; the first-seen date is kept from the entry it was
      *>   merged from so aging runs from the first segment's arrival
      *> ==================================================================
       5300-STORE-PENDING.
           MOVE WS-MQMD-MSGID      TO PND-MQMD-MSGID.
           MOVE WS-APP-ID          TO PND-APP-ID.
           MOVE WS-MQMD-FORMAT     TO PND-MQMD-FORMAT.
           MOVE WS-MQMD-PRIORITY   TO PND-MQMD-PRIORITY.
           MOVE WS-MQMD-ENCODING   TO PND-MQMD-ENCODING.
           MOVE WS-MQMD-CHARSET    TO PND-MQMD-CHARSET.
           MOVE WS-MQMD-CORRELID   TO PND-MQMD-CORRELID.
           MOVE WS-SEG-EXPECTED    TO PND-SEGMENT-COUNT.
           MOVE WS-SEG-SEEN        TO PND-SEGMENTS-HELD.
           MOVE WS-SEG-HELD-LIST   TO PND-SEG-HELD-LIST.
           INSPECT PND-SEG-HELD-LIST REPLACING ALL "P" BY "Y".
           MOVE WS-TOTAL-LEN       TO PND-TOTAL-LEN.
           MOVE WS-FIRST-SEEN-DATE TO PND-FIRST-SEEN-DATE.
           MOVE WS-BUSINESS-DATE   TO PND-LAST-SEEN-DATE.
           MOVE WS-PAYLOAD-DATA    TO PND-PAYLOAD-DATA.
           MOVE WS-MQMD-PUT-DATE   TO PND-MQMD-PUT-DATE.
           MOVE WS-MQMD-PUT-TIME   TO PND-MQMD-PUT-TIME.
           MOVE SPACE              TO PND-ENTRY-STATUS.
           MOVE ZERO               TO PND-COMPLETE-DATE.
           MOVE ZERO               TO PND-COMPLETE-CYCLE.
           IF PENDING-ENTRY-FOUND
               REWRITE MQ-PENDSEG-RECORD
           ELSE
               WRITE MQ-PENDSEG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           ADD 1 TO WS-MESSAGES-PENDING.
       5300-EXIT.
           EXIT.

       5400-DELETE-PENDING.
           IF NOT PENDING-ENTRY-FOUND
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-MQMD-MSGID TO PND-MQMD-MSGID.
           DELETE MQ-PENDSEG-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       5400-EXIT.
           EXIT.

      *> ==================================================================
      *> 5500-MARK-COMPLETE  -  a message merged from the pending store
      *>   stays on it as a completed marker, with the finished payload,
      *>   until the hold period has run from its completion date; a
      *>   message completed inside one run never had an entry
      *> ==================================================================
       5500-MARK-COMPLETE.
           IF NOT PENDING-ENTRY-FOUND
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-MQMD-MSGID      TO PND-MQMD-MSGID.
           MOVE WS-SEG-SEEN        TO PND-SEGMENTS-HELD.
           MOVE WS-SEG-HELD-LIST   TO PND-SEG-HELD-LIST.
           INSPECT PND-SEG-HELD-LIST REPLACING ALL "P" BY "Y".
           MOVE WS-TOTAL-LEN       TO PND-TOTAL-LEN.
           MOVE WS-BUSINESS-DATE   TO PND-LAST-SEEN-DATE.
           MOVE WS-PAYLOAD-DATA    TO PND-PAYLOAD-DATA.
           MOVE WS-MQMD-PUT-DATE   TO PND-MQMD-PUT-DATE.
           MOVE WS-MQMD-PUT-TIME   TO PND-MQMD-PUT-TIME.
           MOVE "C"                TO PND-ENTRY-STATUS.
           MOVE WS-BUSINESS-DATE   TO PND-COMPLETE-DATE.
           MOVE WS-CYCLE-SEQ       TO PND-COMPLETE-CYCLE.
           REWRITE MQ-PENDSEG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       5500-EXIT.
           EXIT.

      *> ==================================================================
      *> 6000-PENDING-SWEEP  -  walk the whole pending store in key
      *>   order after the day's input is merged: everything still
      *>   incomplete goes on the pending report with its age, and an
      *>   entry past the hold period is quarantined SEG1 and dropped
      *>   from the store.  A completed marker past the hold period is
      *>   purged; one still inside it is left off the report.  Ages
      *>   are business days on the MQCALMSTR calendar.
      *> ==================================================================
       6000-PENDING-SWEEP.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO PND-MQMD-MSGID.
           START MQ-PENDSEG-FILE
               KEY NOT LESS THAN PND-MQMD-MSGID
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 6900-READ-PENDING THRU 6900-EXIT
           END-IF.
           PERFORM 6100-AGE-PENDING THRU 6100-EXIT
               UNTIL EOF-REACHED.
       6000-EXIT.
           EXIT.

       6100-AGE-PENDING.
           IF PND-IS-COMPLETE
               PERFORM 6300-PURGE-COMPLETED THRU 6300-EXIT
               PERFORM 6900-READ-PENDING THRU 6900-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF PND-FIRST-SEEN-DATE = ZERO
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-FIRST-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE (PND-FIRST-SEEN-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FIRST-SEEN-INT
               PERFORM 6110-BUSINESS-AGE THRU 6110-EXIT
           END-IF.
           MOVE PND-SEGMENTS-HELD TO WS-RPT-HELD-ED.
           MOVE PND-SEGMENT-COUNT TO WS-RPT-EXPECT-ED.
           MOVE WS-AGE-DAYS       TO WS-RPT-AGE-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           IF WS-AGE-DAYS > WS-PEND-HOLD-DAYS
               STRING PND-MQMD-MSGID " " PND-APP-ID " SEGS="
                      WS-RPT-HELD-ED "/" WS-RPT-EXPECT-ED
                      " AGE=" WS-RPT-AGE-ED " QUARANTINED"
                   DELIMITED BY SIZE INTO PEND-RPT-LINE
               WRITE PEND-RPT-LINE
               PERFORM 6200-QUARANTINE-PENDING THRU 6200-EXIT
           ELSE
               STRING PND-MQMD-MSGID " " PND-APP-ID " SEGS="
                      WS-RPT-HELD-ED "/" WS-RPT-EXPECT-ED
                      " AGE=" WS-RPT-AGE-ED " PENDING"
                   DELIMITED BY SIZE INTO PEND-RPT-LINE
               WRITE PEND-RPT-LINE
           END-IF.
           PERFORM 6900-READ-PENDING THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

      *> calendar age in WS-AGE-DAYS to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any hold period
       6110-BUSINESS-AGE.
           IF WS-AGE-DAYS NOT > ZERO
               GO TO 6110-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-BUSDAY-SPAN
               COMPUTE WS-AGE-DAYS = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-AGE-DAYS - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-AGE-DAYS) TO WS-AGE-DAYS
           END-IF.
       6110-EXIT.
           EXIT.

      *> the message is written to MQREASMREJ through the same
      *> 5100-WRITE-REASM-REJECT a same-day quarantine uses, so
      *> MQREWORK sees one layout whichever way it got there
       6200-QUARANTINE-PENDING.
           MOVE PND-MQMD-FORMAT     TO WS-MQMD-FORMAT.
           MOVE PND-MQMD-PRIORITY   TO WS-MQMD-PRIORITY.
           MOVE PND-MQMD-ENCODING   TO WS-MQMD-ENCODING.
           MOVE PND-MQMD-CHARSET    TO WS-MQMD-CHARSET.
           MOVE PND-MQMD-MSGID      TO WS-MQMD-MSGID.
           MOVE PND-MQMD-CORRELID   TO WS-MQMD-CORRELID.
           MOVE PND-APP-ID          TO WS-APP-ID.
           MOVE PND-PAYLOAD-DATA    TO WS-PAYLOAD-DATA.
           MOVE PND-TOTAL-LEN       TO WS-TOTAL-LEN.
           MOVE "SEG1" TO WS-REASON-CODE.
           MOVE "SEGMENT COUNT MISMATCH - MESSAGE INCOMPLETE"
               TO WS-REASON-TEXT.
           PERFORM 5100-WRITE-REASM-REJECT THRU 5100-EXIT.
           DELETE MQ-PENDSEG-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-MESSAGES-EXPIRED.
       6200-EXIT.
           EXIT.

      *> a completed marker is kept for the hold period from its
      *> completion date, long enough to cover any override re-run
       6300-PURGE-COMPLETED.
           IF PND-COMPLETE-DATE = ZERO
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-FIRST-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE (PND-COMPLETE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FIRST-SEEN-INT
               PERFORM 6110-BUSINESS-AGE THRU 6110-EXIT
           END-IF.
           IF WS-AGE-DAYS NOT > WS-PEND-HOLD-DAYS
               GO TO 6300-EXIT
           END-IF.
           DELETE MQ-PENDSEG-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-MARKERS-PURGED.
       6300-EXIT.
           EXIT.

       6900-READ-PENDING.
           READ MQ-PENDSEG-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
       6900-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY
      *> ==================================================================
       7500-WRITE-SUMMARY.
           MOVE SPACES TO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-MESSAGES-MERGED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "MERGED FROM PENDING=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-MESSAGES-PENDING TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "CARRIED PENDING THIS RUN=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-MESSAGES-EXPIRED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "QUARANTINED PAST HOLD PERIOD=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-SEGMENTS-REPASSED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "SEGMENTS ALREADY HELD (SKIPPED)=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-SEGMENTS-COMPLETED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "SEGMENTS OF COMPLETED MESSAGES (SKIPPED)="
                  WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-MESSAGES-REISSUED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "COMPLETED MESSAGES REWRITTEN ON RE-RUN="
                  WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
           MOVE WS-MARKERS-PURGED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO PEND-RPT-LINE.
           STRING "COMPLETED MARKERS PURGED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO PEND-RPT-LINE.
           WRITE PEND-RPT-LINE.
       7500-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-NEXT
      *> ==================================================================
           CLOSE MQX-INPUT-FILE.
           CLOSE MQ-REASM-FILE.
           CLOSE MQ-REASM-REJECT-FILE.
           CLOSE MQ-PENDSEG-FILE.
           CLOSE MQ-PEND-RPT-FILE.
           DISPLAY "MQREASM INTRADAY CYCLE   = " WS-CYCLE-SEQ.
           DISPLAY "MQREASM SEGMENTS READ    = " WS-RECORDS-READ.
           DISPLAY "MQREASM MESSAGES OUT     = " WS-MESSAGES-OUT.
           DISPLAY "MQREASM MESSAGES REJECTED= " WS-MESSAGES-REJECT.
           DISPLAY "MQREASM MERGED FROM PEND = " WS-MESSAGES-MERGED.
           DISPLAY "MQREASM CARRIED PENDING  = " WS-MESSAGES-PENDING.
           DISPLAY "MQREASM PENDING EXPIRED  = " WS-MESSAGES-EXPIRED.
           DISPLAY "MQREASM COMPLETED SKIPPED= " WS-SEGMENTS-COMPLETED.
           DISPLAY "MQREASM MARKERS PURGED   = " WS-MARKERS-PURGED.
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
           MOVE WS-RECORDS-READ    TO RST-RECORDS-IN.
           MOVE WS-MESSAGES-OUT    TO RST-RECORDS-OUT.
           MOVE WS-MESSAGES-REJECT TO RST-RECORDS-REJECT.
           MOVE WS-MESSAGES-PENDING TO RST-RECORDS-OTHER.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE WS-CYCLE-SEQ TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
