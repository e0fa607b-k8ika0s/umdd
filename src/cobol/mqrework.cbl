      *>        input.
      *>     P  purge - dropped, counted.
      *>   A record with no card stays in quarantine (carried forward)
      *>   and, once older than the aging threshold in business days
      *>   (MQCALMSTR calendar), lands on the aging report so the
      *>   partner follow-up doesn't get forgotten.  A wide
      *>   (reassembled) quarantine record carries only the first 32
      *>   payload bytes, so it cannot pass the 32-byte release
      *>   validation - it fails back into quarantine and shows on the
      *>   report rather than being released short.  The APP-ID on an
      *>   aging line prints as asterisks where the MQMSKRULE entry
      *>   for the record's format marks it sensitive, unless an
      *>   authorized MQUNMASK card is supplied.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-08-21  DJO  Initial version.
      *>                    carries - a quarantine record has none,
      *>                    and zero tells re-intake the latency is
      *>                    unknown.
      *>   2026-10-15  DJO  Quarantine aging is now counted in business
      *>                    days on the MQCALMSTR calendar, so a long
      *>                    weekend no longer floods the aging report.
      *>   2026-10-15  DJO  Aging report APP-ID masked per the MQMSKRULE
      *>                    masking rules, MQUNMASK card to override.
      *>   2026-10-15  DJO  Quarantine buffers widened to 174 bytes for
      *>                    the intraday cycle sequence now on the
      *>                    reject layout; the forward file keeps each
      *>                    record's original cycle.
      *>   2026-10-15  DJO  Refuses (RC=16) to start while MQCYCSET
      *>                    still holds its MQRUNCTL entry - the
      *>                    business date closes only once MQCYCSET
      *>                    releases it after the last intraday cycle.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQREWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-REJECT-IN-FILE
               ASSIGN TO "MQREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "MQRWKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT MQ-MSGSTAT-FILE
               ASSIGN TO "MQMSGSTAT"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQ-REJECT-IN-FILE.
           COPY "mq_reject.cpy".

      *> copybook's data names are already taken by MQ-REJECT-IN-FILE,
      *> then moved across for one common disposition path
       FD  MQ-REASM-REJ-FILE.
       01  REASM-REJ-BUFFER           PIC X(174).

       FD  MQ-DISP-FILE.
           COPY "mq_disp.cpy".

      *> control card - aging threshold in business days; missing
      *> file or blank card falls back to WS-AGING-DAYS' default
       FD  MQ-REWORK-PARM-FILE.
       01  MQ-REWORK-PARM.
           05  PARM-AGING-DAYS     PIC 9(03).
      *> next run's quarantine input - MQ-REJECT-RECORD layout, written
      *> FROM the record area so the copybook is not declared twice
       FD  MQ-FORWARD-FILE.
       01  FORWARD-BUFFER             PIC X(174).

       FD  MQ-REWORK-RPT-FILE.
       01  RWK-RPT-LINE               PIC X(80).

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

       FD  MQ-MSGSTAT-FILE.
           COPY "mq_msgstat.cpy".

       77  WS-REJECT-INT           PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-AGE-DAYS             PIC 9(05)   USAGE COMP VALUE ZERO.

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
      *> operator disposition table, loaded from MQDISPCARD
      *> ------------------------------------------------------------
           05  WS-RPT-AGE-ED           PIC ZZZZ9.
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

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
      *> run-control enforcement against the shared MQRUNCTL master
      *> ------------------------------------------------------------
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1020-LOAD-DISPOSITIONS THRU 1020-EXIT.
           OPEN INPUT MQ-REJECT-IN-FILE.
           OPEN OUTPUT MQ-RELEASE-FILE.
           OPEN OUTPUT MQ-FORWARD-FILE.
           OPEN OUTPUT MQ-REWORK-RPT-FILE.
           PERFORM 1080-READ-UNMASK-PARM THRU 1080-EXIT.
           OPEN INPUT MQ-MASKRULE-FILE.
           IF MASK-FILE-NOT-FOUND
               DISPLAY "MQREWORK WARNING - MASKING RULES MASTER NOT "
                   "FOUND - APP-IDS PRINT UNMASKED"
           ELSE
               SET MASK-MASTER-OPEN TO TRUE
           END-IF.

      *> message-status ledger is the keyed master the intakes
      *> maintain - first-ever run creates it empty and reopens
           END-IF.
           MOVE "QUARANTINE REWORK AND AGING REPORT" TO RWK-RPT-LINE.
           WRITE RWK-RPT-LINE.
           IF UNMASK-AUTHORIZED
               MOVE SPACES TO RWK-RPT-LINE
               STRING "UNMASKED RUN AUTHORIZED BY " UNMASK-REQUESTER
                      " TICKET " UNMASK-TICKET
                   DELIMITED BY SIZE INTO RWK-RPT-LINE
               WRITE RWK-RPT-LINE
           END-IF.
           MOVE SPACES TO RWK-RPT-LINE.
           WRITE RWK-RPT-LINE.
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
      *> a date-close job is seeded held until MQCYCSET releases
      *> the business date for close after its last intraday cycle
           IF WS-OWN-STATUS = "H" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQREWORK REFUSED - BUSINESS DATE "
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
       1025-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from the business date, so each record's age is a lookup
      *>   rather than a walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQREWORK WARNING - MQCALMSTR MASTER NOT FOUND - "
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
               DISPLAY "MQREWORK - UNMASKED RUN AUTHORIZED BY "
                   UNMASK-REQUESTER " TICKET " UNMASK-TICKET
           ELSE
               DISPLAY "MQREWORK WARNING - MQUNMASK CARD INCOMPLETE - "
                   "OUTPUT STAYS MASKED"
           END-IF.
       1080-CLOSE-PARM.
           CLOSE MQ-UNMASK-PARM-FILE.
       1080-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-PROCESS-QUARANTINE  -  dispose of one quarantine record
      *> ==================================================================
               COMPUTE WS-REJECT-INT =
                   FUNCTION INTEGER-OF-DATE (REJ-REJECT-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REJECT-INT
               PERFORM 2610-BUSINESS-AGE THRU 2610-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-AGING-DAYS
               ADD 1 TO WS-RECORDS-AGED
               MOVE REJ-MQMD-FORMAT TO WS-MASK-FORMAT
               MOVE REJ-APP-ID      TO WS-MASK-APP-ID
               PERFORM 8700-APPLY-MASKING THRU 8700-EXIT
               MOVE REJ-MQMD-MSGID  TO WS-RPT-MSGID
               MOVE WS-MASK-APP-ID  TO WS-RPT-APPID
               MOVE REJ-REASON-CODE TO WS-RPT-REASON
               MOVE WS-AGE-DAYS     TO WS-RPT-AGE-ED
               MOVE SPACES TO RWK-RPT-LINE
               STRING WS-RPT-MSGID " " WS-RPT-APPID " "
                      WS-RPT-REASON " AGE=" WS-RPT-AGE-ED
                      " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO RWK-RPT-LINE
               WRITE RWK-RPT-LINE
           END-IF.
       2600-EXIT.
           EXIT.

      *> calendar age in WS-AGE-DAYS to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any threshold
       2610-BUSINESS-AGE.
           IF WS-AGE-DAYS NOT > ZERO
               GO TO 2610-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-BUSDAY-SPAN
               COMPUTE WS-AGE-DAYS = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-AGE-DAYS - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-AGE-DAYS) TO WS-AGE-DAYS
           END-IF.
       2610-EXIT.
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
      *> 2900-READ-NEXT  -  drain MQREJECT, then MQREASMREJ, presenting
      *>   both through the one MQ-REJECT-RECORD area
           CLOSE MQ-FORWARD-FILE.
           CLOSE MQ-REWORK-RPT-FILE.
           CLOSE MQ-MSGSTAT-FILE.
           IF MASK-MASTER-OPEN
               CLOSE MQ-MASKRULE-FILE
           END-IF.
           DISPLAY "MQREWORK RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "MQREWORK RELEASED         = " WS-RECORDS-RELEASED.
           DISPLAY "MQREWORK REVALIDATE FAILED= " WS-RECORDS-REVAL-FAIL.
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Extended within the cycle - every job
      *>   appends its own row - and reset to empty by MQCYCSET when
      *>   it opens the next business date.
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           COMPUTE RST-RECORDS-OTHER = WS-RECORDS-RESUBMIT
               + WS-RECORDS-PURGED + WS-RECORDS-NO-DISP.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE ZERO TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
