      *>       direction is flagged (an APP-ID with history but no row
      *>       at all today reads as a 100 percent drop);
      *>     - an APP-ID whose last row of any kind is more than the
      *>       configured number of business days old (MQCALMSTR
      *>       calendar) is reported as silent -
      *>       the two silent-sender incidents this quarter would both
      *>       have surfaced here before the partner called.
      *>   Thresholds come from the MQTRNDPRM card: deviation percent
      *>   2026-08-21  DJO  Report lines cleared before each STRING -
      *>                    STRING does not space-fill, so the shorter
      *>                    lines carried residue of longer ones.
      *>   2026-10-15  DJO  Silent-sender age is now counted in
      *>                    business days on the MQCALMSTR calendar, so
      *>                    a partner that sends nothing over a long
      *>                    weekend is not flagged.  The trailing
      *>                    average window stays in calendar days.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQTREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-RPT-HIST-FILE
               ASSIGN TO "MQRPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQ-RPT-HIST-FILE.
           COPY "mq_rpthist.cpy".

       77  WS-ROW-INT              PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-ROW-AGE              PIC S9(05)  USAGE COMP VALUE ZERO.

      *> ------------------------------------------------------------
      *> business-day calendar - WS-BUSDAY-COUNT (n) is the number of
      *> business days among the n calendar days ending on the latest
      *> date on file, built once from MQCALMSTR (a date not on it is
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

       77  WS-AVG-COUNT            PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-AVG-BYTES            PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-DEV-COUNT-PCT        PIC S9(05)  USAGE COMP VALUE ZERO.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from the latest date on file, so each record's age is a
      *>   lookup rather than a walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQTREND WARNING - MQCALMSTR MASTER NOT FOUND - "
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
           COMPUTE WS-CAL-TEST-INT = WS-LATEST-INT - WS-CAL-SUB + 1.
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
      *> 2000-SCAN-LATEST-DATE  -  the newest RPTH-RUN-DATE on file is
      *>   the day being judged
           OPEN INPUT MQ-RPT-HIST-FILE.
           COMPUTE WS-LATEST-INT =
               FUNCTION INTEGER-OF-DATE (WS-LATEST-DATE).
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
       3000-EXIT.
           COMPUTE WS-ROW-INT =
               FUNCTION INTEGER-OF-DATE (WS-APPID-LAST-SEEN (APPID-IDX)).
           COMPUTE WS-ROW-AGE = WS-LATEST-INT - WS-ROW-INT.
           PERFORM 7010-BUSINESS-AGE THRU 7010-EXIT.
           IF WS-ROW-AGE > WS-SILENT-DAYS
               ADD 1 TO WS-SILENT-FLAGGED
               MOVE WS-APPID-KEY (APPID-IDX) TO WS-RPT-APPID
               MOVE WS-ROW-AGE TO WS-RPT-AGE-ED
               MOVE SPACES TO TRND-RPT-LINE
               STRING WS-RPT-APPID " SILENT FOR " WS-RPT-AGE-ED
                      " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO TRND-RPT-LINE
               WRITE TRND-RPT-LINE
               GO TO 7000-EXIT
       7000-EXIT.
           EXIT.

      *> calendar age in WS-ROW-AGE to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any threshold
       7010-BUSINESS-AGE.
           IF WS-ROW-AGE NOT > ZERO
               GO TO 7010-EXIT
           END-IF.
           IF WS-ROW-AGE > WS-BUSDAY-SPAN
               COMPUTE WS-ROW-AGE = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-ROW-AGE - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-ROW-AGE) TO WS-ROW-AGE
           END-IF.
       7010-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY
      *> ==================================================================
