      *>   code next to the original message's APP-ID and receive
      *>   timestamp for same-day triage, and every audited message
      *>   that has received neither an ACK nor a NAK past the agreed
      *>   response window (business days on the MQCALMSTR calendar -
      *>   partners do not acknowledge over a holiday) is aged onto
      *>   the same report - that silence is how a partner's receiving
      *>   side being down all week gets caught on day one instead of
      *>   by phone.  Run it over however many days of MQAUDIT the
      *>   response window needs concatenated.  Inbound control
      *>   traffic's own audit rows (format MQACK/MQNAK) are not
      *>   themselves expected to be acknowledged and are left out of
      *>   the aging pass.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-08-21  DJO  Initial version.
      *>                    lines carried residue of longer ones,
      *>                    including stray count digits in the
      *>                    summary.
      *>   2026-10-15  DJO  The response window is now counted in
      *>                    business days on the MQCALMSTR calendar -
      *>                    every long weekend was flagging a day of
      *>                    traffic as unacknowledged.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQACKRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-AUDIT-FILE
               ASSIGN TO "MQAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQ-AUDIT-FILE.
           COPY "mq_audit.cpy".

       FD  MQ-CONTROL-MSG-FILE.
           COPY "mq_nak.cpy".

      *> control card - response window in business days; missing
      *> file or blank card falls back to WS-WINDOW-DAYS' default
       FD  MQ-ACK-PARM-FILE.
       01  MQ-ACK-PARM.
           05  PARM-WINDOW-DAYS    PIC 9(03).
       77  WS-FORMAT-NAK           PIC X(08)   VALUE "MQNAK   ".

      *> ------------------------------------------------------------
      *> aging controls - response window defaults to 3 business days
      *> ------------------------------------------------------------
       77  WS-WINDOW-DAYS          PIC 9(03)              VALUE 3.
       77  WS-TODAY-DATE           PIC 9(08)              VALUE ZERO.
       77  WS-READ-INT             PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-AGE-DAYS             PIC 9(05)   USAGE COMP VALUE ZERO.

      *> ------------------------------------------------------------
      *> business-day calendar - WS-BUSDAY-COUNT (n) is the number of
      *> business days among the n calendar days ending today, built
      *> once from MQCALMSTR (a date not on it is a business day
      *> Monday to Friday).  Day 1 of the integer calendar
      *> (1601-01-01) was a Monday, so (integer - 1) remainder 7 is
      *> 0 Monday through 6 Sunday.
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
      *> audited data messages awaiting acknowledgement
      *> ------------------------------------------------------------
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           OPEN INPUT MQ-AUDIT-FILE.
           OPEN INPUT MQ-CONTROL-MSG-FILE.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from today, so each record's age is a lookup rather than a
      *>   walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQACKRPT WARNING - MQCALMSTR MASTER NOT FOUND - "
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
      *> 2000-LOAD-AUDIT  -  remember every audited data message;
      *>   inbound control traffic is not itself acknowledged
           COMPUTE WS-READ-INT =
               FUNCTION INTEGER-OF-DATE (WS-MSG-READ-DATE (MSG-IDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-READ-INT.
           PERFORM 4010-BUSINESS-AGE THRU 4010-EXIT.
           IF WS-AGE-DAYS > WS-WINDOW-DAYS
               ADD 1 TO WS-UNACKED-AGED
               MOVE WS-MSG-MSGID (MSG-IDX)  TO WS-RPT-MSGID
               MOVE WS-AGE-DAYS             TO WS-RPT-AGE-ED
               MOVE SPACES TO ACK-RPT-LINE
               STRING "U " WS-RPT-MSGID " " WS-RPT-APPID
                      " NO ACK OR NAK - AGE=" WS-RPT-AGE-ED " BUS DAYS"
                   DELIMITED BY SIZE INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *> calendar age in WS-AGE-DAYS to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any threshold
       4010-BUSINESS-AGE.
           IF WS-AGE-DAYS NOT > ZERO
               GO TO 4010-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-BUSDAY-SPAN
               COMPUTE WS-AGE-DAYS = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-AGE-DAYS - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-AGE-DAYS) TO WS-AGE-DAYS
           END-IF.
       4010-EXIT.
           EXIT.

      *> ==================================================================
      *> 7000-WRITE-SUMMARY
      *> ==================================================================
