      *> ==================================================================
      *> PROGRAM-ID.  MQCALMNT
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Business-day calendar maintenance.  Applies the ops desk's
      *>   MQCALCARD transactions to the keyed MQCALMSTR calendar
      *>   master that MQCYCSET and the aging jobs read, so nobody
      *>   edits the master by hand:
      *>     A  add an exception date - H for a weekday holiday, B for
      *>        a weekend day the centre works
      *>     U  replace an existing date's day type and description
      *>     D  drop a date - it reverts to the normal week
      *>   The date must be a real calendar date and the day type H or
      *>   B.  An entry that says what the normal week already says
      *>   (H on a Saturday or Sunday, B on a weekday) is rejected, so
      *>   the master only ever holds genuine exceptions.  Every card
      *>   is echoed to the MQCALRPT log with its outcome.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQCALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-CAL-CARD-FILE
               ASSIGN TO "MQCALCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MQ-CAL-RPT-FILE
               ASSIGN TO "MQCALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

       FD  MQ-CAL-CARD-FILE.
       01  MQ-CAL-CARD.
           05  CARD-ACTION         PIC X(01).
               88  CARD-IS-ADD                 VALUE "A".
               88  CARD-IS-UPDATE              VALUE "U".
               88  CARD-IS-DELETE              VALUE "D".
           05  CARD-CAL-DATE       PIC 9(08).
           05  CARD-CAL-DATE-X REDEFINES CARD-CAL-DATE.
               10  CARD-CAL-YYYY   PIC 9(04).
               10  CARD-CAL-MM     PIC 9(02).
               10  CARD-CAL-DD     PIC 9(02).
           05  CARD-DAY-TYPE       PIC X(01).
               88  CARD-DAY-TYPE-VALID         VALUE "B" "H".
               88  CARD-DAY-IS-BUSINESS        VALUE "B".
           05  CARD-DESCRIPTION    PIC X(30).

       FD  MQ-CAL-RPT-FILE.
       01  CAL-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-CAL-STATUS           PIC X(02)   VALUE "00".
           88  CAL-FILE-NOT-FOUND              VALUE "35".

       77  WS-CARD-STATUS          PIC X(02)   VALUE "00".
           88  CARD-FILE-NOT-FOUND             VALUE "35".

       77  WS-FOUND-SW             PIC X(01)   VALUE "N".
           88  CALENDAR-FOUND                  VALUE "Y".

       77  WS-DATE-SW              PIC X(01)   VALUE "N".
           88  CARD-DATE-VALID                 VALUE "Y".

       77  WS-WEEKEND-SW           PIC X(01)   VALUE "N".
           88  CARD-DATE-WEEKEND               VALUE "Y".

       77  WS-CARDS-READ           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-APPLIED        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-IN-ERROR       PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-OUTCOME-TEXT         PIC X(40)   VALUE SPACES.

      *> ------------------------------------------------------------
      *> date work - day 1 of the integer calendar (1601-01-01) was a
      *> Monday, so (integer - 1) remainder 7 gives 0 Monday through
      *> 6 Sunday
      *> ------------------------------------------------------------
       77  WS-CARD-INT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CHECK-DATE           PIC 9(08)               VALUE ZERO.
       77  WS-WEEK-QUOT            PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-WEEKDAY              PIC 9(01)   USAGE COMP  VALUE ZERO.

       PROCEDURE DIVISION.
      *> ==================================================================
      *> 0000-MAINLINE
      *> ==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT
               UNTIL EOF-REACHED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *> ==================================================================
      *> 1000-INITIALIZE  -  first-ever run creates the master empty
      *> ==================================================================
       1000-INITIALIZE.
           OPEN I-O MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               OPEN OUTPUT MQ-CALENDAR-FILE
               CLOSE MQ-CALENDAR-FILE
               OPEN I-O MQ-CALENDAR-FILE
           END-IF.
           OPEN INPUT MQ-CAL-CARD-FILE.
           IF CARD-FILE-NOT-FOUND
               DISPLAY "MQCALMNT - NO MQCALCARD FILE - NOTHING TO APPLY"
               SET EOF-REACHED TO TRUE
           END-IF.
           OPEN OUTPUT MQ-CAL-RPT-FILE.
           MOVE "BUSINESS-DAY CALENDAR MAINTENANCE LOG" TO CAL-RPT-LINE.
           WRITE CAL-RPT-LINE.
           MOVE SPACES TO CAL-RPT-LINE.
           WRITE CAL-RPT-LINE.
           IF NOT EOF-REACHED
               PERFORM 2900-READ-CARD THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-APPLY-CARD
      *> ==================================================================
       2000-APPLY-CARD.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           PERFORM 2050-CHECK-DATE THRU 2050-EXIT.
           IF NOT CARD-DATE-VALID
               MOVE "DATE NOT A VALID YYYYMMDD - CARD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 2000-LOG
           END-IF.
           PERFORM 2100-LOOKUP-CALENDAR THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN CARD-IS-ADD
                   PERFORM 3100-ADD-DATE THRU 3100-EXIT
               WHEN CARD-IS-UPDATE
                   PERFORM 3200-UPDATE-DATE THRU 3200-EXIT
               WHEN CARD-IS-DELETE
                   PERFORM 3300-DELETE-DATE THRU 3300-EXIT
               WHEN OTHER
                   MOVE "INVALID ACTION - CARD IGNORED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
           END-EVALUATE.
       2000-LOG.
           PERFORM 7000-LOG-OUTCOME THRU 7000-EXIT.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2050-CHECK-DATE  -  a real calendar date survives the round
      *>   trip through the integer calendar unchanged; also notes
      *>   whether it falls on a weekend for the redundancy check
      *> ==================================================================
       2050-CHECK-DATE.
           MOVE "N" TO WS-DATE-SW.
           MOVE "N" TO WS-WEEKEND-SW.
           IF CARD-CAL-DATE NOT NUMERIC
               OR CARD-CAL-YYYY < 1601
               OR CARD-CAL-MM < 1 OR CARD-CAL-MM > 12
               OR CARD-CAL-DD < 1 OR CARD-CAL-DD > 31
               GO TO 2050-EXIT
           END-IF.
           COMPUTE WS-CARD-INT =
               FUNCTION INTEGER-OF-DATE (CARD-CAL-DATE).
           IF WS-CARD-INT = ZERO
               GO TO 2050-EXIT
           END-IF.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CARD-INT).
           IF WS-CHECK-DATE NOT = CARD-CAL-DATE
               GO TO 2050-EXIT
           END-IF.
           SET CARD-DATE-VALID TO TRUE.
           SUBTRACT 1 FROM WS-CARD-INT.
           DIVIDE WS-CARD-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY > 4
               SET CARD-DATE-WEEKEND TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

       2100-LOOKUP-CALENDAR.
           MOVE "N" TO WS-FOUND-SW.
           MOVE CARD-CAL-DATE TO CAL-DATE.
           READ MQ-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALENDAR-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3100-ADD-DATE
      *> ==================================================================
       3100-ADD-DATE.
           IF CALENDAR-FOUND
               MOVE "ALREADY ON MASTER - ADD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3400-CHECK-DAY-TYPE THRU 3400-EXIT.
           IF WS-OUTCOME-TEXT NOT = SPACES
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-BUILD-CALENDAR THRU 3500-EXIT.
           WRITE MQ-CALENDAR-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED - ADD REJECTED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "DATE ADDED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3200-UPDATE-DATE  -  whole-record replace
      *> ==================================================================
       3200-UPDATE-DATE.
           IF NOT CALENDAR-FOUND
               MOVE "NOT ON MASTER - UPDATE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3400-CHECK-DAY-TYPE THRU 3400-EXIT.
           IF WS-OUTCOME-TEXT NOT = SPACES
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3500-BUILD-CALENDAR THRU 3500-EXIT.
           REWRITE MQ-CALENDAR-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED - UPDATE REJECTED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "DATE REPLACED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3200-EXIT.
           EXIT.

      *> ==================================================================
      *> 3300-DELETE-DATE
      *> ==================================================================
       3300-DELETE-DATE.
           IF NOT CALENDAR-FOUND
               MOVE "NOT ON MASTER - DELETE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3300-EXIT
           END-IF.
           DELETE MQ-CALENDAR-FILE.
           MOVE "DATE DROPPED - NORMAL WEEK APPLIES" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3300-EXIT.
           EXIT.

      *> ==================================================================
      *> 3400-CHECK-DAY-TYPE  -  H or B, and only where it differs from
      *>   the normal week; leaves the rejection in WS-OUTCOME-TEXT
      *> ==================================================================
       3400-CHECK-DAY-TYPE.
           IF NOT CARD-DAY-TYPE-VALID
               MOVE "DAY TYPE NOT H/B - CARD REJECTED"
                   TO WS-OUTCOME-TEXT
               GO TO 3400-EXIT
           END-IF.
           IF CARD-DAY-IS-BUSINESS AND NOT CARD-DATE-WEEKEND
               MOVE "WEEKDAY IS ALREADY BUSINESS - REJECTED"
                   TO WS-OUTCOME-TEXT
               GO TO 3400-EXIT
           END-IF.
           IF NOT CARD-DAY-IS-BUSINESS AND CARD-DATE-WEEKEND
               MOVE "WEEKEND IS ALREADY NON-BUSINESS - REJECTED"
                   TO WS-OUTCOME-TEXT
           END-IF.
       3400-EXIT.
           EXIT.

      *> ==================================================================
      *> 3500-BUILD-CALENDAR  -  card fields onto the record
      *> ==================================================================
       3500-BUILD-CALENDAR.
           MOVE CARD-CAL-DATE    TO CAL-DATE.
           MOVE CARD-DAY-TYPE    TO CAL-DAY-TYPE.
           MOVE CARD-DESCRIPTION TO CAL-DESCRIPTION.
           ACCEPT CAL-MAINT-DATE FROM DATE YYYYMMDD.
       3500-EXIT.
           EXIT.

      *> ==================================================================
      *> 7000-LOG-OUTCOME
      *> ==================================================================
       7000-LOG-OUTCOME.
           MOVE SPACES TO CAL-RPT-LINE.
           STRING CARD-ACTION " " CARD-CAL-DATE " " CARD-DAY-TYPE " "
                  CARD-DESCRIPTION (1 : 20) " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO CAL-RPT-LINE.
           WRITE CAL-RPT-LINE.
       7000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-CARD
      *> ==================================================================
       2900-READ-CARD.
           READ MQ-CAL-CARD-FILE
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-CARDS-READ
           END-IF.
       2900-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
       9000-TERMINATE.
           CLOSE MQ-CALENDAR-FILE.
           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-CAL-CARD-FILE
           END-IF.
           CLOSE MQ-CAL-RPT-FILE.
           DISPLAY "MQCALMNT CARDS READ   = " WS-CARDS-READ.
           DISPLAY "MQCALMNT CARDS APPLIED= " WS-CARDS-APPLIED.
           DISPLAY "MQCALMNT CARDS ERROR  = " WS-CARDS-IN-ERROR.
       9000-EXIT.
           EXIT.
