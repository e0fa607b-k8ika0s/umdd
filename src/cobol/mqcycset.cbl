      *>   prevent - unless the MQRUNOVRD override card is supplied
      *>   for the abend-cleanup case.  Every roster entry's outcome
      *>   is logged to MQCYCLOG.
      *>   With no card date the business date is derived from the
      *>   MQCALMSTR business-day calendar: the next business day
      *>   after the date the last cycle opened for, so a missed day
      *>   is caught up without a hand-keyed card - unless that is
      *>   still ahead of the system date, when the system date
      *>   stands.  A cycle is not opened for a non-business day
      *>   (RC=16) unless the MQRUNOVRD override card is supplied.
      *>   The business date is drained in up to four intraday
      *>   cycles.  The date opens at cycle 1; an MQCYCCARD with the
      *>   next-cycle flag set opens the next cycle of the date
      *>   already open instead - MQINTAKE, MQREASM, MQWINTAK and
      *>   MQACKGEN (the intraday jobs) are reset to pending under
      *>   the next RUN-CYCLE-SEQ, and nothing else is touched.  It
      *>   is refused (RC=16, MQRUNOVRD to force) while any intraday
      *>   job has not completed the current cycle, once the date
      *>   has been released for close, or past the fourth cycle.
      *>   The jobs that close the business date are seeded held (H)
      *>   and refuse to start until an MQCYCCARD with the close-date
      *>   flag set releases them to pending - so they run once, over
      *>   every cycle's traffic.  The release is refused (RC=16,
      *>   MQRUNOVRD to force) while any intraday job has not
      *>   completed the current cycle, or once the date has already
      *>   been released.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-09-02  DJO  Initial version.
      *>                    ever extend it, so without this the rows
      *>                    of every prior cycle would accumulate and
      *>                    MQCYCRPT would judge stale rows.
      *>   2026-10-15  DJO  MQPOSTCF seeded behind MQCTARC, whose
      *>                    MQCTARCH archive it matches the downstream
      *>                    posting results against.
      *>   2026-10-15  DJO  Business-day calendar - with no MQCYCCARD
      *>                    date the business date is now the next
      *>                    business day on the MQCALMSTR calendar
      *>                    after the last cycle's date (never beyond
      *>                    the system date), and a cycle for a non-
      *>                    business day is refused with RC=16 unless
      *>                    the MQRUNOVRD override card is supplied.
      *>   2026-10-15  DJO  Intraday cycles - the date opens at
      *>                    RUN-CYCLE-SEQ 1 and an MQCYCCARD next-cycle
      *>                    flag opens cycles 2 to 4 for the intraday
      *>                    jobs only.  MQACKGEN now follows MQWINTAK
      *>                    within each cycle, and MQHELDRL follows
      *>                    MQACKGEN so the date's held drain and
      *>                    dispatch wait for the last cycle's
      *>                    confirmations.
      *>   2026-10-15  DJO  Date-close jobs are seeded held instead of
      *>                    pending, and a new MQCYCCARD close-date
      *>                    flag releases them once the last intraday
      *>                    cycle is complete - they could otherwise
      *>                    start after cycle 1 and close the date on
      *>                    its traffic alone.  A released date opens
      *>                    no further cycles.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQCYCSET.
               RECORD KEY IS RUN-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-CYC-CARD-FILE
               ASSIGN TO "MQCYCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  MQ-RUNCTL-FILE.
           COPY "mq_runctl.cpy".

       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

      *> control card - the cycle's business date; blank, non-numeric
      *> or missing means derive it from the calendar.  Y in
      *> CYC-NEXT-CYCLE opens the next intraday cycle of the date
      *> already open instead (the date on the card is then ignored);
      *> Y in CYC-CLOSE-DATE releases the date already open for close.
       FD  MQ-CYC-CARD-FILE.
       01  MQ-CYC-CARD.
           05  CYC-BUSINESS-DATE   PIC 9(08).
           05  CYC-NEXT-CYCLE      PIC X(01).
           05  CYC-CLOSE-DATE      PIC X(01).

      *> control card - one record, Y to force the reset past a job
      *> still stamped running (abend cleanup)
       77  WS-RUNNING-SW           PIC X(01)   VALUE "N".
           88  CYCLE-STILL-RUNNING             VALUE "Y".

       77  WS-CARD-DATE-SW         PIC X(01)   VALUE "N".
           88  CARD-DATE-SUPPLIED              VALUE "Y".

       77  WS-NEXT-CYCLE-SW        PIC X(01)   VALUE "N".
           88  NEXT-CYCLE-REQUESTED            VALUE "Y".

       77  WS-CLOSE-DATE-SW        PIC X(01)   VALUE "N".
           88  CLOSE-DATE-REQUESTED            VALUE "Y".

       77  WS-CYCLE-OPEN-SW        PIC X(01)   VALUE "N".
           88  INTRADAY-CYCLE-OPEN             VALUE "Y".

       77  WS-CLOSE-STARTED-SW     PIC X(01)   VALUE "N".
           88  DATE-CLOSE-STARTED              VALUE "Y".

      *> intraday cycles - the cycle being opened, and how many the
      *> business date may be drained in
       77  WS-CYCLE-SEQ            PIC 9(02)               VALUE 1.
       77  WS-MAX-CYCLES           PIC 9(02)               VALUE 4.

       77  WS-JOBS-SEEDED          PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-JOB-SUB              PIC 9(02)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> business-day calendar - a date not on MQCALMSTR is a business
      *> day Monday to Friday; day 1 of the integer calendar
      *> (1601-01-01) was a Monday, so (integer - 1) remainder 7 is
      *> 0 Monday through 6 Sunday
      *> ------------------------------------------------------------
       77  WS-CAL-STATUS           PIC X(02)   VALUE "00".
           88  CAL-FILE-NOT-FOUND              VALUE "35".

       77  WS-CAL-MASTER-SW        PIC X(01)   VALUE "N".
           88  CAL-MASTER-OPEN                 VALUE "Y".

       77  WS-CAL-DAY-SW           PIC X(01)   VALUE "N".
           88  CAL-DAY-IS-BUSINESS             VALUE "Y".

       77  WS-SYSTEM-DATE          PIC 9(08)               VALUE ZERO.
       77  WS-PRIOR-DATE           PIC 9(08)               VALUE ZERO.
       77  WS-CAL-TEST-DATE        PIC 9(08)               VALUE ZERO.
       77  WS-CAL-TEST-INT         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-WEEK-QUOT        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-WEEKDAY          PIC 9(01)   USAGE COMP  VALUE ZERO.
       77  WS-CAL-TRIES            PIC 9(03)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> the job roster - every job the cycle runs, with the job that
      *> must be complete before it may start and whether it runs
      *> once per intraday cycle (I) or closes the business date once
      *> (D).  The prerequisite is always the LAST job that writes
      *> the input being read: MQINTAKE opens the cycle, MQREASM
      *> builds MQREASMOUT for MQWINTAK, and MQWINTAK is the last
      *> writer of MQAUDIT - so every MQAUDIT reader waits for it,
      *> not for MQINTAKE, or it consumes a half-written audit file.
      *> MQACKGEN confirms each cycle's routing behind MQWINTAK;
      *> MQHELDRL writes MQRELOUT, which MQDSPTCH splits together
      *> with MQACKOUT, so the confirmation builder, the held drain
      *> and the dispatch are chained.  The D jobs are seeded held
      *> and wait for the close-date release as well as for their
      *> prerequisite.
      *> ------------------------------------------------------------
       01  WS-ROSTER-VALUES.
           05  FILLER              PIC X(17)   VALUE
               "MQINTAKE        I".
           05  FILLER              PIC X(17)   VALUE
               "MQREASM MQINTAKEI".
           05  FILLER              PIC X(17)   VALUE
               "MQWINTAKMQREASM I".
           05  FILLER              PIC X(17)   VALUE
               "MQACKGENMQWINTAKI".
           05  FILLER              PIC X(17)   VALUE
               "MQHELDRLMQACKGEND".
           05  FILLER              PIC X(17)   VALUE
               "MQREWORKMQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQRECON MQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQRPT   MQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQAUDARCMQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQSLARPTMQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQCTARC MQWINTAKD".
           05  FILLER              PIC X(17)   VALUE
               "MQDSPTCHMQHELDRLD".
           05  FILLER              PIC X(17)   VALUE
               "MQPOSTCFMQCTARC D".
       01  WS-ROSTER-TABLE REDEFINES WS-ROSTER-VALUES.
           05  WS-ROSTER-ENTRY OCCURS 13 TIMES.
               10  WS-ROSTER-JOB       PIC X(08).
               10  WS-ROSTER-PREREQ    PIC X(08).
               10  WS-ROSTER-KIND      PIC X(01).
                   88  ROSTER-JOB-INTRADAY         VALUE "I".

       PROCEDURE DIVISION.
      *> ==================================================================
      *> ==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NEXT-CYCLE-REQUESTED AND CLOSE-DATE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - MQCYCCARD ASKS FOR BOTH THE "
                   "NEXT CYCLE AND THE DATE CLOSE"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF CLOSE-DATE-REQUESTED
               PERFORM 5000-RELEASE-DATE-CLOSE THRU 5000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF NEXT-CYCLE-REQUESTED
               PERFORM 4000-OPEN-NEXT-CYCLE THRU 4000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF NOT CAL-DAY-IS-BUSINESS AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - " WS-BUSINESS-DATE " IS NOT "
                   "A BUSINESS DAY - SUPPLY MQRUNOVRD CARD TO OPEN IT"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-GUARD-OPEN-CYCLE THRU 2000-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           IF CYCLE-STILL-RUNNING AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - A ROSTER JOB IS STILL "
                   "RUNNING - SUPPLY MQRUNOVRD CARD TO FORCE THE RESET"
           PERFORM 2500-RESET-CYCSTAT THRU 2500-EXIT.
           PERFORM 3000-SEED-JOB THRU 3000-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

           WRITE CYC-LOG-LINE.
           MOVE SPACES TO CYC-LOG-LINE.
           WRITE CYC-LOG-LINE.
           IF NEXT-CYCLE-REQUESTED OR CLOSE-DATE-REQUESTED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQCYCSET WARNING - MQCALMSTR MASTER NOT FOUND - "
                   "MONDAY TO FRIDAY TAKEN AS BUSINESS DAYS"
           ELSE
               SET CAL-MASTER-OPEN TO TRUE
           END-IF.
           IF NOT CARD-DATE-SUPPLIED
               PERFORM 1030-DERIVE-BUSINESS-DATE THRU 1030-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
           PERFORM 1050-TEST-BUSINESS-DAY THRU 1050-EXIT.
           IF NOT CAL-DAY-IS-BUSINESS
               MOVE SPACES TO CYC-LOG-LINE
               STRING WS-BUSINESS-DATE " IS NOT A BUSINESS DAY ON THE "
                      "CALENDAR"
                   DELIMITED BY SIZE INTO CYC-LOG-LINE
               WRITE CYC-LOG-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *>   the system date
      *> ==================================================================
       1010-READ-CYC-CARD.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT MQ-CYC-CARD-FILE.
           IF CARD-FILE-NOT-FOUND
               GO TO 1010-EXIT
               AT END
                   GO TO 1010-CLOSE-CARD
           END-READ.
           IF CYC-NEXT-CYCLE = "Y"
               SET NEXT-CYCLE-REQUESTED TO TRUE
           END-IF.
           IF CYC-CLOSE-DATE = "Y"
               SET CLOSE-DATE-REQUESTED TO TRUE
           END-IF.
           IF NEXT-CYCLE-REQUESTED OR CLOSE-DATE-REQUESTED
               GO TO 1010-CLOSE-CARD
           END-IF.
           IF CYC-BUSINESS-DATE NUMERIC AND CYC-BUSINESS-DATE > ZERO
               MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
               SET CARD-DATE-SUPPLIED TO TRUE
           END-IF.
       1010-CLOSE-CARD.
           CLOSE MQ-CYC-CARD-FILE.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1030-DERIVE-BUSINESS-DATE  -  the next business day after the
      *>   date the last cycle opened for (MQINTAKE's entry carries
      *>   it).  A derived date still ahead of the system date means
      *>   there is nothing to catch up, and the system date stands -
      *>   on a weekend or holiday that is what gets refused.  A
      *>   first-ever cycle has no prior date and takes the system
      *>   date as well.
      *> ==================================================================
       1030-DERIVE-BUSINESS-DATE.
           MOVE "MQINTAKE" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   GO TO 1030-EXIT
           END-READ.
           MOVE RUN-BUSINESS-DATE TO WS-PRIOR-DATE.
           IF WS-PRIOR-DATE NOT NUMERIC OR WS-PRIOR-DATE = ZERO
               GO TO 1030-EXIT
           END-IF.
           COMPUTE WS-CAL-TEST-INT =
               FUNCTION INTEGER-OF-DATE (WS-PRIOR-DATE).
           MOVE "N" TO WS-CAL-DAY-SW.
           MOVE ZERO TO WS-CAL-TRIES.
           PERFORM 1040-NEXT-CALENDAR-DAY THRU 1040-EXIT
               UNTIL CAL-DAY-IS-BUSINESS
               OR WS-CAL-TRIES > 366.
           IF NOT CAL-DAY-IS-BUSINESS
               OR WS-CAL-TEST-DATE > WS-SYSTEM-DATE
               GO TO 1030-EXIT
           END-IF.
           MOVE WS-CAL-TEST-DATE TO WS-BUSINESS-DATE.
           MOVE SPACES TO CYC-LOG-LINE.
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                  " - NEXT BUSINESS DAY AFTER " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO CYC-LOG-LINE.
           WRITE CYC-LOG-LINE.
       1030-EXIT.
           EXIT.

       1040-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-CAL-TEST-INT.
           ADD 1 TO WS-CAL-TRIES.
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT).
           PERFORM 1050-TEST-BUSINESS-DAY THRU 1050-EXIT.
       1040-EXIT.
           EXIT.

      *> ==================================================================
      *> 1050-TEST-BUSINESS-DAY  -  WS-CAL-TEST-DATE against the normal
      *>   week, then against any MQCALMSTR exception for the date
      *> ==================================================================
       1050-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-CAL-DAY-SW.
           COMPUTE WS-CAL-TEST-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE) - 1.
           DIVIDE WS-CAL-TEST-INT BY 7 GIVING WS-CAL-WEEK-QUOT
               REMAINDER WS-CAL-WEEKDAY.
           ADD 1 TO WS-CAL-TEST-INT.
           IF WS-CAL-WEEKDAY < 5
               SET CAL-DAY-IS-BUSINESS TO TRUE
           END-IF.
           IF NOT CAL-MASTER-OPEN
               GO TO 1050-EXIT
           END-IF.
           MOVE WS-CAL-TEST-DATE TO CAL-DATE.
           READ MQ-CALENDAR-FILE
               INVALID KEY
                   GO TO 1050-EXIT
           END-READ.
           IF CAL-BUSINESS-DAY
               SET CAL-DAY-IS-BUSINESS TO TRUE
           ELSE
               MOVE "N" TO WS-CAL-DAY-SW
           END-IF.
       1050-EXIT.
           EXIT.

      *> ==================================================================
      *> 1020-READ-OVERRIDE-PARM
      *> ==================================================================
           EXIT.

      *> ==================================================================
      *> 3000-SEED-JOB  -  reset one roster entry for the new
      *>   business date: an intraday job to pending at cycle 1, a
      *>   date-close job to held until the close-date release
      *> ==================================================================
       3000-SEED-JOB.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB) TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET JOB-RECORD-FOUND TO TRUE
           END-READ.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB)    TO RUN-JOB-NAME.
           MOVE WS-BUSINESS-DATE              TO RUN-BUSINESS-DATE.
           MOVE WS-ROSTER-PREREQ (WS-JOB-SUB) TO RUN-PREREQ-JOB.
           MOVE ZERO TO RUN-START-DATE.
           MOVE ZERO TO RUN-START-TIME.
           MOVE ZERO TO RUN-END-DATE.
           MOVE ZERO TO RUN-END-TIME.
           IF ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               MOVE "P" TO RUN-CYCLE-STATUS
               MOVE 1 TO RUN-CYCLE-SEQ
           ELSE
               MOVE "H" TO RUN-CYCLE-STATUS
               MOVE ZERO TO RUN-CYCLE-SEQ
           END-IF.
           IF JOB-RECORD-FOUND
               REWRITE MQ-RUNCTL-RECORD
           ELSE
               WRITE MQ-RUNCTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           ADD 1 TO WS-JOBS-SEEDED.
           MOVE SPACES TO CYC-LOG-LINE.
           IF ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               STRING RUN-JOB-NAME " PENDING FOR " WS-BUSINESS-DATE
                      " CYCLE " RUN-CYCLE-SEQ " AFTER " RUN-PREREQ-JOB
                   DELIMITED BY SIZE INTO CYC-LOG-LINE
           ELSE
               STRING RUN-JOB-NAME " HELD FOR " WS-BUSINESS-DATE
                      " CLOSE AFTER " RUN-PREREQ-JOB
                   DELIMITED BY SIZE INTO CYC-LOG-LINE
           END-IF.
           WRITE CYC-LOG-LINE.
       3000-EXIT.
           EXIT.

      *> ==================================================================
      *> 4000-OPEN-NEXT-CYCLE  -  the next intraday cycle of the date
      *>   already open.  The current cycle must be finished by every
      *>   intraday job, and the date must not have been released for
      *>   close - a cycle opened behind the archives or the held
      *>   drain would never reach them.  MQCYCSTAT is not reset; its
      *>   rows carry their cycle, and MQCYCRPT reports every cycle
      *>   of the date.
      *> ==================================================================
       4000-OPEN-NEXT-CYCLE.
           MOVE "MQINTAKE" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   DISPLAY "MQCYCSET REFUSED - NO BUSINESS DATE IS "
                       "OPEN ON MQRUNCTL - OPEN THE DATE FIRST"
                   MOVE 16 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-READ.
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF RUN-CYCLE-SEQ NUMERIC AND RUN-CYCLE-SEQ > ZERO
               MOVE RUN-CYCLE-SEQ TO WS-CYCLE-SEQ
           END-IF.
           IF WS-CYCLE-SEQ NOT < WS-MAX-CYCLES
                   AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - BUSINESS DATE "
                   WS-BUSINESS-DATE " HAS HAD ITS " WS-MAX-CYCLES
                   " INTRADAY CYCLES - SUPPLY MQRUNOVRD CARD TO FORCE "
                   "ANOTHER"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-GUARD-NEXT-CYCLE THRU 4100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           IF INTRADAY-CYCLE-OPEN AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - CYCLE " WS-CYCLE-SEQ
                   " IS NOT COMPLETE - SUPPLY MQRUNOVRD CARD TO FORCE "
                   "THE NEXT CYCLE"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF DATE-CLOSE-STARTED AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - BUSINESS DATE "
                   WS-BUSINESS-DATE " IS RELEASED FOR CLOSE - SUPPLY "
                   "MQRUNOVRD CARD TO FORCE ANOTHER CYCLE"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-CYCLE-SEQ.
           PERFORM 4200-ADVANCE-JOB THRU 4200-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
       4000-EXIT.
           EXIT.

       4100-GUARD-NEXT-CYCLE.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB) TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           IF ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               IF NOT RUN-IS-COMPLETE
                   SET INTRADAY-CYCLE-OPEN TO TRUE
                   DISPLAY "MQCYCSET - " RUN-JOB-NAME " HAS NOT "
                       "COMPLETED CYCLE " WS-CYCLE-SEQ
               END-IF
           ELSE
               IF NOT RUN-IS-HELD
                   SET DATE-CLOSE-STARTED TO TRUE
                   DISPLAY "MQCYCSET - " RUN-JOB-NAME " IS ALREADY "
                       "RELEASED FOR THE CLOSE OF " RUN-BUSINESS-DATE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *> ==================================================================
      *> 4200-ADVANCE-JOB  -  one intraday job back to pending under the
      *>   new cycle; the business date and prerequisite are unchanged
      *> ==================================================================
       4200-ADVANCE-JOB.
           IF NOT ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB) TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
           MOVE ZERO TO RUN-START-TIME.
           MOVE ZERO TO RUN-END-DATE.
           MOVE ZERO TO RUN-END-TIME.
           MOVE WS-CYCLE-SEQ TO RUN-CYCLE-SEQ.
           IF JOB-RECORD-FOUND
               REWRITE MQ-RUNCTL-RECORD
           ELSE
           ADD 1 TO WS-JOBS-SEEDED.
           MOVE SPACES TO CYC-LOG-LINE.
           STRING RUN-JOB-NAME " PENDING FOR " WS-BUSINESS-DATE
                  " CYCLE " RUN-CYCLE-SEQ " AFTER " RUN-PREREQ-JOB
               DELIMITED BY SIZE INTO CYC-LOG-LINE.
           WRITE CYC-LOG-LINE.
       4200-EXIT.
           EXIT.

      *> ==================================================================
      *> 5000-RELEASE-DATE-CLOSE  -  the last intraday cycle of the
      *>   date already open is done; release the held date-close
      *>   jobs to pending so the date closes once, over every
      *>   cycle's traffic.  Every intraday job must have completed
      *>   the current cycle, and a date already released is not
      *>   released twice.  From here 4000 opens no further cycles.
      *> ==================================================================
       5000-RELEASE-DATE-CLOSE.
           MOVE "MQINTAKE" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   DISPLAY "MQCYCSET REFUSED - NO BUSINESS DATE IS "
                       "OPEN ON MQRUNCTL - OPEN THE DATE FIRST"
                   MOVE 16 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-READ.
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF RUN-CYCLE-SEQ NUMERIC AND RUN-CYCLE-SEQ > ZERO
               MOVE RUN-CYCLE-SEQ TO WS-CYCLE-SEQ
           END-IF.
           PERFORM 4100-GUARD-NEXT-CYCLE THRU 4100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           IF INTRADAY-CYCLE-OPEN AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - CYCLE " WS-CYCLE-SEQ
                   " IS NOT COMPLETE - SUPPLY MQRUNOVRD CARD TO FORCE "
                   "THE DATE CLOSE"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF DATE-CLOSE-STARTED AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQCYCSET REFUSED - BUSINESS DATE "
                   WS-BUSINESS-DATE " IS ALREADY RELEASED FOR CLOSE"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-RELEASE-JOB THRU 5100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
       5000-EXIT.
           EXIT.

      *> ==================================================================
      *> 5100-RELEASE-JOB  -  one held date-close job to pending; the
      *>   business date and prerequisite are unchanged
      *> ==================================================================
       5100-RELEASE-JOB.
           IF ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB) TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           IF NOT RUN-IS-HELD
               GO TO 5100-EXIT
           END-IF.
           MOVE "P" TO RUN-CYCLE-STATUS.
           REWRITE MQ-RUNCTL-RECORD.
           ADD 1 TO WS-JOBS-SEEDED.
           MOVE SPACES TO CYC-LOG-LINE.
           STRING RUN-JOB-NAME " RELEASED FOR CLOSE OF "
                  WS-BUSINESS-DATE " AFTER CYCLE " WS-CYCLE-SEQ
               DELIMITED BY SIZE INTO CYC-LOG-LINE.
           WRITE CYC-LOG-LINE.
       5100-EXIT.
           EXIT.

      *> ==================================================================
      *> ==================================================================
       9000-TERMINATE.
           CLOSE MQ-RUNCTL-FILE.
           IF CAL-MASTER-OPEN
               CLOSE MQ-CALENDAR-FILE
           END-IF.
           CLOSE MQ-CYC-LOG-FILE.
           DISPLAY "MQCYCSET BUSINESS DATE = " WS-BUSINESS-DATE.
           DISPLAY "MQCYCSET INTRADAY CYCLE= " WS-CYCLE-SEQ.
           DISPLAY "MQCYCSET JOBS SEEDED   = " WS-JOBS-SEEDED.
       9000-EXIT.
           EXIT.
