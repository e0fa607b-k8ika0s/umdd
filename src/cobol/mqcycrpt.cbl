      *>     - a job whose records-in is zero is flagged ZERO VOLUME
      *>       (cycle RC 4) - a silent empty run used to look exactly
      *>       like a clean one;
      *>     - records in must equal out + rejected + diverted +
      *>       expired for every job whose stats promise it (flagged,
      *>       RC 8);
      *>     - MQACKGEN's ACKs are compared against the records the
      *>       two intakes routed - one confirmation per routed
      *>       record, exactly (flagged, RC 8) - and its expiry NAKs
      *>       against the messages the intakes expired (likewise);
      *>     - a stats row carrying a different business date than
      *>       the cycle's is flagged (RC 8).
      *>   The intake jobs (MQINTAKE, MQREASM, MQWINTAK, MQACKGEN) run
      *>   once per intraday cycle, so the page shows one section per
      *>   intraday cycle - those four jobs' lines and that cycle's
      *>   confirmation checks - then a DAY TOTAL section summing them
      *>   across the cycles, then the date-close jobs that run once
      *>   for the whole business date.
      *>   The report's final line is the overall cycle RC, which is
      *>   also this job's RETURN-CODE so the scheduler can gate the
      *>   online day on it.
      *>                    run's OUT column does not, so ACKs are
      *>                    judged against the routed-to-routed-plus-
      *>                    skips range instead of exact equality.
      *>   2026-10-15  DJO  MQPOSTCF added to the expected roster.
      *>   2026-10-15  DJO  Time-to-live expiries - the job line shows
      *>                    the new RST-RECORDS-EXPIRED count as EXP=,
      *>                    the cross-foot is IN = OUT + REJ + DIV +
      *>                    EXP, and MQACKGEN's expiry NAKs are judged
      *>                    against what the intakes expired, with the
      *>                    same restart range as the ACK comparison.
      *>   2026-10-15  DJO  MQALERT now carries the intakes' daily
      *>                    quota crossings as well; the summary
      *>                    counts them apart from the reject-rate
      *>                    alerts.
      *>   2026-10-15  DJO  Intraday cycles - stats rows are kept per
      *>                    job and RST-CYCLE-SEQ, and the page shows
      *>                    each intraday cycle's intake jobs with its
      *>                    own confirmation and expiry-NAK checks, a
      *>                    DAY TOTAL section across the cycles, and
      *>                    the date-close jobs once.  The cycle count
      *>                    comes from MQINTAKE's RUN-CYCLE-SEQ on the
      *>                    master, or the highest cycle on the rows.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQCYCRPT.

       77  WS-ROWS-READ            PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ALERTS-READ          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-QUOTA-ALERTS-READ    PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-JOBS-MISSING         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-JOBS-ZERO            PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-FOOT-BREAKS          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CYCLE-RC             PIC 9(02)               VALUE ZERO.
       77  WS-FOOT-TOTAL           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-TOTAL         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-EXPIRED-TOTAL        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-EXPIRED-CEILING      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-EXPIRY-NAKS-CUT      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SKIPPED-TOTAL        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-CEILING       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ACKS-CUT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-LOOKUP-JOB           PIC X(08)   VALUE SPACES.

      *> ------------------------------------------------------------
      *> intraday cycles - the intake jobs' rows are kept per cycle,
      *> the date-close jobs' rows under cycle zero
      *> ------------------------------------------------------------
       77  WS-CYC-SUB              PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-KIND-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-CYCLE-COUNT          PIC 9(02)               VALUE ZERO.
       77  WS-HIGH-CYCLE           PIC 9(02)               VALUE ZERO.
       77  WS-LOOKUP-CYCLE         PIC 9(02)               VALUE ZERO.
       77  WS-LOOKUP-KIND          PIC X(01)   VALUE SPACES.
       77  WS-REPORT-KIND          PIC X(01)   VALUE SPACES.
       77  WS-DAY-ROUTED           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-DAY-ACKS             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-DAY-EXPIRED          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-DAY-EXPIRY-NAKS      PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> stats rows, last row per job and intraday cycle wins - a
      *> job re-run under the override card supersedes its first
      *> appearance in that cycle
      *> ------------------------------------------------------------
       77  WS-STAT-USED            PIC 9(02)   USAGE COMP  VALUE ZERO.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 60 TIMES
                   INDEXED BY STAT-IDX.
               10  WS-STAT-JOB         PIC X(08).
               10  WS-STAT-CYCLE       PIC 9(02).
               10  WS-STAT-DATE        PIC 9(08).
               10  WS-STAT-IN          PIC 9(09)  USAGE COMP.
               10  WS-STAT-OUT         PIC 9(09)  USAGE COMP.
               10  WS-STAT-REJ         PIC 9(09)  USAGE COMP.
               10  WS-STAT-OTHER       PIC 9(09)  USAGE COMP.
               10  WS-STAT-SKIPS       PIC 9(09)  USAGE COMP.
               10  WS-STAT-EXP         PIC 9(09)  USAGE COMP.
               10  WS-STAT-RC          PIC 9(02).

      *> ------------------------------------------------------------
      *> the expected roster, in stream order, with each job's kind -
      *> I runs once per intraday cycle, D closes the business date
      *> once - and its cross-foot rule: I means records in must
      *> equal out + rejected + diverted + expired, N means the job's
      *> counts do not foot that way (MQRECON judges breaks, MQRPT
      *> only reads)
      *> ------------------------------------------------------------
       01  WS-ROSTER-VALUES.
           05  FILLER              PIC X(10)   VALUE "MQINTAKEII".
           05  FILLER              PIC X(10)   VALUE "MQREASM IN".
           05  FILLER              PIC X(10)   VALUE "MQWINTAKII".
           05  FILLER              PIC X(10)   VALUE "MQACKGENII".
           05  FILLER              PIC X(10)   VALUE "MQHELDRLDI".
           05  FILLER              PIC X(10)   VALUE "MQREWORKDI".
           05  FILLER              PIC X(10)   VALUE "MQRECON DN".
           05  FILLER              PIC X(10)   VALUE "MQRPT   DN".
           05  FILLER              PIC X(10)   VALUE "MQAUDARCDI".
           05  FILLER              PIC X(10)   VALUE "MQSLARPTDI".
           05  FILLER              PIC X(10)   VALUE "MQCTARC DI".
           05  FILLER              PIC X(10)   VALUE "MQDSPTCHDI".
           05  FILLER              PIC X(10)   VALUE "MQPOSTCFDI".
       01  WS-ROSTER-TABLE REDEFINES WS-ROSTER-VALUES.
           05  WS-ROSTER-ENTRY OCCURS 13 TIMES.
               10  WS-ROSTER-JOB       PIC X(08).
               10  WS-ROSTER-KIND      PIC X(01).
                   88  ROSTER-JOB-INTRADAY         VALUE "I".
               10  WS-ROSTER-FOOT      PIC X(01).

      *> ------------------------------------------------------------
      *> day totals of the intraday jobs across their cycles, one
      *> entry per roster position
      *> ------------------------------------------------------------
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 13 TIMES.
               10  WS-DAY-RUNS         PIC 9(02)  USAGE COMP.
               10  WS-DAY-IN           PIC 9(09)  USAGE COMP.
               10  WS-DAY-OUT          PIC 9(09)  USAGE COMP.
               10  WS-DAY-REJ          PIC 9(09)  USAGE COMP.
               10  WS-DAY-OTHER        PIC 9(09)  USAGE COMP.
               10  WS-DAY-EXP          PIC 9(09)  USAGE COMP.
               10  WS-DAY-RC           PIC 9(02).

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
           05  WS-RPT-OUT-ED           PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REJ-ED           PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-OTH-ED           PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-EXP-ED           PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RC-ED            PIC Z9.
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

           PERFORM 2000-LOAD-STATS-ROW THRU 2000-EXIT
               UNTIL EOF-REACHED.
           PERFORM 3000-COUNT-ALERTS THRU 3000-EXIT.
           PERFORM 4000-WRITE-HEADING THRU 4000-EXIT.
           PERFORM 4100-REPORT-CYCLE THRU 4100-EXIT
               VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.
           PERFORM 4500-REPORT-DAY-TOTAL THRU 4500-EXIT.
           PERFORM 4800-REPORT-DATE-CLOSE THRU 4800-EXIT.
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *> 1000-INITIALIZE
      *> ==================================================================
       1000-INITIALIZE.
           INITIALIZE WS-DAY-TABLE.
           PERFORM 1010-GET-BUSINESS-DATE THRU 1010-EXIT.
           OPEN INPUT MQ-CYCSTAT-FILE.
           IF CYCSTAT-FILE-NOT-FOUND
      *>   the first stats row would judge a stale row's date the
      *>   moment anything but a fresh file was mounted.  A missing
      *>   master falls back to the first stats row (2000 fills a
      *>   zero date from the first row it loads).  MQINTAKE's record
      *>   also says how many intraday cycles MQCYCSET has opened.
      *> ==================================================================
       1010-GET-BUSINESS-DATE.
           OPEN INPUT MQ-RUNCTL-FILE.
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUN-BUSINESS-DATE TO WS-CYCLE-DATE
                   IF RUN-CYCLE-SEQ NUMERIC
                       MOVE RUN-CYCLE-SEQ TO WS-CYCLE-COUNT
                   END-IF
           END-READ.
           CLOSE MQ-RUNCTL-FILE.
       1010-EXIT.
      *> ==================================================================
      *> 2000-LOAD-STATS-ROW  -  fold one run-stats row into the table;
      *>   the first row's business date is the cycle's, and a later
      *>   row for the same job and intraday cycle (an override
      *>   re-run) supersedes.  A date-close job's row is kept under
      *>   cycle zero; an intake job's row written before the cycle
      *>   was carried counts as cycle 1.
      *> ==================================================================
       2000-LOAD-STATS-ROW.
           IF WS-CYCLE-DATE = ZERO
           END-IF.
           MOVE "N" TO WS-STAT-FOUND-SW.
           MOVE RST-JOB-NAME TO WS-LOOKUP-JOB.
           PERFORM 2200-FIND-ROSTER-KIND THRU 2200-EXIT.
           IF RST-CYCLE-SEQ NUMERIC
               MOVE RST-CYCLE-SEQ TO WS-LOOKUP-CYCLE
           ELSE
               MOVE ZERO TO WS-LOOKUP-CYCLE
           END-IF.
           IF WS-LOOKUP-KIND = "I"
               IF WS-LOOKUP-CYCLE = ZERO
                   MOVE 1 TO WS-LOOKUP-CYCLE
               END-IF
               IF WS-LOOKUP-CYCLE > WS-HIGH-CYCLE
                   MOVE WS-LOOKUP-CYCLE TO WS-HIGH-CYCLE
               END-IF
           ELSE
               MOVE ZERO TO WS-LOOKUP-CYCLE
           END-IF.
           SET STAT-IDX TO 1.
           PERFORM 2100-MATCH-STATS-SLOT THRU 2100-EXIT
               UNTIL STATS-ROW-FOUND
               OR STAT-IDX > WS-STAT-USED.
           IF NOT STATS-ROW-FOUND
               IF WS-STAT-USED < 60
                   ADD 1 TO WS-STAT-USED
                   SET STAT-IDX TO WS-STAT-USED
                   MOVE RST-JOB-NAME TO WS-STAT-JOB (STAT-IDX)
                   MOVE WS-LOOKUP-CYCLE TO WS-STAT-CYCLE (STAT-IDX)
                   SET STATS-ROW-FOUND TO TRUE
               END-IF
           END-IF.
               MOVE RST-RECORDS-REJECT TO WS-STAT-REJ (STAT-IDX)
               MOVE RST-RECORDS-OTHER  TO WS-STAT-OTHER (STAT-IDX)
               MOVE RST-RESTART-SKIPS  TO WS-STAT-SKIPS (STAT-IDX)
               MOVE RST-RECORDS-EXPIRED TO WS-STAT-EXP (STAT-IDX)
               MOVE RST-RETURN-CODE    TO WS-STAT-RC (STAT-IDX)
           END-IF.
           PERFORM 2900-READ-STATS THRU 2900-EXIT.

       2100-MATCH-STATS-SLOT.
           IF WS-STAT-JOB (STAT-IDX) = WS-LOOKUP-JOB
                   AND WS-STAT-CYCLE (STAT-IDX) = WS-LOOKUP-CYCLE
               SET STATS-ROW-FOUND TO TRUE
           ELSE
               SET STAT-IDX UP BY 1
       2100-EXIT.
           EXIT.

      *> a job off the roster is taken as a date-close job
       2200-FIND-ROSTER-KIND.
           MOVE "D" TO WS-LOOKUP-KIND.
           PERFORM 2210-MATCH-ROSTER THRU 2210-EXIT
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 13.
       2200-EXIT.
           EXIT.

       2210-MATCH-ROSTER.
           IF WS-ROSTER-JOB (WS-KIND-SUB) = WS-LOOKUP-JOB
               MOVE WS-ROSTER-KIND (WS-KIND-SUB) TO WS-LOOKUP-KIND
           END-IF.
       2210-EXIT.
           EXIT.

       2900-READ-STATS.
           READ MQ-CYCSTAT-FILE
               AT END
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF EOF-REACHED
               GO TO 3100-EXIT
           END-IF.
           IF ALR-QUOTA-CROSSED
               ADD 1 TO WS-QUOTA-ALERTS-READ
           ELSE
               ADD 1 TO WS-ALERTS-READ
           END-IF.
       3100-EXIT.
           EXIT.

      *> ==================================================================
      *> 4000-WRITE-HEADING  -  the page heading, and how many intraday
      *>   cycles the business date ran: MQINTAKE's RUN-CYCLE-SEQ on
      *>   the master, or the highest cycle on the stats rows if that
      *>   is higher (or the master is missing), and at least one
      *> ==================================================================
       4000-WRITE-HEADING.
           IF WS-HIGH-CYCLE > WS-CYCLE-COUNT
               MOVE WS-HIGH-CYCLE TO WS-CYCLE-COUNT
           END-IF.
           IF WS-CYCLE-COUNT = ZERO
               MOVE 1 TO WS-CYCLE-COUNT
           END-IF.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "CYCLE STATUS REPORT - BUSINESS DATE "
                  WS-CYCLE-DATE
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE WS-CYCLE-COUNT TO WS-RPT-RC-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "INTRADAY CYCLES RUN=" WS-RPT-RC-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
       4000-EXIT.
           EXIT.

      *> ==================================================================
      *> 4100-REPORT-CYCLE  -  one intraday cycle: the intake jobs'
      *>   lines for that cycle, then its confirmation checks, which
      *>   are judged per cycle because MQACKGEN confirms only its own
      *>   cycle's records
      *> ==================================================================
       4100-REPORT-CYCLE.
           MOVE SPACES TO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE WS-CYC-SUB TO WS-LOOKUP-CYCLE.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "INTRADAY CYCLE " WS-LOOKUP-CYCLE
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE ZERO TO WS-ROUTED-TOTAL.
           MOVE ZERO TO WS-SKIPPED-TOTAL.
           MOVE ZERO TO WS-EXPIRED-TOTAL.
           MOVE ZERO TO WS-ACKS-CUT.
           MOVE ZERO TO WS-EXPIRY-NAKS-CUT.
           MOVE "N" TO WS-ACKGEN-SEEN-SW.
           MOVE "I" TO WS-REPORT-KIND.
           PERFORM 5000-REPORT-JOB THRU 5000-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           PERFORM 6000-CHECK-CONFIRMATIONS THRU 6000-EXIT.
           PERFORM 6100-CHECK-EXPIRY-NAKS THRU 6100-EXIT.
           ADD WS-ROUTED-TOTAL    TO WS-DAY-ROUTED.
           ADD WS-ACKS-CUT        TO WS-DAY-ACKS.
           ADD WS-EXPIRED-TOTAL   TO WS-DAY-EXPIRED.
           ADD WS-EXPIRY-NAKS-CUT TO WS-DAY-EXPIRY-NAKS.
       4100-EXIT.
           EXIT.

      *> ==================================================================
      *> 4500-REPORT-DAY-TOTAL  -  the intake jobs summed across the
      *>   business date's cycles (RC is the worst cycle's); each
      *>   cycle has already been judged in its own section
      *> ==================================================================
       4500-REPORT-DAY-TOTAL.
           MOVE SPACES TO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE "DAY TOTAL - ALL INTRADAY CYCLES" TO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           PERFORM 4550-PRINT-DAY-LINE THRU 4550-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
           MOVE WS-DAY-ACKS TO WS-RPT-COUNT-ED.
           MOVE WS-DAY-ROUTED TO WS-RPT-OUT-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "DAY CONFIRMATIONS=" WS-RPT-COUNT-ED
                  " RECORDS ROUTED=" WS-RPT-OUT-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE WS-DAY-EXPIRY-NAKS TO WS-RPT-COUNT-ED.
           MOVE WS-DAY-EXPIRED TO WS-RPT-OUT-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "DAY EXPIRY NAKS=  " WS-RPT-COUNT-ED
                  " MSGS EXPIRED=  " WS-RPT-OUT-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
       4500-EXIT.
           EXIT.

       4550-PRINT-DAY-LINE.
           IF NOT ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               GO TO 4550-EXIT
           END-IF.
           IF WS-DAY-RUNS (WS-JOB-SUB) = ZERO
               MOVE SPACES TO CYC-OUT-LINE
               STRING WS-ROSTER-JOB (WS-JOB-SUB)
                      " ** NO STATS ROW IN ANY CYCLE"
                   DELIMITED BY SIZE INTO CYC-OUT-LINE
               WRITE CYC-OUT-LINE
               GO TO 4550-EXIT
           END-IF.
           MOVE WS-DAY-IN (WS-JOB-SUB)    TO WS-RPT-IN-ED.
           MOVE WS-DAY-OUT (WS-JOB-SUB)   TO WS-RPT-OUT-ED.
           MOVE WS-DAY-REJ (WS-JOB-SUB)   TO WS-RPT-REJ-ED.
           MOVE WS-DAY-OTHER (WS-JOB-SUB) TO WS-RPT-OTH-ED.
           MOVE WS-DAY-EXP (WS-JOB-SUB)   TO WS-RPT-EXP-ED.
           MOVE WS-DAY-RC (WS-JOB-SUB)    TO WS-RPT-RC-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING WS-ROSTER-JOB (WS-JOB-SUB)
                  " IN=" WS-RPT-IN-ED
                  " OUT=" WS-RPT-OUT-ED
                  " REJ=" WS-RPT-REJ-ED
                  " DIV=" WS-RPT-OTH-ED
                  " EXP=" WS-RPT-EXP-ED
                  " RC=" WS-RPT-RC-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
       4550-EXIT.
           EXIT.

      *> ==================================================================
      *> 4800-REPORT-DATE-CLOSE  -  the jobs that close the business
      *>   date once across all its intraday cycles
      *> ==================================================================
       4800-REPORT-DATE-CLOSE.
           MOVE SPACES TO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE "DATE CLOSE - ONCE ACROSS ALL INTRADAY CYCLES"
               TO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE ZERO TO WS-LOOKUP-CYCLE.
           MOVE "D" TO WS-REPORT-KIND.
           PERFORM 5000-REPORT-JOB THRU 5000-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 13.
       4800-EXIT.
           EXIT.

      *> ==================================================================
      *> 5000-REPORT-JOB  -  one roster job's line, with its flags, for
      *>   the section in hand (WS-REPORT-KIND / WS-LOOKUP-CYCLE)
      *> ==================================================================
       5000-REPORT-JOB.
           IF WS-ROSTER-KIND (WS-JOB-SUB) NOT = WS-REPORT-KIND
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO WS-STAT-FOUND-SW.
           MOVE WS-ROSTER-JOB (WS-JOB-SUB) TO WS-LOOKUP-JOB.
           END-IF.
           PERFORM 5100-PRINT-JOB-LINE THRU 5100-EXIT.
           PERFORM 5200-JUDGE-JOB THRU 5200-EXIT.
           IF ROSTER-JOB-INTRADAY (WS-JOB-SUB)
               PERFORM 5300-ADD-DAY-TOTAL THRU 5300-EXIT
           END-IF.
           IF WS-STAT-JOB (STAT-IDX) = "MQACKGEN"
               SET ACKGEN-ROW-SEEN TO TRUE
               MOVE WS-STAT-OUT (STAT-IDX) TO WS-ACKS-CUT
               MOVE WS-STAT-EXP (STAT-IDX) TO WS-EXPIRY-NAKS-CUT
           END-IF.
           IF WS-STAT-JOB (STAT-IDX) = "MQINTAKE"
               OR WS-STAT-JOB (STAT-IDX) = "MQWINTAK"
               ADD WS-STAT-OUT (STAT-IDX) TO WS-ROUTED-TOTAL
               ADD WS-STAT-SKIPS (STAT-IDX) TO WS-SKIPPED-TOTAL
               ADD WS-STAT-EXP (STAT-IDX) TO WS-EXPIRED-TOTAL
           END-IF.
       5000-EXIT.
           EXIT.
           MOVE WS-STAT-OUT (STAT-IDX)   TO WS-RPT-OUT-ED.
           MOVE WS-STAT-REJ (STAT-IDX)   TO WS-RPT-REJ-ED.
           MOVE WS-STAT-OTHER (STAT-IDX) TO WS-RPT-OTH-ED.
           MOVE WS-STAT-EXP (STAT-IDX)   TO WS-RPT-EXP-ED.
           MOVE WS-STAT-RC (STAT-IDX)    TO WS-RPT-RC-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING WS-STAT-JOB (STAT-IDX)
                  " OUT=" WS-RPT-OUT-ED
                  " REJ=" WS-RPT-REJ-ED
                  " DIV=" WS-RPT-OTH-ED
                  " EXP=" WS-RPT-EXP-ED
                  " RC=" WS-RPT-RC-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
               COMPUTE WS-FOOT-TOTAL = WS-STAT-OUT (STAT-IDX)
                   + WS-STAT-REJ (STAT-IDX)
                   + WS-STAT-OTHER (STAT-IDX)
                   + WS-STAT-EXP (STAT-IDX)
               IF WS-FOOT-TOTAL NOT = WS-STAT-IN (STAT-IDX)
                   ADD 1 TO WS-FOOT-BREAKS
                   MOVE SPACES TO CYC-OUT-LINE
                   STRING "         ** CROSS-FOOT BREAK - IN IS NOT "
                          "OUT + REJ + DIV + EXP"
                       DELIMITED BY SIZE INTO CYC-OUT-LINE
                   WRITE CYC-OUT-LINE
                   IF WS-CYCLE-RC < 8
       5200-EXIT.
           EXIT.

       5300-ADD-DAY-TOTAL.
           ADD 1 TO WS-DAY-RUNS (WS-JOB-SUB).
           ADD WS-STAT-IN (STAT-IDX)    TO WS-DAY-IN (WS-JOB-SUB).
           ADD WS-STAT-OUT (STAT-IDX)   TO WS-DAY-OUT (WS-JOB-SUB).
           ADD WS-STAT-REJ (STAT-IDX)   TO WS-DAY-REJ (WS-JOB-SUB).
           ADD WS-STAT-OTHER (STAT-IDX) TO WS-DAY-OTHER (WS-JOB-SUB).
           ADD WS-STAT-EXP (STAT-IDX)   TO WS-DAY-EXP (WS-JOB-SUB).
           IF WS-STAT-RC (STAT-IDX) > WS-DAY-RC (WS-JOB-SUB)
               MOVE WS-STAT-RC (STAT-IDX) TO WS-DAY-RC (WS-JOB-SUB)
           END-IF.
       5300-EXIT.
           EXIT.

      *> ==================================================================
      *> 6000-CHECK-CONFIRMATIONS  -  one ACK per routed record,
      *>   exactly: MQACKGEN's ACK count for the intraday cycle must
      *>   equal what the two intakes routed to the band files in
      *>   that cycle.  On a restart cycle the
      *>   band files were extended and also carry the pre-abend
      *>   traffic inside the intakes' skip counts, which this run's
      *>   OUT column does not - so the ACK count is judged against
       6000-EXIT.
           EXIT.

      *> ==================================================================
      *> 6100-CHECK-EXPIRY-NAKS  -  one expiry NAK per message the two
      *>   intakes diverted past its time-to-live, judged the same way
      *>   as the ACKs: exact on a clean cycle, within the expired-to-
      *>   expired-plus-skips range when an intake restarted and
      *>   extended MQEXPIRED with pre-abend traffic
      *> ==================================================================
       6100-CHECK-EXPIRY-NAKS.
           IF NOT ACKGEN-ROW-SEEN
               GO TO 6100-EXIT
           END-IF.
           IF WS-EXPIRED-TOTAL = ZERO AND WS-EXPIRY-NAKS-CUT = ZERO
               GO TO 6100-EXIT
           END-IF.
           COMPUTE WS-EXPIRED-CEILING =
               WS-EXPIRED-TOTAL + WS-SKIPPED-TOTAL.
           EVALUATE TRUE
               WHEN WS-SKIPPED-TOTAL = ZERO
                   AND WS-EXPIRY-NAKS-CUT = WS-EXPIRED-TOTAL
                   MOVE WS-EXPIRY-NAKS-CUT TO WS-RPT-COUNT-ED
                   MOVE SPACES TO CYC-OUT-LINE
                   STRING "EXPIRY NAKS MATCH MESSAGES EXPIRED  ="
                          WS-RPT-COUNT-ED
                       DELIMITED BY SIZE INTO CYC-OUT-LINE
                   WRITE CYC-OUT-LINE
               WHEN WS-SKIPPED-TOTAL > ZERO
                   AND WS-EXPIRY-NAKS-CUT >= WS-EXPIRED-TOTAL
                   AND WS-EXPIRY-NAKS-CUT <= WS-EXPIRED-CEILING
                   MOVE WS-EXPIRY-NAKS-CUT TO WS-RPT-COUNT-ED
                   MOVE WS-SKIPPED-TOTAL TO WS-RPT-OUT-ED
                   MOVE SPACES TO CYC-OUT-LINE
                   STRING "EXPIRY NAKS=" WS-RPT-COUNT-ED
                          " WITHIN RESTART RANGE (SKIPS="
                          WS-RPT-OUT-ED ")"
                       DELIMITED BY SIZE INTO CYC-OUT-LINE
                   WRITE CYC-OUT-LINE
               WHEN OTHER
                   MOVE WS-EXPIRY-NAKS-CUT TO WS-RPT-COUNT-ED
                   MOVE WS-EXPIRED-CEILING TO WS-RPT-OUT-ED
                   MOVE SPACES TO CYC-OUT-LINE
                   STRING "** EXPIRY NAKS=" WS-RPT-COUNT-ED
                          " OUTSIDE EXPIRED RANGE (CEILING="
                          WS-RPT-OUT-ED ")"
                       DELIMITED BY SIZE INTO CYC-OUT-LINE
                   WRITE CYC-OUT-LINE
                   IF WS-CYCLE-RC < 8
                       MOVE 8 TO WS-CYCLE-RC
                   END-IF
           END-EVALUATE.
       6100-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY
      *> ==================================================================
           STRING "REJECT-RATE ALERTS=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE WS-QUOTA-ALERTS-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "DAILY-QUOTA ALERTS=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CYC-OUT-LINE.
           WRITE CYC-OUT-LINE.
           MOVE WS-CYCLE-RC TO WS-RPT-RC-ED.
           MOVE SPACES TO CYC-OUT-LINE.
           STRING "OVERALL CYCLE RC=" WS-RPT-RC-ED
