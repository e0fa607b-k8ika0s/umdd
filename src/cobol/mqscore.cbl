      *> ==================================================================
      *> PROGRAM-ID.  MQSCORE
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Month-end partner service scorecard.  The account managers
      *>   used to assemble each partner's monthly service review by
      *>   hand from MQRPTOUT pages, MQSLAOUT, MQUNACKRPT and the
      *>   MQSEQGAP file, and the numbers never agreed.  This job
      *>   builds every figure from one pass over each source for the
      *>   review period on the MQSCRPRM card (from/to dates,
      *>   inclusive - the same card shape as MQBILPRM):
      *>     - messages received and payload volume (in started
      *>       kilobytes, the MQBILL convention, so the scorecard and
      *>       the invoice agree) from the MQAUDARCH archive, read
      *>       through the ARC-APP-ID alternate key;
      *>     - receipt latency against the partner's PTN-SLA-MINUTES
      *>       window, put-to-read as MQSLARPT measures it, off the
      *>       put timestamp MQAUDARC now carries onto the archive:
      *>       the percentage of measured messages received within
      *>       the window and the worst receive date.  A partner with
      *>       no window is reported unjudged; an archive row with no
      *>       put timestamp is counted, not measured;
      *>     - reject rate and the top three reject reasons from the
      *>       MQMSGSTAT ledger - a message with a quarantine (REJ)
      *>       stamp dated in the period, its reason taken from
      *>       STAT-REJECT-REASON;
      *>     - duplicates diverted - the ledger's DUP stamps dated in
      *>       the period, since the intakes write only G and O
      *>       records to MQSEQGAP;
      *>     - sequence gaps and out-of-order arrivals from MQSEQGAP,
      *>       by detect date.  The intakes start a fresh MQSEQGAP
      *>       each business date, so run it over the period's
      *>       generations concatenated;
      *>     - confirmation turnaround - minutes from the message's
      *>       first ledger stamp to the MQACKGEN ACK or NAK stamp,
      *>       average and longest.
      *>   Prints one MQSCRRPT page per partner and writes the
      *>   machine-readable MQSCOREXT extract in the MQBILLEXT shape,
      *>   keyed APP-ID and period, to attach to the invoice extract.
      *>   Read-only against every master and outside the cycle
      *>   roster, like MQBILL.  A source that cannot be opened, or a
      *>   table limit reached, leaves the scorecard incomplete and
      *>   ends RC=4.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *>   2026-10-15  DJO  Quarantine (REJ) and duplicate (DUP) stamps
      *>                    are counted only from the MQINTAKE and
      *>                    MQWINTAK stages that set them, so a status
      *>                    stamped by a later stage cannot be taken
      *>                    for one.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-AUDARCH-FILE
               ASSIGN TO "MQAUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-MQMD-MSGID
               ALTERNATE RECORD KEY IS ARC-APP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARC-READ-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MQ-PARTNER-FILE
               ASSIGN TO "MQPARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-APP-ID
               FILE STATUS IS WS-PTN-STATUS.

           SELECT MQ-MSGSTAT-FILE
               ASSIGN TO "MQMSGSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-MQMD-MSGID
               FILE STATUS IS WS-STAT-STATUS.

           SELECT MQ-SEQGAP-FILE
               ASSIGN TO "MQSEQGAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-STATUS.

           SELECT MQ-SCR-PARM-FILE
               ASSIGN TO "MQSCRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MQ-SCR-RPT-FILE
               ASSIGN TO "MQSCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-SCORE-EXT-FILE
               ASSIGN TO "MQSCOREXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-AUDARCH-FILE.
           COPY "mq_audarch.cpy".

       FD  MQ-PARTNER-FILE.
           COPY "mq_partner.cpy".

       FD  MQ-MSGSTAT-FILE.
           COPY "mq_msgstat.cpy".

       FD  MQ-SEQGAP-FILE.
           COPY "mq_seqgap.cpy".

      *> control card - review period dates, inclusive; a scorecard
      *> for an unstated period is meaningless, so a missing or
      *> non-numeric card refuses the run instead of guessing
       FD  MQ-SCR-PARM-FILE.
       01  MQ-SCR-PARM.
           05  PARM-FROM-DATE      PIC 9(08).
           05  PARM-TO-DATE        PIC 9(08).

       FD  MQ-SCR-RPT-FILE.
       01  SCR-RPT-LINE               PIC X(100).

       FD  MQ-SCORE-EXT-FILE.
           COPY "mq_scorext.cpy".

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-ARCH-STATUS          PIC X(02)   VALUE "00".
           88  ARCH-FILE-NOT-FOUND             VALUE "35".

       77  WS-PTN-STATUS           PIC X(02)   VALUE "00".
           88  PTN-FILE-NOT-FOUND              VALUE "35".

       77  WS-STAT-STATUS          PIC X(02)   VALUE "00".
           88  STAT-FILE-NOT-FOUND             VALUE "35".

       77  WS-GAP-STATUS           PIC X(02)   VALUE "00".
           88  GAP-FILE-NOT-FOUND              VALUE "35".

       77  WS-PARM-STATUS          PIC X(02)   VALUE "00".
           88  PARM-FILE-NOT-FOUND             VALUE "35".

       77  WS-SCR-FOUND-SW         PIC X(01)   VALUE "N".
           88  SCR-ENTRY-FOUND                 VALUE "Y".

       77  WS-DAY-FOUND-SW         PIC X(01)   VALUE "N".
           88  DAY-ENTRY-FOUND                 VALUE "Y".

       77  WS-RSN-FOUND-SW         PIC X(01)   VALUE "N".
           88  REASON-FOUND                    VALUE "Y".

       77  WS-WORST-SW             PIC X(01)   VALUE "N".
           88  WORST-DAY-FOUND                 VALUE "Y".

       77  WS-REJECTED-SW          PIC X(01)   VALUE "N".
           88  MESSAGE-WAS-REJECTED            VALUE "Y".

       77  WS-INCOMPLETE-SW        PIC X(01)   VALUE "N".
           88  SCORECARD-INCOMPLETE            VALUE "Y".

       77  WS-ARCH-ROWS-READ       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ARCH-ROWS-IN-PERIOD  PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-STAT-ROWS-READ       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-GAP-ROWS-READ        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-GAP-ROWS-IN-PERIOD   PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-PARTNERS-SCORED      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SCR-OVERFLOW-CT      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-DAY-OVERFLOW-CT      PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-NO-PUT-TOTAL         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SKEWED-TOTAL         PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-FROM-DATE            PIC 9(08)               VALUE ZERO.
       77  WS-TO-DATE              PIC 9(08)               VALUE ZERO.
       77  WS-HIST-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-RSN-SUB              PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-RANK-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-BEST-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-BEST-CT              PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-KB-TOTAL             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-REASON-CODE          PIC X(04)               VALUE SPACES.

      *> ------------------------------------------------------------
      *> one ledger entry's in-period stamps, totalled before the
      *> partner's table entry is touched
      *> ------------------------------------------------------------
       77  WS-MSG-DUP-CT           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MSG-CONF-CT          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-MSG-CONF-SUM         PIC 9(12)   USAGE COMP  VALUE ZERO.
       77  WS-MSG-CONF-MAX         PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> elapsed-time arithmetic - dates to day numbers, HHMMSSss
      *> times to minutes of day, difference in whole minutes; the
      *> same arithmetic MQSLARPT uses for receipt latency
      *> ------------------------------------------------------------
       77  WS-START-DATE           PIC 9(08)               VALUE ZERO.
       77  WS-START-TIME           PIC 9(08)               VALUE ZERO.
       77  WS-END-DATE             PIC 9(08)               VALUE ZERO.
       77  WS-END-TIME             PIC 9(08)               VALUE ZERO.
       77  WS-START-INT            PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-END-INT              PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-START-MINS           PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-END-MINS             PIC 9(05)   USAGE COMP  VALUE ZERO.
       77  WS-ELAPSED-MINS         PIC S9(09)  USAGE COMP  VALUE ZERO.

       01  WS-TIME-WORK            PIC 9(08)   VALUE ZERO.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TP-HH            PIC 9(02).
           05  WS-TP-MM            PIC 9(02).
           05  WS-TP-SS            PIC 9(02).
           05  WS-TP-HS            PIC 9(02).

      *> ------------------------------------------------------------
      *> percentage and average work fields
      *> ------------------------------------------------------------
       77  WS-PCT-WORK             PIC 9(03)V99            VALUE ZERO.
       77  WS-REJECT-PCT           PIC 9(03)V99            VALUE ZERO.
       77  WS-SLA-PCT              PIC 9(03)V99            VALUE ZERO.
       77  WS-CONF-AVG             PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> per-partner accumulation across the review period.  The
      *> reject reasons are tallied per code, ten codes to a partner;
      *> any further codes are counted together as other reasons.
      *> ------------------------------------------------------------
       77  WS-SCR-USED             PIC 9(05)   USAGE COMP  VALUE ZERO.
       01  WS-SCR-TABLE.
           05  WS-SCR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SCR-USED
                   INDEXED BY SCR-IDX.
               10  WS-SCR-KEY          PIC X(12).
               10  WS-SCR-SLA          PIC 9(05)  USAGE COMP.
               10  WS-SCR-MSG-CT       PIC 9(09)  USAGE COMP.
               10  WS-SCR-BYTES        PIC 9(12)  USAGE COMP.
               10  WS-SCR-NO-PUT       PIC 9(09)  USAGE COMP.
               10  WS-SCR-SLA-MEAS     PIC 9(09)  USAGE COMP.
               10  WS-SCR-SLA-WITHIN   PIC 9(09)  USAGE COMP.
               10  WS-SCR-WORST-DATE   PIC 9(08).
               10  WS-SCR-WORST-PCT    PIC 9(03)V99.
               10  WS-SCR-REJECT-CT    PIC 9(09)  USAGE COMP.
               10  WS-SCR-DUP-CT       PIC 9(09)  USAGE COMP.
               10  WS-SCR-GAP-CT       PIC 9(09)  USAGE COMP.
               10  WS-SCR-OOO-CT       PIC 9(09)  USAGE COMP.
               10  WS-SCR-CONF-CT      PIC 9(09)  USAGE COMP.
               10  WS-SCR-CONF-SUM     PIC 9(12)  USAGE COMP.
               10  WS-SCR-CONF-MAX     PIC 9(09)  USAGE COMP.
               10  WS-SCR-RSN-USED     PIC 9(02)  USAGE COMP.
               10  WS-SCR-RSN-OTHER    PIC 9(09)  USAGE COMP.
               10  WS-SCR-RSN OCCURS 10 TIMES.
                   15  WS-SCR-RSN-CODE     PIC X(04).
                   15  WS-SCR-RSN-CT       PIC 9(09)  USAGE COMP.

      *> ------------------------------------------------------------
      *> one partner's receive dates while its archive rows go by -
      *> the archive arrives grouped by APP-ID, so the table is
      *> judged for the worst day and cleared at each change of
      *> partner
      *> ------------------------------------------------------------
       77  WS-DAY-APP-ID           PIC X(12)               VALUE SPACES.
       77  WS-DAY-USED             PIC 9(05)   USAGE COMP  VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1 TO 366 TIMES
                   DEPENDING ON WS-DAY-USED
                   INDEXED BY DAY-IDX.
               10  WS-DAY-DATE         PIC 9(08).
               10  WS-DAY-MEAS         PIC 9(09)  USAGE COMP.
               10  WS-DAY-WITHIN       PIC 9(09)  USAGE COMP.

      *> ------------------------------------------------------------
      *> top three reject reasons, ranked off a copy of the partner's
      *> reason counts
      *> ------------------------------------------------------------
       01  WS-RANK-TABLE.
           05  WS-RANK-CT OCCURS 10 TIMES
                                   PIC 9(09)  USAGE COMP.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 3 TIMES.
               10  WS-TOP-CODE         PIC X(04).
               10  WS-TOP-CT           PIC 9(09)  USAGE COMP.

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
       01  WS-RPT-WORK.
           05  WS-RPT-APPID            PIC X(12).
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-COUNT2-ED        PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-PCT-ED           PIC ZZ9.99.
           05  WS-RPT-MIN-ED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *> ==================================================================
      *> 0000-MAINLINE
      *> ==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUM-ARCHIVE THRU 2000-EXIT
               UNTIL EOF-REACHED.
           IF WS-DAY-APP-ID NOT = SPACES
               PERFORM 2400-CLOSE-PARTNER-DAYS THRU 2400-EXIT
           END-IF.
           PERFORM 3000-ACCUM-LEDGER THRU 3000-EXIT.
           PERFORM 4000-ACCUM-SEQGAP THRU 4000-EXIT.
           PERFORM 5000-SCORE-PARTNER THRU 5000-EXIT
               VARYING SCR-IDX FROM 1 BY 1
               UNTIL SCR-IDX > WS-SCR-USED.
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *> ==================================================================
      *> 1000-INITIALIZE
      *> ==================================================================
       1000-INITIALIZE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           OPEN INPUT MQ-AUDARCH-FILE.
           IF ARCH-FILE-NOT-FOUND
               DISPLAY "MQSCORE WARNING - MQAUDARCH NOT FOUND - NO "
                   "VOLUME OR LATENCY FIGURES THIS RUN"
               SET SCORECARD-INCOMPLETE TO TRUE
               SET EOF-REACHED TO TRUE
           END-IF.
      *> partner master supplies the SLA windows - missing means
      *> latency is reported unjudged, the MQSLARPT convention
           OPEN INPUT MQ-PARTNER-FILE.
           IF PTN-FILE-NOT-FOUND
               DISPLAY "MQSCORE WARNING - MQPARTNER MASTER NOT FOUND "
                   "- LATENCY REPORTED WITHOUT SLA JUDGEMENT"
               SET SCORECARD-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT MQ-MSGSTAT-FILE.
           IF STAT-FILE-NOT-FOUND
               DISPLAY "MQSCORE WARNING - MQMSGSTAT NOT FOUND - NO "
                   "REJECT, DUPLICATE OR CONFIRMATION FIGURES"
               SET SCORECARD-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT MQ-SEQGAP-FILE.
           IF GAP-FILE-NOT-FOUND
               DISPLAY "MQSCORE WARNING - MQSEQGAP NOT FOUND - NO "
                   "SEQUENCE GAP FIGURES THIS RUN"
               SET SCORECARD-INCOMPLETE TO TRUE
           END-IF.
           OPEN OUTPUT MQ-SCR-RPT-FILE.
           OPEN OUTPUT MQ-SCORE-EXT-FILE.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "PARTNER SERVICE SCORECARDS - PERIOD "
                  WS-FROM-DATE " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           IF NOT EOF-REACHED
               PERFORM 1020-START-ARCHIVE THRU 1020-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ==================================================================
      *> 1010-READ-PARM  -  the review period is mandatory
      *> ==================================================================
       1010-READ-PARM.
           OPEN INPUT MQ-SCR-PARM-FILE.
           IF PARM-FILE-NOT-FOUND
               DISPLAY "MQSCORE REFUSED - NO MQSCRPRM REVIEW PERIOD "
                   "CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MQ-SCR-PARM-FILE
               AT END
                   DISPLAY "MQSCORE REFUSED - MQSCRPRM CARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PARM-FROM-DATE NOT NUMERIC
               OR PARM-TO-DATE NOT NUMERIC
               OR PARM-FROM-DATE = ZERO
               OR PARM-TO-DATE = ZERO
               OR PARM-FROM-DATE > PARM-TO-DATE
               DISPLAY "MQSCORE REFUSED - MQSCRPRM PERIOD IS NOT A "
                   "VALID FROM/TO DATE PAIR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-FROM-DATE TO WS-FROM-DATE.
           MOVE PARM-TO-DATE   TO WS-TO-DATE.
           CLOSE MQ-SCR-PARM-FILE.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1020-START-ARCHIVE  -  position on the ARC-APP-ID alternate
      *>   key so the period's rows arrive grouped by partner
      *> ==================================================================
       1020-START-ARCHIVE.
           MOVE LOW-VALUES TO ARC-APP-ID.
           START MQ-AUDARCH-FILE
               KEY NOT LESS THAN ARC-APP-ID
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
           END-IF.
       1020-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-ACCUM-ARCHIVE  -  tally one in-period archive row against
      *>   its partner and judge its receipt latency; a change of
      *>   APP-ID closes out the previous partner's receive dates
      *> ==================================================================
       2000-ACCUM-ARCHIVE.
           IF ARC-READ-DATE < WS-FROM-DATE
               OR ARC-READ-DATE > WS-TO-DATE
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-ARCH-ROWS-IN-PERIOD.
           IF ARC-APP-ID NOT = WS-DAY-APP-ID
               IF WS-DAY-APP-ID NOT = SPACES
                   PERFORM 2400-CLOSE-PARTNER-DAYS THRU 2400-EXIT
               END-IF
               MOVE ARC-APP-ID TO WS-DAY-APP-ID
               MOVE ZERO TO WS-DAY-USED
           END-IF.
           MOVE ARC-APP-ID TO WS-RPT-APPID.
           PERFORM 2100-FIND-SCR-ENTRY THRU 2100-EXIT.
           IF NOT SCR-ENTRY-FOUND
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-SCR-MSG-CT (SCR-IDX).
           ADD ARC-PAYLOAD-LEN TO WS-SCR-BYTES (SCR-IDX).
           PERFORM 2200-JUDGE-LATENCY THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2100-FIND-SCR-ENTRY  -  locate or add WS-RPT-APPID's table
      *>   entry, pulling the SLA window off the partner profile the
      *>   first time; on overflow the partner is dropped from the
      *>   scorecards with one warning, same as MQBILL
      *> ==================================================================
       2100-FIND-SCR-ENTRY.
           MOVE "N" TO WS-SCR-FOUND-SW.
           SET SCR-IDX TO 1.
           SEARCH WS-SCR-ENTRY
               AT END
                   IF WS-SCR-USED < 200
                       PERFORM 2110-ADD-SCR-ENTRY THRU 2110-EXIT
                       SET SCR-ENTRY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-SCR-OVERFLOW-CT
                       IF WS-SCR-OVERFLOW-CT = 1
                           DISPLAY "MQSCORE WARNING - PARTNER TABLE "
                               "FULL (200) - ADDITIONAL PARTNERS NOT "
                               "SCORED"
                           SET SCORECARD-INCOMPLETE TO TRUE
                       END-IF
                   END-IF
               WHEN WS-SCR-KEY (SCR-IDX) = WS-RPT-APPID
                   SET SCR-ENTRY-FOUND TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

       2110-ADD-SCR-ENTRY.
           ADD 1 TO WS-SCR-USED.
           SET SCR-IDX TO WS-SCR-USED.
           INITIALIZE WS-SCR-ENTRY (SCR-IDX).
           MOVE WS-RPT-APPID TO WS-SCR-KEY (SCR-IDX).
           IF NOT PTN-FILE-NOT-FOUND
               MOVE WS-RPT-APPID TO PTN-APP-ID
               READ MQ-PARTNER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTN-SLA-MINUTES TO WS-SCR-SLA (SCR-IDX)
               END-READ
           END-IF.
       2110-EXIT.
           EXIT.

      *> ==================================================================
      *> 2150-ELAPSED-MINUTES  -  whole minutes from WS-START to
      *>   WS-END, across midnight via day numbers
      *> ==================================================================
       2150-ELAPSED-MINUTES.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-START-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-END-DATE).
           MOVE WS-START-TIME TO WS-TIME-WORK.
           COMPUTE WS-START-MINS = WS-TP-HH * 60 + WS-TP-MM.
           MOVE WS-END-TIME TO WS-TIME-WORK.
           COMPUTE WS-END-MINS = WS-TP-HH * 60 + WS-TP-MM.
           COMPUTE WS-ELAPSED-MINS =
               ( WS-END-INT - WS-START-INT ) * 1440
               + WS-END-MINS - WS-START-MINS.
       2150-EXIT.
           EXIT.

      *> ==================================================================
      *> 2200-JUDGE-LATENCY  -  put-to-read minutes against the
      *>   partner's window, into the partner's totals and its receive
      *>   date's.  No window means unjudged; no put timestamp means
      *>   unmeasured, counted.
      *> ==================================================================
       2200-JUDGE-LATENCY.
           IF WS-SCR-SLA (SCR-IDX) = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF ARC-PUT-DATE = ZERO
               ADD 1 TO WS-SCR-NO-PUT (SCR-IDX)
               ADD 1 TO WS-NO-PUT-TOTAL
               GO TO 2200-EXIT
           END-IF.
           MOVE ARC-PUT-DATE  TO WS-START-DATE.
           MOVE ARC-PUT-TIME  TO WS-START-TIME.
           MOVE ARC-READ-DATE TO WS-END-DATE.
           MOVE ARC-READ-TIME TO WS-END-TIME.
           PERFORM 2150-ELAPSED-MINUTES THRU 2150-EXIT.
           IF WS-ELAPSED-MINS < ZERO
      *> a put timestamp after our read is clock skew between the
      *> queue manager and this host - counted, clamped to zero
               ADD 1 TO WS-SKEWED-TOTAL
               MOVE ZERO TO WS-ELAPSED-MINS
           END-IF.
           ADD 1 TO WS-SCR-SLA-MEAS (SCR-IDX).
           PERFORM 2250-FIND-DAY-ENTRY THRU 2250-EXIT.
           IF DAY-ENTRY-FOUND
               ADD 1 TO WS-DAY-MEAS (DAY-IDX)
           END-IF.
           IF WS-ELAPSED-MINS > WS-SCR-SLA (SCR-IDX)
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-SCR-SLA-WITHIN (SCR-IDX).
           IF DAY-ENTRY-FOUND
               ADD 1 TO WS-DAY-WITHIN (DAY-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *> ==================================================================
      *> 2250-FIND-DAY-ENTRY  -  locate or add the receive date in the
      *>   current partner's day table; a period longer than the table
      *>   leaves the later dates out of the worst-day judgement, with
      *>   one warning
      *> ==================================================================
       2250-FIND-DAY-ENTRY.
           MOVE "N" TO WS-DAY-FOUND-SW.
           SET DAY-IDX TO 1.
           SEARCH WS-DAY-ENTRY
               AT END
                   IF WS-DAY-USED < 366
                       ADD 1 TO WS-DAY-USED
                       SET DAY-IDX TO WS-DAY-USED
                       MOVE ARC-READ-DATE TO WS-DAY-DATE (DAY-IDX)
                       MOVE ZERO TO WS-DAY-MEAS (DAY-IDX)
                       MOVE ZERO TO WS-DAY-WITHIN (DAY-IDX)
                       SET DAY-ENTRY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-DAY-OVERFLOW-CT
                       IF WS-DAY-OVERFLOW-CT = 1
                           DISPLAY "MQSCORE WARNING - DAY TABLE FULL "
                               "(366) - LATER DATES NOT JUDGED FOR "
                               "WORST DAY"
                           SET SCORECARD-INCOMPLETE TO TRUE
                       END-IF
                   END-IF
               WHEN WS-DAY-DATE (DAY-IDX) = ARC-READ-DATE
                   SET DAY-ENTRY-FOUND TO TRUE
           END-SEARCH.
       2250-EXIT.
           EXIT.

      *> ==================================================================
      *> 2400-CLOSE-PARTNER-DAYS  -  the archive has moved past
      *>   WS-DAY-APP-ID; its lowest within-window receive date is its
      *>   worst day (the earliest such date on a tie)
      *> ==================================================================
       2400-CLOSE-PARTNER-DAYS.
           IF WS-DAY-USED = ZERO
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-DAY-APP-ID TO WS-RPT-APPID.
           PERFORM 2100-FIND-SCR-ENTRY THRU 2100-EXIT.
           IF NOT SCR-ENTRY-FOUND
               GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO WS-WORST-SW.
           PERFORM 2410-JUDGE-ONE-DAY THRU 2410-EXIT
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-USED.
       2400-EXIT.
           EXIT.

       2410-JUDGE-ONE-DAY.
           IF WS-DAY-MEAS (DAY-IDX) = ZERO
               GO TO 2410-EXIT
           END-IF.
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-DAY-WITHIN (DAY-IDX) * 100 / WS-DAY-MEAS (DAY-IDX).
           IF WORST-DAY-FOUND
               IF WS-PCT-WORK > WS-SCR-WORST-PCT (SCR-IDX)
                   GO TO 2410-EXIT
               END-IF
               IF WS-PCT-WORK = WS-SCR-WORST-PCT (SCR-IDX)
                   AND WS-DAY-DATE (DAY-IDX)
                       NOT < WS-SCR-WORST-DATE (SCR-IDX)
                   GO TO 2410-EXIT
               END-IF
           END-IF.
           MOVE WS-DAY-DATE (DAY-IDX) TO WS-SCR-WORST-DATE (SCR-IDX).
           MOVE WS-PCT-WORK           TO WS-SCR-WORST-PCT (SCR-IDX).
           SET WORST-DAY-FOUND TO TRUE.
       2410-EXIT.
           EXIT.

       2900-READ-ARCHIVE.
           READ MQ-AUDARCH-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-ARCH-ROWS-READ
           END-IF.
       2900-EXIT.
           EXIT.

      *> ==================================================================
      *> 3000-ACCUM-LEDGER  -  walk the status ledger for each
      *>   message's in-period quarantine, duplicate and confirmation
      *>   stamps
      *> ==================================================================
       3000-ACCUM-LEDGER.
           IF STAT-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO STAT-MQMD-MSGID.
           START MQ-MSGSTAT-FILE
               KEY NOT LESS THAN STAT-MQMD-MSGID
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 3900-READ-MSGSTAT THRU 3900-EXIT
           END-IF.
           PERFORM 3100-JUDGE-ONE-LEDGER THRU 3100-EXIT
               UNTIL EOF-REACHED.
       3000-EXIT.
           EXIT.

      *> ==================================================================
      *> 3100-JUDGE-ONE-LEDGER  -  a message an intake quarantined in
      *>   the period is one reject however many times it came back;
      *>   every intake DUP stamp is one duplicate diverted; every
      *>   MQACKGEN ACK or NAK stamp is one confirmation, timed from
      *>   the message's first ledger stamp
      *> ==================================================================
       3100-JUDGE-ONE-LEDGER.
           MOVE "N"  TO WS-REJECTED-SW.
           MOVE ZERO TO WS-MSG-DUP-CT.
           MOVE ZERO TO WS-MSG-CONF-CT.
           MOVE ZERO TO WS-MSG-CONF-SUM.
           MOVE ZERO TO WS-MSG-CONF-MAX.
           PERFORM 3150-SCAN-HISTORY THRU 3150-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > STAT-HIST-COUNT
               OR WS-HIST-SUB > 10.
           IF NOT MESSAGE-WAS-REJECTED
               AND WS-MSG-DUP-CT = ZERO
               AND WS-MSG-CONF-CT = ZERO
               GO TO 3100-NEXT
           END-IF.
           MOVE STAT-APP-ID TO WS-RPT-APPID.
           PERFORM 2100-FIND-SCR-ENTRY THRU 2100-EXIT.
           IF NOT SCR-ENTRY-FOUND
               GO TO 3100-NEXT
           END-IF.
           ADD WS-MSG-DUP-CT   TO WS-SCR-DUP-CT (SCR-IDX).
           ADD WS-MSG-CONF-CT  TO WS-SCR-CONF-CT (SCR-IDX).
           ADD WS-MSG-CONF-SUM TO WS-SCR-CONF-SUM (SCR-IDX).
           IF WS-MSG-CONF-MAX > WS-SCR-CONF-MAX (SCR-IDX)
               MOVE WS-MSG-CONF-MAX TO WS-SCR-CONF-MAX (SCR-IDX)
           END-IF.
           IF MESSAGE-WAS-REJECTED
               ADD 1 TO WS-SCR-REJECT-CT (SCR-IDX)
               PERFORM 3300-TALLY-REASON THRU 3300-EXIT
           END-IF.
       3100-NEXT.
           PERFORM 3900-READ-MSGSTAT THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3150-SCAN-HISTORY.
           IF STAT-HIST-DATE (WS-HIST-SUB) < WS-FROM-DATE
               OR STAT-HIST-DATE (WS-HIST-SUB) > WS-TO-DATE
               GO TO 3150-EXIT
           END-IF.
           IF STAT-HIST-STAGE (WS-HIST-SUB) = "MQINTAKE"
                   OR STAT-HIST-STAGE (WS-HIST-SUB) = "MQWINTAK"
               PERFORM 3160-TEST-INTAKE-STAMP THRU 3160-EXIT
               GO TO 3150-EXIT
           END-IF.
           IF STAT-HIST-STAGE (WS-HIST-SUB) NOT = "MQACKGEN"
               GO TO 3150-EXIT
           END-IF.
           IF STAT-HIST-STATUS (WS-HIST-SUB) NOT = "ACK "
               AND STAT-HIST-STATUS (WS-HIST-SUB) NOT = "NAK "
               GO TO 3150-EXIT
           END-IF.
           ADD 1 TO WS-MSG-CONF-CT.
           IF STAT-FIRST-DATE = ZERO
               GO TO 3150-EXIT
           END-IF.
           MOVE STAT-FIRST-DATE              TO WS-START-DATE.
           MOVE STAT-FIRST-TIME              TO WS-START-TIME.
           MOVE STAT-HIST-DATE (WS-HIST-SUB) TO WS-END-DATE.
           MOVE STAT-HIST-TIME (WS-HIST-SUB) TO WS-END-TIME.
           PERFORM 2150-ELAPSED-MINUTES THRU 2150-EXIT.
           IF WS-ELAPSED-MINS < ZERO
               MOVE ZERO TO WS-ELAPSED-MINS
           END-IF.
           ADD WS-ELAPSED-MINS TO WS-MSG-CONF-SUM.
           IF WS-ELAPSED-MINS > WS-MSG-CONF-MAX
               MOVE WS-ELAPSED-MINS TO WS-MSG-CONF-MAX
           END-IF.
       3150-EXIT.
           EXIT.

      *> quarantine and duplicate stamps count only from the intake
      *> stages that set them
       3160-TEST-INTAKE-STAMP.
           IF STAT-HIST-STATUS (WS-HIST-SUB) = "REJ "
               SET MESSAGE-WAS-REJECTED TO TRUE
           END-IF.
           IF STAT-HIST-STATUS (WS-HIST-SUB) = "DUP "
               ADD 1 TO WS-MSG-DUP-CT
           END-IF.
       3160-EXIT.
           EXIT.

      *> ==================================================================
      *> 3300-TALLY-REASON  -  count the quarantine reason against the
      *>   partner; a ledger entry stamped before the reason was
      *>   carried shows as UNKN
      *> ==================================================================
       3300-TALLY-REASON.
           MOVE STAT-REJECT-REASON TO WS-REASON-CODE.
           IF WS-REASON-CODE = SPACES
               OR WS-REASON-CODE = LOW-VALUES
               MOVE "UNKN" TO WS-REASON-CODE
           END-IF.
           MOVE "N" TO WS-RSN-FOUND-SW.
           PERFORM 3310-MATCH-REASON THRU 3310-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-SCR-RSN-USED (SCR-IDX)
               OR REASON-FOUND.
           IF REASON-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF WS-SCR-RSN-USED (SCR-IDX) < 10
               ADD 1 TO WS-SCR-RSN-USED (SCR-IDX)
               MOVE WS-SCR-RSN-USED (SCR-IDX) TO WS-RSN-SUB
               MOVE WS-REASON-CODE
                   TO WS-SCR-RSN-CODE (SCR-IDX, WS-RSN-SUB)
               MOVE 1 TO WS-SCR-RSN-CT (SCR-IDX, WS-RSN-SUB)
           ELSE
               ADD 1 TO WS-SCR-RSN-OTHER (SCR-IDX)
           END-IF.
       3300-EXIT.
           EXIT.

       3310-MATCH-REASON.
           IF WS-SCR-RSN-CODE (SCR-IDX, WS-RSN-SUB) = WS-REASON-CODE
               ADD 1 TO WS-SCR-RSN-CT (SCR-IDX, WS-RSN-SUB)
               SET REASON-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3900-READ-MSGSTAT.
           READ MQ-MSGSTAT-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-STAT-ROWS-READ
           END-IF.
       3900-EXIT.
           EXIT.

      *> ==================================================================
      *> 4000-ACCUM-SEQGAP  -  count each partner's gap (G) and
      *>   out-of-order (O) records detected in the period
      *> ==================================================================
       4000-ACCUM-SEQGAP.
           IF GAP-FILE-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 4900-READ-SEQGAP THRU 4900-EXIT.
           PERFORM 4100-ACCUM-ONE-GAP THRU 4100-EXIT
               UNTIL EOF-REACHED.
       4000-EXIT.
           EXIT.

       4100-ACCUM-ONE-GAP.
           IF GAP-DETECT-DATE < WS-FROM-DATE
               OR GAP-DETECT-DATE > WS-TO-DATE
               GO TO 4100-NEXT
           END-IF.
           ADD 1 TO WS-GAP-ROWS-IN-PERIOD.
           MOVE GAP-APP-ID TO WS-RPT-APPID.
           PERFORM 2100-FIND-SCR-ENTRY THRU 2100-EXIT.
           IF NOT SCR-ENTRY-FOUND
               GO TO 4100-NEXT
           END-IF.
           IF GAP-IS-GAP
               ADD 1 TO WS-SCR-GAP-CT (SCR-IDX)
           END-IF.
           IF GAP-IS-OOO
               ADD 1 TO WS-SCR-OOO-CT (SCR-IDX)
           END-IF.
       4100-NEXT.
           PERFORM 4900-READ-SEQGAP THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4900-READ-SEQGAP.
           READ MQ-SEQGAP-FILE
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-GAP-ROWS-READ
           END-IF.
       4900-EXIT.
           EXIT.

      *> ==================================================================
      *> 5000-SCORE-PARTNER  -  work out one partner's rates and top
      *>   reasons and cut its scorecard page and extract record
      *> ==================================================================
       5000-SCORE-PARTNER.
      *> started kilobytes - the MQBILL convention, so the volume on
      *> the scorecard is the volume on the invoice
           COMPUTE WS-KB-TOTAL =
               ( WS-SCR-BYTES (SCR-IDX) + 1023 ) / 1024.
           MOVE ZERO TO WS-REJECT-PCT.
      *> a quarantine stamped in the period for a message received
      *> before it can outrun the period's receipts - held at 100
           IF WS-SCR-REJECT-CT (SCR-IDX) > WS-SCR-MSG-CT (SCR-IDX)
               MOVE 100 TO WS-REJECT-PCT
           ELSE
               IF WS-SCR-MSG-CT (SCR-IDX) > ZERO
                   COMPUTE WS-REJECT-PCT ROUNDED =
                       WS-SCR-REJECT-CT (SCR-IDX) * 100
                       / WS-SCR-MSG-CT (SCR-IDX)
               END-IF
           END-IF.
           MOVE ZERO TO WS-SLA-PCT.
           IF WS-SCR-SLA-MEAS (SCR-IDX) > ZERO
               COMPUTE WS-SLA-PCT ROUNDED =
                   WS-SCR-SLA-WITHIN (SCR-IDX) * 100
                   / WS-SCR-SLA-MEAS (SCR-IDX)
           END-IF.
           MOVE ZERO TO WS-CONF-AVG.
           IF WS-SCR-CONF-CT (SCR-IDX) > ZERO
               COMPUTE WS-CONF-AVG =
                   WS-SCR-CONF-SUM (SCR-IDX) / WS-SCR-CONF-CT (SCR-IDX)
           END-IF.
           PERFORM 5050-RANK-REASONS THRU 5050-EXIT.
           ADD 1 TO WS-PARTNERS-SCORED.
           PERFORM 5100-PRINT-SCORECARD THRU 5100-EXIT.
           PERFORM 5200-WRITE-EXTRACT THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

      *> ==================================================================
      *> 5050-RANK-REASONS  -  the three most frequent reason codes,
      *>   most frequent first (the earlier-seen code on a tie)
      *> ==================================================================
       5050-RANK-REASONS.
           MOVE SPACES TO WS-TOP-TABLE.
           PERFORM 5055-COPY-REASON-CT THRU 5055-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 10.
           PERFORM 5060-PICK-TOP-REASON THRU 5060-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > 3.
       5050-EXIT.
           EXIT.

       5055-COPY-REASON-CT.
           MOVE ZERO TO WS-RANK-CT (WS-RSN-SUB).
           IF WS-RSN-SUB NOT > WS-SCR-RSN-USED (SCR-IDX)
               MOVE WS-SCR-RSN-CT (SCR-IDX, WS-RSN-SUB)
                   TO WS-RANK-CT (WS-RSN-SUB)
           END-IF.
       5055-EXIT.
           EXIT.

       5060-PICK-TOP-REASON.
           MOVE ZERO TO WS-TOP-CT (WS-RANK-SUB).
           MOVE ZERO TO WS-BEST-SUB.
           MOVE ZERO TO WS-BEST-CT.
           PERFORM 5070-COMPARE-REASON THRU 5070-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 10.
           IF WS-BEST-SUB = ZERO
               GO TO 5060-EXIT
           END-IF.
           MOVE WS-SCR-RSN-CODE (SCR-IDX, WS-BEST-SUB)
               TO WS-TOP-CODE (WS-RANK-SUB).
           MOVE WS-BEST-CT TO WS-TOP-CT (WS-RANK-SUB).
           MOVE ZERO TO WS-RANK-CT (WS-BEST-SUB).
       5060-EXIT.
           EXIT.

       5070-COMPARE-REASON.
           IF WS-RANK-CT (WS-RSN-SUB) > WS-BEST-CT
               MOVE WS-RANK-CT (WS-RSN-SUB) TO WS-BEST-CT
               MOVE WS-RSN-SUB TO WS-BEST-SUB
           END-IF.
       5070-EXIT.
           EXIT.

      *> ==================================================================
      *> 5100-PRINT-SCORECARD  -  one page per partner
      *> ==================================================================
       5100-PRINT-SCORECARD.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "SERVICE SCORECARD - PARTNER " WS-SCR-KEY (SCR-IDX)
                  "  PERIOD " WS-FROM-DATE " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

           MOVE "  VOLUME" TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-MSG-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    MESSAGES RECEIVED       " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-KB-TOTAL TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    PAYLOAD KILOBYTES       " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

           MOVE "  QUALITY" TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-REJECT-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE WS-REJECT-PCT TO WS-RPT-PCT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    MESSAGES REJECTED       " WS-RPT-COUNT-ED
                  "  REJECT RATE " WS-RPT-PCT-ED "%"
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           IF WS-TOP-CT (1) = ZERO
               MOVE "    TOP REJECT REASONS      NONE" TO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
           ELSE
               PERFORM 5150-PRINT-TOP-REASON THRU 5150-EXIT
                   VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > 3
           END-IF.
           IF WS-SCR-RSN-OTHER (SCR-IDX) > ZERO
               MOVE WS-SCR-RSN-OTHER (SCR-IDX) TO WS-RPT-COUNT-ED
               MOVE SPACES TO SCR-RPT-LINE
               STRING "    OTHER REASON CODES      " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
           END-IF.
           MOVE WS-SCR-DUP-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    DUPLICATES DIVERTED     " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-GAP-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    SEQUENCE GAPS           " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-OOO-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    OUT-OF-ORDER ARRIVALS   " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

           MOVE "  RECEIPT LATENCY" TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           PERFORM 5160-PRINT-LATENCY THRU 5160-EXIT.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

           MOVE "  CONFIRMATIONS SENT (MQACKGEN)" TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-CONF-CT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    ACK/NAK SENT            " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-CONF-AVG TO WS-RPT-MIN-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    AVERAGE MINUTES             " WS-RPT-MIN-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-CONF-MAX (SCR-IDX) TO WS-RPT-MIN-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    LONGEST MINUTES             " WS-RPT-MIN-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
       5100-EXIT.
           EXIT.

       5150-PRINT-TOP-REASON.
           IF WS-TOP-CT (WS-RANK-SUB) = ZERO
               GO TO 5150-EXIT
           END-IF.
           MOVE WS-TOP-CT (WS-RANK-SUB) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           IF WS-RANK-SUB = 1
               STRING "    TOP REJECT REASONS      "
                      WS-TOP-CODE (WS-RANK-SUB) " " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO SCR-RPT-LINE
           ELSE
               STRING "                            "
                      WS-TOP-CODE (WS-RANK-SUB) " " WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO SCR-RPT-LINE
           END-IF.
           WRITE SCR-RPT-LINE.
       5150-EXIT.
           EXIT.

       5160-PRINT-LATENCY.
           IF WS-SCR-SLA (SCR-IDX) = ZERO
               MOVE "    NO SLA WINDOW ON PARTNER PROFILE - NOT JUDGED"
                   TO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
               GO TO 5160-EXIT
           END-IF.
           MOVE WS-SCR-SLA (SCR-IDX) TO WS-RPT-MIN-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    SLA WINDOW MINUTES          " WS-RPT-MIN-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-SLA-MEAS (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE WS-SLA-PCT TO WS-RPT-PCT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    MESSAGES MEASURED       " WS-RPT-COUNT-ED
                  "  WITHIN SLA  " WS-RPT-PCT-ED "%"
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES TO SCR-RPT-LINE.
           IF WS-SCR-WORST-DATE (SCR-IDX) = ZERO
               STRING "    WORST DAY               NONE MEASURED"
                   DELIMITED BY SIZE INTO SCR-RPT-LINE
           ELSE
               MOVE WS-SCR-WORST-PCT (SCR-IDX) TO WS-RPT-PCT-ED
               STRING "    WORST DAY                  "
                      WS-SCR-WORST-DATE (SCR-IDX)
                      "  WITHIN SLA  " WS-RPT-PCT-ED "%"
                   DELIMITED BY SIZE INTO SCR-RPT-LINE
           END-IF.
           WRITE SCR-RPT-LINE.
           MOVE WS-SCR-NO-PUT (SCR-IDX) TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "    NO PUT TIMESTAMP        " WS-RPT-COUNT-ED
                  "  (NOT MEASURED)"
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
       5160-EXIT.
           EXIT.

       5200-WRITE-EXTRACT.
           MOVE WS-SCR-KEY (SCR-IDX)         TO SCR-APP-ID.
           MOVE WS-FROM-DATE                 TO SCR-PERIOD-FROM.
           MOVE WS-TO-DATE                   TO SCR-PERIOD-TO.
           MOVE WS-SCR-MSG-CT (SCR-IDX)      TO SCR-MSG-COUNT.
           MOVE WS-KB-TOTAL                  TO SCR-KB-TOTAL.
           MOVE WS-SCR-REJECT-CT (SCR-IDX)   TO SCR-REJECT-COUNT.
           MOVE WS-REJECT-PCT                TO SCR-REJECT-PCT.
           PERFORM 5210-MOVE-TOP-REASON THRU 5210-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > 3.
           MOVE WS-SCR-DUP-CT (SCR-IDX)      TO SCR-DUP-COUNT.
           MOVE WS-SCR-GAP-CT (SCR-IDX)      TO SCR-GAP-COUNT.
           MOVE WS-SCR-OOO-CT (SCR-IDX)      TO SCR-OOO-COUNT.
           MOVE WS-SCR-SLA (SCR-IDX)         TO SCR-SLA-MINUTES.
           MOVE WS-SCR-SLA-MEAS (SCR-IDX)    TO SCR-SLA-MEASURED.
           MOVE WS-SCR-SLA-WITHIN (SCR-IDX)  TO SCR-SLA-WITHIN.
           MOVE WS-SLA-PCT                   TO SCR-SLA-PCT.
           MOVE WS-SCR-WORST-DATE (SCR-IDX)  TO SCR-WORST-DATE.
           MOVE WS-SCR-WORST-PCT (SCR-IDX)   TO SCR-WORST-PCT.
           MOVE WS-SCR-CONF-CT (SCR-IDX)     TO SCR-CONFIRM-COUNT.
           MOVE WS-CONF-AVG                  TO SCR-CONFIRM-AVG-MIN.
           MOVE WS-SCR-CONF-MAX (SCR-IDX)    TO SCR-CONFIRM-MAX-MIN.
           WRITE MQ-SCOREXT-RECORD.
       5200-EXIT.
           EXIT.

       5210-MOVE-TOP-REASON.
           MOVE WS-TOP-CODE (WS-RANK-SUB)
               TO SCR-REASON-CODE (WS-RANK-SUB).
           MOVE WS-TOP-CT (WS-RANK-SUB)
               TO SCR-REASON-COUNT (WS-RANK-SUB).
       5210-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY
      *> ==================================================================
       7500-WRITE-SUMMARY.
           MOVE "SCORECARD RUN SUMMARY" TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-PARTNERS-SCORED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "PARTNERS SCORED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-ARCH-ROWS-IN-PERIOD TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "ARCHIVE ROWS IN PERIOD=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-NO-PUT-TOTAL TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "LATENCY UNKNOWN (NO PUT TS)=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE WS-GAP-ROWS-IN-PERIOD TO WS-RPT-COUNT-ED.
           MOVE SPACES TO SCR-RPT-LINE.
           STRING "SEQUENCE EXCEPTIONS IN PERIOD=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           IF SCORECARD-INCOMPLETE
               MOVE "SCORECARDS INCOMPLETE - SEE CONSOLE WARNINGS"
                   TO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
           END-IF.
       7500-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
       9000-TERMINATE.
           IF NOT ARCH-FILE-NOT-FOUND
               CLOSE MQ-AUDARCH-FILE
           END-IF.
           IF NOT PTN-FILE-NOT-FOUND
               CLOSE MQ-PARTNER-FILE
           END-IF.
           IF NOT STAT-FILE-NOT-FOUND
               CLOSE MQ-MSGSTAT-FILE
           END-IF.
           IF NOT GAP-FILE-NOT-FOUND
               CLOSE MQ-SEQGAP-FILE
           END-IF.
           CLOSE MQ-SCR-RPT-FILE.
           CLOSE MQ-SCORE-EXT-FILE.
           DISPLAY "MQSCORE ARCHIVE ROWS READ = " WS-ARCH-ROWS-READ.
           DISPLAY "MQSCORE ROWS IN PERIOD    = "
               WS-ARCH-ROWS-IN-PERIOD.
           DISPLAY "MQSCORE LEDGER ROWS READ  = " WS-STAT-ROWS-READ.
           DISPLAY "MQSCORE SEQGAP ROWS READ  = " WS-GAP-ROWS-READ.
           DISPLAY "MQSCORE NO PUT TIMESTAMP  = " WS-NO-PUT-TOTAL.
           DISPLAY "MQSCORE CLOCK SKEWED      = " WS-SKEWED-TOTAL.
           DISPLAY "MQSCORE PARTNERS SCORED   = " WS-PARTNERS-SCORED.
           IF SCORECARD-INCOMPLETE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
