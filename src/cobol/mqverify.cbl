      *> ==================================================================
      *> PROGRAM-ID.  MQVERIFY
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Cross-master integrity verification.  MQMSGSTAT, MQMSGHIST,
      *>   MQAUDARCH and MQCTARCH each describe the same messages but
      *>   are kept by different jobs on their own retention, and
      *>   MQSEQMSTR is only ever judged against MQPARTNER one message
      *>   at a time - after an abend and an override re-run they can
      *>   drift apart without anything saying so.  This periodic job
      *>   walks them and prints every inconsistency to MQVFYRPT,
      *>   under a category code:
      *>     NOAUD  routed on the ledger, no MQAUDARCH receipt row
      *>     NOCTA  routed on the ledger, no MQCTARCH content row
      *>     NOLDG  MQMSGHIST entry with no MQMSGSTAT ledger record
      *>     STUCK  ledger still at an intermediate disposition past
      *>            the threshold age in business days
      *>     NOPTN  MQSEQMSTR entry for an APP-ID not on MQPARTNER
      *>     APPID  the APP-ID for one MSGID disagrees between files
      *>   Pass 1 walks the ledger, reading MQAUDARCH, MQCTARCH and
      *>   MQMSGHIST by key; pass 2 walks MQMSGHIST against the
      *>   ledger; pass 3 walks MQSEQMSTR against MQPARTNER.  The
      *>   archive checks only judge messages first seen inside each
      *>   archive's retention window, and not on today's date (the
      *>   archives fold the day in at its close).  The MQVFYPRM card
      *>   overrides the stuck threshold and the two retention
      *>   windows; they default to MQAUDARC's and MQCTARC's own.
      *>   Findings are counted by category.  A missing record or a
      *>   disagreeing APP-ID ends the job RC=8; stuck ledgers,
      *>   orphan continuity entries or a master that could not be
      *>   opened end it RC=4 - the scheduler gates on it the way it
      *>   gates on MQCYCRPT.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *>   2026-10-15  DJO  Posting failures are now the final status
      *>                    PFAL; a POSTFAIL history stamp is never
      *>                    taken as a routing status, since older ones
      *>                    carry downstream's reason code there.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQVERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-MSGSTAT-FILE
               ASSIGN TO "MQMSGSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-MQMD-MSGID
               FILE STATUS IS WS-MSGSTAT-STATUS.

           SELECT MQ-MSGHIST-FILE
               ASSIGN TO "MQMSGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MQMD-MSGID
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MQ-AUDARCH-FILE
               ASSIGN TO "MQAUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-MQMD-MSGID
               ALTERNATE RECORD KEY IS ARC-APP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARC-READ-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MQ-CTARCH-FILE
               ASSIGN TO "MQCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-MQMD-MSGID
               ALTERNATE RECORD KEY IS CTA-APP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTA-ROUTE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CTARCH-STATUS.

           SELECT MQ-SEQMSTR-FILE
               ASSIGN TO "MQSEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEQ-APP-ID
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT MQ-PARTNER-FILE
               ASSIGN TO "MQPARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-APP-ID
               FILE STATUS IS WS-PTN-STATUS.

           SELECT MQ-CALENDAR-FILE
               ASSIGN TO "MQCALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MQ-VFY-PARM-FILE
               ASSIGN TO "MQVFYPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MQ-VFY-RPT-FILE
               ASSIGN TO "MQVFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-MSGSTAT-FILE.
           COPY "mq_msgstat.cpy".

       FD  MQ-MSGHIST-FILE.
           COPY "mq_msghist.cpy".

       FD  MQ-AUDARCH-FILE.
           COPY "mq_audarch.cpy".

       FD  MQ-CTARCH-FILE.
           COPY "mq_ctarch.cpy".

       FD  MQ-SEQMSTR-FILE.
           COPY "mq_seqmstr.cpy".

       FD  MQ-PARTNER-FILE.
           COPY "mq_partner.cpy".

       FD  MQ-CALENDAR-FILE.
           COPY "mq_calendar.cpy".

      *> control card - stuck threshold in business days and the two
      *> archive retention windows in calendar days; a missing file or
      *> a blank field falls back to the WS- default
       FD  MQ-VFY-PARM-FILE.
       01  MQ-VFY-PARM.
           05  PARM-STUCK-DAYS     PIC 9(03).
           05  PARM-AUD-RETAIN     PIC 9(05).
           05  PARM-CTA-RETAIN     PIC 9(05).

       FD  MQ-VFY-RPT-FILE.
       01  VFY-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-MSGSTAT-STATUS       PIC X(02)   VALUE "00".
           88  MSGSTAT-FILE-NOT-FOUND           VALUE "35".

       77  WS-HIST-STATUS          PIC X(02)   VALUE "00".
           88  HIST-FILE-NOT-FOUND              VALUE "35".

       77  WS-ARCH-STATUS          PIC X(02)   VALUE "00".
           88  ARCH-FILE-NOT-FOUND              VALUE "35".

       77  WS-CTARCH-STATUS        PIC X(02)   VALUE "00".
           88  CTARCH-FILE-NOT-FOUND            VALUE "35".

       77  WS-SEQMSTR-STATUS       PIC X(02)   VALUE "00".
           88  SEQMSTR-FILE-NOT-FOUND           VALUE "35".

       77  WS-PTN-STATUS           PIC X(02)   VALUE "00".
           88  PTN-FILE-NOT-FOUND               VALUE "35".

       77  WS-PARM-STATUS          PIC X(02)   VALUE "00".
           88  PARM-FILE-NOT-FOUND              VALUE "35".

       77  WS-MSGSTAT-SW           PIC X(01)   VALUE "N".
           88  MSGSTAT-MASTER-OPEN              VALUE "Y".

       77  WS-HIST-SW              PIC X(01)   VALUE "N".
           88  HIST-MASTER-OPEN                 VALUE "Y".

       77  WS-ARCH-SW              PIC X(01)   VALUE "N".
           88  ARCH-MASTER-OPEN                 VALUE "Y".

       77  WS-CTARCH-SW            PIC X(01)   VALUE "N".
           88  CTARCH-MASTER-OPEN               VALUE "Y".

       77  WS-SEQMSTR-SW           PIC X(01)   VALUE "N".
           88  SEQMSTR-MASTER-OPEN              VALUE "Y".

       77  WS-PTN-SW               PIC X(01)   VALUE "N".
           88  PARTNER-MASTER-OPEN              VALUE "Y".

       77  WS-ROUTED-SW            PIC X(01)   VALUE "N".
           88  LEDGER-WAS-ROUTED                VALUE "Y".

       77  WS-LEDGER-READ          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-HIST-READ            PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-SEQ-READ             PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> findings by category
       77  WS-NOAUD-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-NOCTA-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-NOLDG-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-STUCK-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-NOPTN-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-APPID-CT             PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-RUN-RC               PIC 9(02)               VALUE ZERO.
       77  WS-HIST-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.

      *> a disposition the message moves on from - routed, banked,
      *> released, quarantined or acknowledged and awaiting its post -
      *> as against one that ends its trail.  A POSTFAIL stage is
      *> final - status PFAL, or whatever downstream reason code an
      *> entry stamped before PFAL still carries as its status.
       77  WS-TEST-STATUS          PIC X(04)   VALUE SPACES.
           88  STATUS-IS-ROUTED     VALUE "EXPD" "STD " "HELD"
                                          "WEXP" "WSTD".
           88  STATUS-IS-FINAL      VALUE "PSTD" "PFAL" "NAK "
                                          "DUP " "EXPR" "PURG"
                                          "CTL ".

       77  WS-STUCK-DAYS           PIC 9(03)              VALUE 3.
       77  WS-AUD-RETAIN           PIC 9(05)              VALUE 180.
       77  WS-CTA-RETAIN           PIC 9(05)              VALUE 90.
       77  WS-TODAY-DATE           PIC 9(08)              VALUE ZERO.
       77  WS-TODAY-INT            PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-FIRST-INT            PIC 9(09)   USAGE COMP VALUE ZERO.
       77  WS-FIRST-AGE            PIC 9(05)   USAGE COMP VALUE ZERO.
       77  WS-UPDATE-INT           PIC 9(09)   USAGE COMP VALUE ZERO.
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
      *> report line work areas
      *> ------------------------------------------------------------
       01  WS-RPT-WORK.
           05  WS-RPT-CATEGORY         PIC X(05).
           05  WS-RPT-MSGID            PIC X(24).
           05  WS-RPT-APPID            PIC X(12).
           05  WS-RPT-OTHER-APPID      PIC X(12).
           05  WS-RPT-DETAIL           PIC X(50).
           05  WS-RPT-DATE-ED          PIC 9(08).
           05  WS-RPT-AGE-ED           PIC ZZZZ9.
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RC-ED            PIC Z9.

       PROCEDURE DIVISION.
      *> ==================================================================
      *> 0000-MAINLINE
      *> ==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VERIFY-LEDGER THRU 2000-EXIT
               UNTIL EOF-REACHED.
           PERFORM 3000-HISTORY-PASS THRU 3000-EXIT.
           PERFORM 4000-SEQMSTR-PASS THRU 4000-EXIT.
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *> ==================================================================
      *> 1000-INITIALIZE  -  every master is read-only here; one that
      *>   is missing is warned, its checks are skipped and the run
      *>   ends no better than RC=4
      *> ==================================================================
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1060-LOAD-BUSINESS-DAYS THRU 1060-EXIT.
           OPEN OUTPUT MQ-VFY-RPT-FILE.
           MOVE "CROSS-MASTER INTEGRITY VERIFICATION" TO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE SPACES TO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.

           OPEN INPUT MQ-MSGSTAT-FILE.
           IF MSGSTAT-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQMSGSTAT NOT FOUND - LEDGER "
                   "CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET MSGSTAT-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MQ-MSGHIST-FILE.
           IF HIST-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQMSGHIST NOT FOUND - "
                   "HISTORY CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET HIST-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MQ-AUDARCH-FILE.
           IF ARCH-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQAUDARCH NOT FOUND - "
                   "RECEIPT ARCHIVE CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET ARCH-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MQ-CTARCH-FILE.
           IF CTARCH-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQCTARCH NOT FOUND - "
                   "CONTENT ARCHIVE CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET CTARCH-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MQ-SEQMSTR-FILE.
           IF SEQMSTR-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQSEQMSTR NOT FOUND - "
                   "CONTINUITY CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET SEQMSTR-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MQ-PARTNER-FILE.
           IF PTN-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQPARTNER NOT FOUND - "
                   "CONTINUITY CHECKS SKIPPED"
               MOVE 4 TO WS-RUN-RC
           ELSE
               SET PARTNER-MASTER-OPEN TO TRUE
           END-IF.

           IF NOT MSGSTAT-MASTER-OPEN
               SET EOF-REACHED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO STAT-MQMD-MSGID.
           START MQ-MSGSTAT-FILE
               KEY NOT LESS THAN STAT-MQMD-MSGID
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 2900-READ-LEDGER THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ==================================================================
      *> 1010-READ-PARM
      *> ==================================================================
       1010-READ-PARM.
           OPEN INPUT MQ-VFY-PARM-FILE.
           IF PARM-FILE-NOT-FOUND
               GO TO 1010-EXIT
           END-IF.
           READ MQ-VFY-PARM-FILE
               AT END
                   GO TO 1010-CLOSE-PARM
           END-READ.
           IF PARM-STUCK-DAYS NUMERIC AND PARM-STUCK-DAYS > ZERO
               MOVE PARM-STUCK-DAYS TO WS-STUCK-DAYS
           END-IF.
           IF PARM-AUD-RETAIN NUMERIC AND PARM-AUD-RETAIN > ZERO
               MOVE PARM-AUD-RETAIN TO WS-AUD-RETAIN
           END-IF.
           IF PARM-CTA-RETAIN NUMERIC AND PARM-CTA-RETAIN > ZERO
               MOVE PARM-CTA-RETAIN TO WS-CTA-RETAIN
           END-IF.
       1010-CLOSE-PARM.
           CLOSE MQ-VFY-PARM-FILE.
       1010-EXIT.
           EXIT.

      *> ==================================================================
      *> 1060-LOAD-BUSINESS-DAYS  -  build the business-day table back
      *>   from today, so each ledger record's age is a lookup rather
      *>   than a walk of the calendar
      *> ==================================================================
       1060-LOAD-BUSINESS-DAYS.
           OPEN INPUT MQ-CALENDAR-FILE.
           IF CAL-FILE-NOT-FOUND
               DISPLAY "MQVERIFY WARNING - MQCALMSTR MASTER NOT FOUND - "
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
      *> 2000-VERIFY-LEDGER  -  pass 1, one ledger record: archive rows
      *>   for a routed message, the APP-ID against every file that
      *>   holds the MSGID, and the age of an unfinished disposition
      *> ==================================================================
       2000-VERIFY-LEDGER.
           MOVE "N" TO WS-ROUTED-SW.
           PERFORM 2010-TEST-HIST-ROUTED THRU 2010-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > STAT-HIST-COUNT
               OR WS-HIST-SUB > 10.
           IF STAT-FIRST-DATE NUMERIC AND STAT-FIRST-DATE > ZERO
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE (STAT-FIRST-DATE)
               COMPUTE WS-FIRST-AGE = WS-TODAY-INT - WS-FIRST-INT
           ELSE
               MOVE ZERO TO WS-FIRST-AGE
           END-IF.
           IF LEDGER-WAS-ROUTED AND WS-FIRST-AGE > ZERO
               PERFORM 2100-CHECK-AUDARCH THRU 2100-EXIT
               PERFORM 2200-CHECK-CTARCH THRU 2200-EXIT
           END-IF.
           PERFORM 2300-CHECK-STUCK THRU 2300-EXIT.
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *> a POSTFAIL stamp made before PFAL holds downstream's reason
      *> code, which is not one of our routing statuses whatever it
      *> spells
       2010-TEST-HIST-ROUTED.
           IF STAT-HIST-STAGE (WS-HIST-SUB) = "POSTFAIL"
               GO TO 2010-EXIT
           END-IF.
           MOVE STAT-HIST-STATUS (WS-HIST-SUB) TO WS-TEST-STATUS.
           IF STATUS-IS-ROUTED
               SET LEDGER-WAS-ROUTED TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *> ==================================================================
      *> 2100-CHECK-AUDARCH  -  proof of receipt for a routed message,
      *>   while it is still inside MQAUDARC's retention
      *> ==================================================================
       2100-CHECK-AUDARCH.
           IF NOT ARCH-MASTER-OPEN
               GO TO 2100-EXIT
           END-IF.
           IF WS-FIRST-AGE NOT < WS-AUD-RETAIN
               GO TO 2100-EXIT
           END-IF.
           MOVE STAT-MQMD-MSGID TO ARC-MQMD-MSGID.
           READ MQ-AUDARCH-FILE
               INVALID KEY
                   ADD 1 TO WS-NOAUD-CT
                   MOVE "NOAUD" TO WS-RPT-CATEGORY
                   MOVE "ROUTED ON LEDGER - NO MQAUDARCH RECEIPT ROW"
                       TO WS-RPT-DETAIL
                   PERFORM 8000-WRITE-LEDGER-FINDING THRU 8000-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF ARC-APP-ID NOT = STAT-APP-ID
               MOVE ARC-APP-ID TO WS-RPT-OTHER-APPID
               MOVE "MQAUDARCH" TO WS-RPT-DETAIL
               PERFORM 8100-WRITE-APPID-FINDING THRU 8100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *> ==================================================================
      *> 2200-CHECK-CTARCH  -  content row for a routed message, while
      *>   it is still inside MQCTARC's retention
      *> ==================================================================
       2200-CHECK-CTARCH.
           IF NOT CTARCH-MASTER-OPEN
               GO TO 2200-EXIT
           END-IF.
           IF WS-FIRST-AGE NOT < WS-CTA-RETAIN
               GO TO 2200-EXIT
           END-IF.
           MOVE STAT-MQMD-MSGID TO CTA-MQMD-MSGID.
           READ MQ-CTARCH-FILE
               INVALID KEY
                   ADD 1 TO WS-NOCTA-CT
                   MOVE "NOCTA" TO WS-RPT-CATEGORY
                   MOVE "ROUTED ON LEDGER - NO MQCTARCH CONTENT ROW"
                       TO WS-RPT-DETAIL
                   PERFORM 8000-WRITE-LEDGER-FINDING THRU 8000-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF CTA-APP-ID NOT = STAT-APP-ID
               MOVE CTA-APP-ID TO WS-RPT-OTHER-APPID
               MOVE "MQCTARCH" TO WS-RPT-DETAIL
               PERFORM 8100-WRITE-APPID-FINDING THRU 8100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *> ==================================================================
      *> 2300-CHECK-STUCK  -  an unfinished disposition older than the
      *>   threshold in business days since its last stamp
      *> ==================================================================
       2300-CHECK-STUCK.
           MOVE STAT-CURRENT-STATUS TO WS-TEST-STATUS.
           IF STATUS-IS-FINAL OR STAT-CURRENT-STAGE = "POSTFAIL"
               GO TO 2300-EXIT
           END-IF.
           IF STAT-UPDATE-DATE NOT NUMERIC OR STAT-UPDATE-DATE = ZERO
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-UPDATE-INT =
               FUNCTION INTEGER-OF-DATE (STAT-UPDATE-DATE).
           IF WS-UPDATE-INT NOT < WS-TODAY-INT
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-UPDATE-INT.
           PERFORM 2310-BUSINESS-AGE THRU 2310-EXIT.
           IF WS-AGE-DAYS > WS-STUCK-DAYS
               ADD 1 TO WS-STUCK-CT
               MOVE STAT-UPDATE-DATE TO WS-RPT-DATE-ED
               MOVE WS-AGE-DAYS      TO WS-RPT-AGE-ED
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "AT " STAT-CURRENT-STAGE " " STAT-CURRENT-STATUS
                      " SINCE " WS-RPT-DATE-ED " AGE=" WS-RPT-AGE-ED
                      " BUS DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               MOVE "STUCK" TO WS-RPT-CATEGORY
               PERFORM 8000-WRITE-LEDGER-FINDING THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *> calendar age in WS-AGE-DAYS to business days - past the end of
      *> the table every further day counts, which only matters for
      *> ages far beyond any threshold
       2310-BUSINESS-AGE.
           IF WS-AGE-DAYS NOT > ZERO
               GO TO 2310-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-BUSDAY-SPAN
               COMPUTE WS-AGE-DAYS = WS-BUSDAY-COUNT (WS-BUSDAY-SPAN)
                   + WS-AGE-DAYS - WS-BUSDAY-SPAN
           ELSE
               MOVE WS-BUSDAY-COUNT (WS-AGE-DAYS) TO WS-AGE-DAYS
           END-IF.
       2310-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-LEDGER
      *> ==================================================================
       2900-READ-LEDGER.
           READ MQ-MSGSTAT-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-LEDGER-READ
           END-IF.
       2900-EXIT.
           EXIT.

      *> ==================================================================
      *> 3000-HISTORY-PASS  -  pass 2, every MQMSGHIST entry must have
      *>   its ledger record, under the same APP-ID
      *> ==================================================================
       3000-HISTORY-PASS.
           IF NOT HIST-MASTER-OPEN OR NOT MSGSTAT-MASTER-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO HIST-MQMD-MSGID.
           START MQ-MSGHIST-FILE
               KEY NOT LESS THAN HIST-MQMD-MSGID
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 3900-READ-HISTORY THRU 3900-EXIT
           END-IF.
           PERFORM 3100-VERIFY-HISTORY THRU 3100-EXIT
               UNTIL EOF-REACHED.
       3000-EXIT.
           EXIT.

       3100-VERIFY-HISTORY.
           MOVE HIST-MQMD-MSGID TO STAT-MQMD-MSGID.
           READ MQ-MSGSTAT-FILE
               INVALID KEY
                   ADD 1 TO WS-NOLDG-CT
                   MOVE "NOLDG"         TO WS-RPT-CATEGORY
                   MOVE HIST-MQMD-MSGID TO WS-RPT-MSGID
                   MOVE HIST-APP-ID     TO WS-RPT-APPID
                   MOVE HIST-FIRST-SEEN-DATE TO WS-RPT-DATE-ED
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "ON MQMSGHIST SINCE " WS-RPT-DATE-ED
                          " - NO LEDGER RECORD"
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 3100-NEXT
           END-READ.
           IF HIST-APP-ID NOT = STAT-APP-ID
               MOVE HIST-APP-ID TO WS-RPT-OTHER-APPID
               MOVE "MQMSGHIST" TO WS-RPT-DETAIL
               PERFORM 8100-WRITE-APPID-FINDING THRU 8100-EXIT
           END-IF.
       3100-NEXT.
           PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3900-READ-HISTORY.
           READ MQ-MSGHIST-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-HIST-READ
           END-IF.
       3900-EXIT.
           EXIT.

      *> ==================================================================
      *> 4000-SEQMSTR-PASS  -  pass 3, a continuity entry for a partner
      *>   dropped from MQPARTNER will never advance again and only
      *>   hides a gap if the APP-ID is ever reused
      *> ==================================================================
       4000-SEQMSTR-PASS.
           IF NOT SEQMSTR-MASTER-OPEN OR NOT PARTNER-MASTER-OPEN
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 4900-READ-SEQMSTR THRU 4900-EXIT.
           PERFORM 4100-VERIFY-SEQMSTR THRU 4100-EXIT
               UNTIL EOF-REACHED.
       4000-EXIT.
           EXIT.

       4100-VERIFY-SEQMSTR.
           MOVE SEQ-APP-ID TO PTN-APP-ID.
           READ MQ-PARTNER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOPTN-CT
                   MOVE "NOPTN"       TO WS-RPT-CATEGORY
                   MOVE SPACES        TO WS-RPT-MSGID
                   MOVE SEQ-APP-ID    TO WS-RPT-APPID
                   MOVE SEQ-LAST-DATE TO WS-RPT-DATE-ED
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "ON MQSEQMSTR, LAST SEEN " WS-RPT-DATE-ED
                          " - NOT ON MQPARTNER"
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-READ.
           PERFORM 4900-READ-SEQMSTR THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4900-READ-SEQMSTR.
           READ MQ-SEQMSTR-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-SEQ-READ
           END-IF.
       4900-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY  -  findings by category, then the run RC:
      *>   a missing record or a disagreeing APP-ID is RC=8, a stuck
      *>   ledger or an orphan continuity entry RC=4
      *> ==================================================================
       7500-WRITE-SUMMARY.
           IF WS-STUCK-CT > ZERO OR WS-NOPTN-CT > ZERO
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           IF WS-NOAUD-CT > ZERO OR WS-NOCTA-CT > ZERO
                   OR WS-NOLDG-CT > ZERO OR WS-APPID-CT > ZERO
               MOVE 8 TO WS-RUN-RC
           END-IF.
           MOVE SPACES TO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-LEDGER-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "LEDGER RECORDS READ   =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-HIST-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "HISTORY ENTRIES READ  =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-SEQ-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "CONTINUITY ENTRIES READ=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE SPACES TO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-NOAUD-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "NOAUD ROUTED, NO RECEIPT ROW    =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-NOCTA-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "NOCTA ROUTED, NO CONTENT ROW    =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-NOLDG-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "NOLDG HISTORY, NO LEDGER RECORD =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-STUCK-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "STUCK LEDGER PAST THRESHOLD     =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-NOPTN-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "NOPTN CONTINUITY, NO PARTNER    =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-APPID-CT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "APPID DISAGREES BETWEEN FILES   =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
           MOVE WS-RUN-RC TO WS-RPT-RC-ED.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING "VERIFICATION RC=" WS-RPT-RC-ED
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
       7500-EXIT.
           EXIT.

      *> ==================================================================
      *> 8000-WRITE-LEDGER-FINDING  -  a finding against the ledger
      *>   record in hand; category and detail already set
      *> ==================================================================
       8000-WRITE-LEDGER-FINDING.
           MOVE STAT-MQMD-MSGID TO WS-RPT-MSGID.
           MOVE STAT-APP-ID     TO WS-RPT-APPID.
           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
       8000-EXIT.
           EXIT.

      *> ==================================================================
      *> 8100-WRITE-APPID-FINDING  -  the ledger's APP-ID against the
      *>   one the named file (in WS-RPT-DETAIL) holds for the MSGID
      *> ==================================================================
       8100-WRITE-APPID-FINDING.
           ADD 1 TO WS-APPID-CT.
           MOVE "APPID" TO WS-RPT-CATEGORY.
           MOVE STAT-MQMD-MSGID TO WS-RPT-MSGID.
           MOVE STAT-APP-ID     TO WS-RPT-APPID.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING WS-RPT-CATEGORY " " WS-RPT-MSGID " " WS-RPT-APPID
                  " LEDGER VS " WS-RPT-DETAIL (1 : 9) " "
                  WS-RPT-OTHER-APPID
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-FINDING.
           MOVE SPACES TO VFY-RPT-LINE.
           STRING WS-RPT-CATEGORY " " WS-RPT-MSGID " " WS-RPT-APPID
                  " " WS-RPT-DETAIL
               DELIMITED BY SIZE INTO VFY-RPT-LINE.
           WRITE VFY-RPT-LINE.
       8200-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
       9000-TERMINATE.
           IF MSGSTAT-MASTER-OPEN
               CLOSE MQ-MSGSTAT-FILE
           END-IF.
           IF HIST-MASTER-OPEN
               CLOSE MQ-MSGHIST-FILE
           END-IF.
           IF ARCH-MASTER-OPEN
               CLOSE MQ-AUDARCH-FILE
           END-IF.
           IF CTARCH-MASTER-OPEN
               CLOSE MQ-CTARCH-FILE
           END-IF.
           IF SEQMSTR-MASTER-OPEN
               CLOSE MQ-SEQMSTR-FILE
           END-IF.
           IF PARTNER-MASTER-OPEN
               CLOSE MQ-PARTNER-FILE
           END-IF.
           CLOSE MQ-VFY-RPT-FILE.
           DISPLAY "MQVERIFY LEDGER RECORDS READ = " WS-LEDGER-READ.
           DISPLAY "MQVERIFY HISTORY ENTRIES READ= " WS-HIST-READ.
           DISPLAY "MQVERIFY CONTINUITY READ     = " WS-SEQ-READ.
           DISPLAY "MQVERIFY NOAUD FINDINGS      = " WS-NOAUD-CT.
           DISPLAY "MQVERIFY NOCTA FINDINGS      = " WS-NOCTA-CT.
           DISPLAY "MQVERIFY NOLDG FINDINGS      = " WS-NOLDG-CT.
           DISPLAY "MQVERIFY STUCK FINDINGS      = " WS-STUCK-CT.
           DISPLAY "MQVERIFY NOPTN FINDINGS      = " WS-NOPTN-CT.
           DISPLAY "MQVERIFY APPID FINDINGS      = " WS-APPID-CT.
           DISPLAY "MQVERIFY RC                  = " WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.
