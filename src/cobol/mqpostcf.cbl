      *> ==================================================================
      *> PROGRAM-ID.  MQPOSTCF
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Downstream posting confirmation.  Our trail used to stop at
      *>   the band file - whether the posting system actually posted
      *>   a message, or bounced it, was only learned when a partner
      *>   called.  The posting system now returns a result file
      *>   (MQPOSTIN, MQ-POSTRES-RECORD) after each cycle's post, and
      *>   this job:
      *>     - matches every result to what we routed, by MSGID, off
      *>       the keyed MQCTARCH content archive MQCTARC folds the
      *>       day's band files into;
      *>     - stamps the outcome on the MQMSGSTAT status ledger as a
      *>       POSTED stage (status PSTD) or a POSTFAIL stage (status
      *>       PFAL, the downstream reason code in STAT-POST-REASON),
      *>       dated with the posting timestamp, so MQSTSINQ shows
      *>       whether a message made it all the way through;
      *>     - prints an exception report (MQPSTRPT) of every posting
      *>       failure, every confirmation for a MSGID we never routed,
      *>       and every message routed on the business date that has
      *>       no confirmation on the ledger.  Held-band traffic is
      *>       excluded from the unconfirmed check - it posts off
      *>       MQRELOUT only once MQHELDRL releases it, and its result
      *>       is still matched and stamped whenever it arrives.
      *>   Any exception sets RC=4.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *>   2026-10-15  DJO  Still runs once per business date, over
      *>                    every intraday cycle's traffic; its
      *>                    MQCYCSTAT row carries intraday cycle zero
      *>                    as a date-close job.
      *>   2026-10-15  DJO  Refuses (RC=16) to start while MQCYCSET
      *>                    still holds its MQRUNCTL entry - the
      *>                    business date closes only once MQCYCSET
      *>                    releases it after the last intraday cycle.
      *>   2026-10-15  DJO  A posting failure is stamped with our own
      *>                    status PFAL; downstream's reason code moves
      *>                    to the new STAT-POST-REASON ledger field
      *>                    (still printed on MQPSTRPT) instead of
      *>                    landing in the status fields.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQPOSTCF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-POSTRES-FILE
               ASSIGN TO "MQPOSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTRES-STATUS.

           SELECT MQ-CTARCH-FILE
               ASSIGN TO "MQCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-MQMD-MSGID
               ALTERNATE RECORD KEY IS CTA-APP-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTA-ROUTE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MQ-MSGSTAT-FILE
               ASSIGN TO "MQMSGSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-MQMD-MSGID
               FILE STATUS IS WS-MSGSTAT-STATUS.

           SELECT MQ-POST-RPT-FILE
               ASSIGN TO "MQPSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-RUNCTL-FILE
               ASSIGN TO "MQRUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT MQ-OVERRIDE-PARM-FILE
               ASSIGN TO "MQRUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT MQ-CYCSTAT-FILE
               ASSIGN TO "MQCYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-POSTRES-FILE.
           COPY "mq_postres.cpy".

       FD  MQ-CTARCH-FILE.
           COPY "mq_ctarch.cpy".

       FD  MQ-MSGSTAT-FILE.
           COPY "mq_msgstat.cpy".

       FD  MQ-POST-RPT-FILE.
       01  POST-RPT-LINE              PIC X(100).

       FD  MQ-RUNCTL-FILE.
           COPY "mq_runctl.cpy".

      *> control card - one record, Y to override a run-control
      *> refusal (explicit operator decision, never the default)
       FD  MQ-OVERRIDE-PARM-FILE.
       01  MQ-OVERRIDE-PARM.
           05  OVERRIDE-IND        PIC X(01).

       FD  MQ-CYCSTAT-FILE.
           COPY "mq_runstat.cpy".

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-POSTRES-STATUS       PIC X(02)   VALUE "00".
           88  POSTRES-FILE-NOT-FOUND           VALUE "35".

       77  WS-ARCH-STATUS          PIC X(02)   VALUE "00".
           88  ARCH-FILE-NOT-FOUND              VALUE "35".

       77  WS-MSGSTAT-STATUS       PIC X(02)   VALUE "00".
           88  MSGSTAT-FILE-NOT-FOUND           VALUE "35".

       77  WS-ROUTED-SW            PIC X(01)   VALUE "N".
           88  MESSAGE-WAS-ROUTED               VALUE "Y".

       77  WS-CONFIRMED-SW         PIC X(01)   VALUE "N".
           88  MESSAGE-WAS-CONFIRMED            VALUE "Y".

       77  WS-STAT-FOUND-SW        PIC X(01)   VALUE "N".
           88  LEDGER-ENTRY-FOUND               VALUE "Y".

       77  WS-STAT-NEW-STAGE       PIC X(08)   VALUE SPACES.
       77  WS-STAT-NEW-STATUS      PIC X(04)   VALUE SPACES.
       77  WS-STAT-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-HIST-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.

       77  WS-RESULTS-READ         PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RESULTS-POSTED       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RESULTS-FAILED       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RESULTS-NOT-ROUTED   PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-RESULTS-BAD          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-READ          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-HELD          PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-CONFIRMED     PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-ROUTED-UNCONFIRMED   PIC 9(09)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
       01  WS-RPT-WORK.
           05  WS-RPT-MSGID            PIC X(24).
           05  WS-RPT-APPID            PIC X(12).
           05  WS-RPT-COUNT-ED         PIC ZZZ,ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> run-control enforcement against the shared MQRUNCTL master
      *> ------------------------------------------------------------
       77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
           88  RUNCTL-FILE-NOT-FOUND            VALUE "35".

       77  WS-OVRD-STATUS          PIC X(02)   VALUE "00".
           88  OVRD-FILE-NOT-FOUND              VALUE "35".

       77  WS-RUNCTL-SW            PIC X(01)   VALUE "N".
           88  RUNCTL-MASTER-OPEN               VALUE "Y".

       77  WS-OVERRIDE-SW          PIC X(01)   VALUE "N".
           88  OVERRIDE-REQUESTED               VALUE "Y".

       77  WS-OWN-STATUS           PIC X(01)   VALUE SPACES.
       77  WS-PREREQ-JOB           PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08)               VALUE ZERO.

       77  WS-CYCSTAT-STATUS       PIC X(02)   VALUE "00".
           88  CYCSTAT-FILE-NOT-FOUND           VALUE "35".

       PROCEDURE DIVISION.
      *> ==================================================================
      *> 0000-MAINLINE  -  stamp every result first, then judge the
      *>   day's routed traffic against the ledger those stamps landed
      *>   on
      *> ==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-RESULT THRU 2000-EXIT
               UNTIL EOF-REACHED.
           PERFORM 3000-CHECK-UNCONFIRMED THRU 3000-EXIT.
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *> ==================================================================
      *> 1000-INITIALIZE
      *> ==================================================================
       1000-INITIALIZE.
           PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT.
           OPEN INPUT MQ-CTARCH-FILE.
           IF ARCH-FILE-NOT-FOUND
               DISPLAY "MQPOSTCF WARNING - MQCTARCH NOT FOUND - NO "
                   "RESULT CAN BE MATCHED TO A ROUTED MESSAGE"
           END-IF.

      *> message-status ledger is the keyed master the intakes
      *> maintain - first-ever run creates it empty and reopens
           OPEN I-O MQ-MSGSTAT-FILE.
           IF MSGSTAT-FILE-NOT-FOUND
               OPEN OUTPUT MQ-MSGSTAT-FILE
               CLOSE MQ-MSGSTAT-FILE
               OPEN I-O MQ-MSGSTAT-FILE
           END-IF.
           OPEN OUTPUT MQ-POST-RPT-FILE.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "POSTING CONFIRMATION EXCEPTIONS - BUSINESS DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE SPACES TO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           OPEN INPUT MQ-POSTRES-FILE.
           IF POSTRES-FILE-NOT-FOUND
               DISPLAY "MQPOSTCF WARNING - NO MQPOSTIN RESULT FILE - "
                   "EVERY ROUTED MESSAGE WILL SHOW UNCONFIRMED"
               SET EOF-REACHED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2900-READ-RESULT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *> ==================================================================
      *> 1005-CHECK-RUN-CONTROL  -  refuse to start out of order or to
      *>   re-run a completed cycle without the MQRUNOVRD override
      *>   card, and stamp this job running otherwise.  The cycle's
      *>   business date is taken from the master instead of an
      *>   independent ACCEPT.  A missing master - or a job MQCYCSET
      *>   has not seeded - is warned once and enforcement is
      *>   bypassed rather than refusing the whole shop on day one.
      *> ==================================================================
       1005-CHECK-RUN-CONTROL.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM 1006-READ-OVERRIDE-PARM THRU 1006-EXIT.
           OPEN I-O MQ-RUNCTL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
               DISPLAY "MQPOSTCF WARNING - MQRUNCTL MASTER NOT FOUND - "
                   "RUN CONTROL BYPASSED THIS RUN"
               GO TO 1005-EXIT
           END-IF.
           MOVE "MQPOSTCF" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   DISPLAY "MQPOSTCF WARNING - NOT ON MQRUNCTL MASTER - "
                       "RUN CONTROL BYPASSED THIS RUN"
                   CLOSE MQ-RUNCTL-FILE
                   GO TO 1005-EXIT
           END-READ.
           SET RUNCTL-MASTER-OPEN TO TRUE.
           MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RUN-CYCLE-STATUS  TO WS-OWN-STATUS.
           MOVE RUN-PREREQ-JOB    TO WS-PREREQ-JOB.
           IF WS-OWN-STATUS = "C" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQPOSTCF REFUSED - CYCLE ALREADY COMPLETE FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE " - SUPPLY THE "
                   "MQRUNOVRD CARD TO RE-RUN"
               MOVE 16 TO RETURN-CODE
               CLOSE MQ-RUNCTL-FILE
               STOP RUN
           END-IF.
      *> a date-close job is seeded held until MQCYCSET releases
      *> the business date for close after its last intraday cycle
           IF WS-OWN-STATUS = "H" AND NOT OVERRIDE-REQUESTED
               DISPLAY "MQPOSTCF REFUSED - BUSINESS DATE "
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
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RUN-IS-COMPLETE
                               AND NOT OVERRIDE-REQUESTED
                           DISPLAY "MQPOSTCF REFUSED - PREREQUISITE "
                               WS-PREREQ-JOB " HAS NOT COMPLETED "
                               "THIS CYCLE - SUPPLY THE MQRUNOVRD "
                               "CARD TO FORCE"
                           MOVE 16 TO RETURN-CODE
                           CLOSE MQ-RUNCTL-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-IF.
           MOVE "MQPOSTCF" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   GO TO 1005-EXIT
           END-READ.
           MOVE "R" TO RUN-CYCLE-STATUS.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           REWRITE MQ-RUNCTL-RECORD.
       1005-EXIT.
           EXIT.

      *> ==================================================================
      *> 1006-READ-OVERRIDE-PARM  -  explicit operator override card
      *> ==================================================================
       1006-READ-OVERRIDE-PARM.
           OPEN INPUT MQ-OVERRIDE-PARM-FILE.
           IF OVRD-FILE-NOT-FOUND
               GO TO 1006-EXIT
           END-IF.
           READ MQ-OVERRIDE-PARM-FILE
               AT END
                   GO TO 1006-CLOSE-PARM
           END-READ.
           IF OVERRIDE-IND = "Y"
               SET OVERRIDE-REQUESTED TO TRUE
           END-IF.
       1006-CLOSE-PARM.
           CLOSE MQ-OVERRIDE-PARM-FILE.
       1006-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-APPLY-RESULT  -  match one posting result to the archive
      *>   and stamp it on the ledger.  A confirmation for a MSGID we
      *>   never routed is reported and NOT stamped - a ledger entry
      *>   created from the posting side alone would look like traffic
      *>   we received.
      *> ==================================================================
       2000-APPLY-RESULT.
           MOVE PST-MQMD-MSGID TO WS-RPT-MSGID.
           IF NOT PST-POSTED AND NOT PST-FAILED
               ADD 1 TO WS-RESULTS-BAD
               MOVE SPACES TO POST-RPT-LINE
               STRING WS-RPT-MSGID " UNRECOGNISED POSTING RESULT '"
                      PST-RESULT "' - NOT APPLIED"
                   DELIMITED BY SIZE INTO POST-RPT-LINE
               WRITE POST-RPT-LINE
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-FIND-ROUTED THRU 2100-EXIT.
           IF NOT MESSAGE-WAS-ROUTED
               ADD 1 TO WS-RESULTS-NOT-ROUTED
               MOVE SPACES TO POST-RPT-LINE
               STRING WS-RPT-MSGID " CONFIRMED BY POSTING BUT NEVER "
                      "ROUTED BY US - RESULT " PST-RESULT
                   DELIMITED BY SIZE INTO POST-RPT-LINE
               WRITE POST-RPT-LINE
               GO TO 2000-NEXT
           END-IF.
           IF PST-POSTED
               ADD 1 TO WS-RESULTS-POSTED
               MOVE "POSTED"   TO WS-STAT-NEW-STAGE
               MOVE "PSTD"     TO WS-STAT-NEW-STATUS
           ELSE
               ADD 1 TO WS-RESULTS-FAILED
               MOVE "POSTFAIL" TO WS-STAT-NEW-STAGE
               MOVE "PFAL"     TO WS-STAT-NEW-STATUS
               MOVE CTA-APP-ID TO WS-RPT-APPID
               MOVE SPACES TO POST-RPT-LINE
               STRING WS-RPT-MSGID " " WS-RPT-APPID " POST FAILED "
                      PST-REASON-CODE " " PST-REASON-TEXT
                   DELIMITED BY SIZE INTO POST-RPT-LINE
               WRITE POST-RPT-LINE
           END-IF.
           PERFORM 2750-UPDATE-MSGSTAT THRU 2750-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-RESULT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-ROUTED.
           MOVE "N" TO WS-ROUTED-SW.
           IF ARCH-FILE-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE PST-MQMD-MSGID TO CTA-MQMD-MSGID.
           READ MQ-CTARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MESSAGE-WAS-ROUTED TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ==================================================================
      *> 2750-UPDATE-MSGSTAT  -  stamp the posting outcome on the keyed
      *>   message-status ledger, same convention as MQINTAKE's
      *>   2750-UPDATE-MSGSTAT, except the stage is the outcome itself
      *>   and the stamp carries downstream's posting timestamp rather
      *>   than ours.  Downstream's reason code for a failure goes in
      *>   STAT-POST-REASON, not the status, so it cannot be read as
      *>   one of our own codes.  A routed message with no ledger
      *>   entry (routed before the ledger existed) is added with this
      *>   stamp as its first history entry.
      *> ==================================================================
       2750-UPDATE-MSGSTAT.
           MOVE "N" TO WS-STAT-FOUND-SW.
           MOVE PST-MQMD-MSGID TO STAT-MQMD-MSGID.
           READ MQ-MSGSTAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF NOT LEDGER-ENTRY-FOUND
               INITIALIZE MQ-MSGSTAT-RECORD
               MOVE PST-MQMD-MSGID TO STAT-MQMD-MSGID
               MOVE CTA-APP-ID     TO STAT-APP-ID
               ACCEPT STAT-FIRST-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-FIRST-TIME FROM TIME
           END-IF.
           MOVE WS-STAT-NEW-STAGE  TO STAT-CURRENT-STAGE.
           MOVE WS-STAT-NEW-STATUS TO STAT-CURRENT-STATUS.
           IF PST-FAILED
               MOVE PST-REASON-CODE TO STAT-POST-REASON
           END-IF.
           IF PST-POST-DATE NUMERIC AND PST-POST-DATE > ZERO
               MOVE PST-POST-DATE TO STAT-UPDATE-DATE
               MOVE PST-POST-TIME TO STAT-UPDATE-TIME
           ELSE
               ACCEPT STAT-UPDATE-DATE FROM DATE YYYYMMDD
               ACCEPT STAT-UPDATE-TIME FROM TIME
           END-IF.
           IF STAT-HIST-COUNT < 10
               ADD 1 TO STAT-HIST-COUNT
           END-IF.
           MOVE STAT-HIST-COUNT    TO WS-STAT-SUB.
           MOVE WS-STAT-NEW-STAGE  TO STAT-HIST-STAGE (WS-STAT-SUB).
           MOVE WS-STAT-NEW-STATUS TO STAT-HIST-STATUS (WS-STAT-SUB).
           MOVE STAT-UPDATE-DATE   TO STAT-HIST-DATE (WS-STAT-SUB).
           MOVE STAT-UPDATE-TIME   TO STAT-HIST-TIME (WS-STAT-SUB).
           IF LEDGER-ENTRY-FOUND
               REWRITE MQ-MSGSTAT-RECORD
           ELSE
               WRITE MQ-MSGSTAT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       2750-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-RESULT
      *> ==================================================================
       2900-READ-RESULT.
           READ MQ-POSTRES-FILE
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               ADD 1 TO WS-RESULTS-READ
           END-IF.
       2900-EXIT.
           EXIT.

      *> ==================================================================
      *> 3000-CHECK-UNCONFIRMED  -  walk the business date's routed
      *>   messages on the CTA-ROUTE-DATE alternate key; one whose
      *>   ledger shows no posting outcome - from this run or an
      *>   earlier one - is an exception
      *> ==================================================================
       3000-CHECK-UNCONFIRMED.
           IF ARCH-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-BUSINESS-DATE TO CTA-ROUTE-DATE.
           START MQ-CTARCH-FILE
               KEY NOT LESS THAN CTA-ROUTE-DATE
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
           IF NOT EOF-REACHED
               PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT
           END-IF.
           PERFORM 3100-JUDGE-ROUTED THRU 3100-EXIT
               UNTIL EOF-REACHED.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ROUTED.
           IF CTA-BAND-HELD
               ADD 1 TO WS-ROUTED-HELD
               GO TO 3100-NEXT
           END-IF.
           MOVE "N" TO WS-CONFIRMED-SW.
           MOVE CTA-MQMD-MSGID TO STAT-MQMD-MSGID.
           READ MQ-MSGSTAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3150-SCAN-HISTORY THRU 3150-EXIT
                       VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > STAT-HIST-COUNT
                       OR MESSAGE-WAS-CONFIRMED
           END-READ.
           IF MESSAGE-WAS-CONFIRMED
               ADD 1 TO WS-ROUTED-CONFIRMED
           ELSE
               ADD 1 TO WS-ROUTED-UNCONFIRMED
               MOVE CTA-MQMD-MSGID TO WS-RPT-MSGID
               MOVE CTA-APP-ID     TO WS-RPT-APPID
               MOVE SPACES TO POST-RPT-LINE
               STRING WS-RPT-MSGID " " WS-RPT-APPID " ROUTED "
                      CTA-ROUTE-DATE " BAND " CTA-BAND
                      " - NO POSTING CONFIRMATION"
                   DELIMITED BY SIZE INTO POST-RPT-LINE
               WRITE POST-RPT-LINE
           END-IF.
       3100-NEXT.
           PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3150-SCAN-HISTORY.
           IF STAT-HIST-STAGE (WS-HIST-SUB) = "POSTED"
               OR STAT-HIST-STAGE (WS-HIST-SUB) = "POSTFAIL"
               SET MESSAGE-WAS-CONFIRMED TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> the walk stops at the first row past the business date
       3900-READ-ARCHIVE.
           READ MQ-CTARCH-FILE NEXT
               AT END
                   SET EOF-REACHED TO TRUE
           END-READ.
           IF NOT EOF-REACHED
               IF CTA-ROUTE-DATE NOT = WS-BUSINESS-DATE
                   SET EOF-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-ROUTED-READ
               END-IF
           END-IF.
       3900-EXIT.
           EXIT.

      *> ==================================================================
      *> 7500-WRITE-SUMMARY
      *> ==================================================================
       7500-WRITE-SUMMARY.
           MOVE SPACES TO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-RESULTS-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "POSTING RESULTS READ=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-RESULTS-POSTED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "POSTED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-RESULTS-FAILED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "POST FAILED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-RESULTS-NOT-ROUTED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "CONFIRMED BUT NEVER ROUTED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-RESULTS-BAD TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "UNRECOGNISED RESULTS=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-ROUTED-READ TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "ROUTED ON BUSINESS DATE=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-ROUTED-HELD TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "  HELD BAND (NOT EXPECTED YET)=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-ROUTED-CONFIRMED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "  CONFIRMED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE WS-ROUTED-UNCONFIRMED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO POST-RPT-LINE.
           STRING "  NEVER CONFIRMED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
       7500-EXIT.
           EXIT.

      *> ==================================================================
      *> 9000-TERMINATE
      *> ==================================================================
       9000-TERMINATE.
           IF NOT POSTRES-FILE-NOT-FOUND
               CLOSE MQ-POSTRES-FILE
           END-IF.
           IF NOT ARCH-FILE-NOT-FOUND
               CLOSE MQ-CTARCH-FILE
           END-IF.
           CLOSE MQ-MSGSTAT-FILE.
           CLOSE MQ-POST-RPT-FILE.
           DISPLAY "MQPOSTCF RESULTS READ      = " WS-RESULTS-READ.
           DISPLAY "MQPOSTCF POSTED            = " WS-RESULTS-POSTED.
           DISPLAY "MQPOSTCF POST FAILED       = " WS-RESULTS-FAILED.
           DISPLAY "MQPOSTCF NEVER ROUTED      = " WS-RESULTS-NOT-ROUTED.
           DISPLAY "MQPOSTCF UNRECOGNISED      = " WS-RESULTS-BAD.
           DISPLAY "MQPOSTCF ROUTED UNCONFIRMED= " WS-ROUTED-UNCONFIRMED.
           IF WS-RESULTS-FAILED > ZERO
                   OR WS-RESULTS-NOT-ROUTED > ZERO
                   OR WS-RESULTS-BAD > ZERO
                   OR WS-ROUTED-UNCONFIRMED > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9400-WRITE-RUN-STATS THRU 9400-EXIT.
           PERFORM 9500-STAMP-RUN-COMPLETE THRU 9500-EXIT.
       9000-EXIT.
           EXIT.

      *> ==================================================================
      *> 9500-STAMP-RUN-COMPLETE  -  close out this job's run-control
      *>   record so the next job in the stream may start
      *> ==================================================================
       9500-STAMP-RUN-COMPLETE.
           IF NOT RUNCTL-MASTER-OPEN
               GO TO 9500-EXIT
           END-IF.
           MOVE "MQPOSTCF" TO RUN-JOB-NAME.
           READ MQ-RUNCTL-FILE
               INVALID KEY
                   CLOSE MQ-RUNCTL-FILE
                   GO TO 9500-EXIT
           END-READ.
           MOVE "C" TO RUN-CYCLE-STATUS.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME FROM TIME.
           REWRITE MQ-RUNCTL-RECORD.
           CLOSE MQ-RUNCTL-FILE.
       9500-EXIT.
           EXIT.

      *> ==================================================================
      *> 9400-WRITE-RUN-STATS  -  one machine-readable row on the
      *>   common cycle-stats file for MQCYCRPT's one-page cycle
      *>   status report.  Results in foot to posted (out), post
      *>   failed (rejected) and never-routed or unrecognised
      *>   (diverted).
      *> ==================================================================
       9400-WRITE-RUN-STATS.
           OPEN EXTEND MQ-CYCSTAT-FILE.
           IF CYCSTAT-FILE-NOT-FOUND
               OPEN OUTPUT MQ-CYCSTAT-FILE
           END-IF.
           MOVE "MQPOSTCF" TO RST-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
           MOVE WS-RESULTS-READ   TO RST-RECORDS-IN.
           MOVE WS-RESULTS-POSTED TO RST-RECORDS-OUT.
           MOVE WS-RESULTS-FAILED TO RST-RECORDS-REJECT.
           COMPUTE RST-RECORDS-OTHER =
               WS-RESULTS-NOT-ROUTED + WS-RESULTS-BAD.
           MOVE ZERO TO RST-RESTART-SKIPS.
           MOVE ZERO TO RST-RECORDS-EXPIRED.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           MOVE ZERO TO RST-CYCLE-SEQ.
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RST-RUN-TIME FROM TIME.
           WRITE MQ-RUNSTAT-RECORD.
           CLOSE MQ-CYCSTAT-FILE.
       9400-EXIT.
           EXIT.
