      *>   history oldest first - one read instead of the walk across
      *>   MQAUDIT, the band files, the quarantine files, MQRELOUT and
      *>   MQACKOUT (and their prior-day generations) that the desk
      *>   used to reconstruct by hand for partner calls.  Every card
      *>   carries the requester's id and is appended to the permanent
      *>   MQINQLOG access log; a card without one is refused.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-09-02  DJO  Initial version.
      *>   2026-10-15  DJO  Requester id on MQSTSCARD; every card logged
      *>                    to MQINQLOG.
      *>   2026-10-15  DJO  Shows downstream's reason code for the
      *>                    message's latest posting failure, now kept
      *>                    in STAT-POST-REASON rather than the status.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQSTSINQ.
               ASSIGN TO "MQSTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MQ-INQLOG-FILE
               ASSIGN TO "MQINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-MSGSTAT-FILE.
       FD  MQ-STS-CARD-FILE.
       01  MQ-STS-CARD.
           05  STS-CARD-MSGID      PIC X(24).
           05  STS-CARD-REQUESTER  PIC X(08).

       FD  MQ-STS-RPT-FILE.
       01  STS-RPT-LINE               PIC X(100).

       FD  MQ-INQLOG-FILE.
           COPY "mq_inqlog.cpy".

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
       77  WS-CARDS-READ           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-ANSWERED       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-NO-MATCH       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-REFUSED        PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-INQLOG-STATUS        PIC X(02)   VALUE "00".
           88  INQLOG-FILE-NOT-FOUND           VALUE "35".

       77  WS-HIST-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.

               DISPLAY "MQSTSINQ - NO MQSTSCARD FILE - NOTHING TO DO"
               SET EOF-REACHED TO TRUE
           END-IF.
           OPEN EXTEND MQ-INQLOG-FILE.
           IF INQLOG-FILE-NOT-FOUND
               OPEN OUTPUT MQ-INQLOG-FILE
           END-IF.
           OPEN OUTPUT MQ-STS-RPT-FILE.
           MOVE "MESSAGE STATUS LEDGER INQUIRY" TO STS-RPT-LINE.
           WRITE STS-RPT-LINE.
      *> ==================================================================
       2000-ANSWER-CARD.
           MOVE "N" TO WS-FOUND-SW.
           IF STS-CARD-REQUESTER = SPACES
               ADD 1 TO WS-CARDS-REFUSED
               MOVE STS-CARD-MSGID TO WS-RPT-MSGID
               MOVE SPACES TO STS-RPT-LINE
               STRING WS-RPT-MSGID " REFUSED - NO REQUESTER ID ON CARD"
                   DELIMITED BY SIZE INTO STS-RPT-LINE
               WRITE STS-RPT-LINE
               MOVE "RFSD" TO ILG-OUTCOME
               PERFORM 2800-LOG-ACCESS THRU 2800-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.
           MOVE STS-CARD-MSGID TO STAT-MQMD-MSGID.
           READ MQ-MSGSTAT-FILE
               INVALID KEY
                   DELIMITED BY SIZE INTO STS-RPT-LINE
               WRITE STS-RPT-LINE
           END-IF.
           IF LEDGER-ENTRY-FOUND
               MOVE "ANSD" TO ILG-OUTCOME
           ELSE
               MOVE "NOMT" TO ILG-OUTCOME
           END-IF.
           PERFORM 2800-LOG-ACCESS THRU 2800-EXIT.
       2000-NEXT-CARD.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2800-LOG-ACCESS  -  one MQINQLOG record per card; the caller
      *>   has already set ILG-OUTCOME.  The ledger prints no payload,
      *>   so a status inquiry is never an unmasked one.
      *> ==================================================================
       2800-LOG-ACCESS.
           MOVE "MQSTSINQ"         TO ILG-PROGRAM.
           MOVE STS-CARD-REQUESTER TO ILG-REQUESTER-ID.
           MOVE "M"                TO ILG-REQ-TYPE.
           MOVE STS-CARD-MSGID     TO ILG-MQMD-MSGID.
           IF LEDGER-ENTRY-FOUND
               MOVE STAT-APP-ID    TO ILG-APP-ID
           ELSE
               MOVE SPACES         TO ILG-APP-ID
           END-IF.
           MOVE ZERO               TO ILG-FROM-DATE.
           MOVE ZERO               TO ILG-TO-DATE.
           ACCEPT ILG-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT ILG-LOG-TIME FROM TIME.
           MOVE "N"                TO ILG-UNMASKED.
           WRITE MQ-INQLOG-RECORD.
       2800-EXIT.
           EXIT.

      *> ==================================================================
      *> 3000-EXTRACT-STATUS  -  current position first, then the stage
      *>   history oldest first
           STRING "  RECEIVED " WS-RPT-DATE-ED " " WS-RPT-TIME-ED
               DELIMITED BY SIZE INTO STS-RPT-LINE.
           WRITE STS-RPT-LINE.
           IF STAT-POST-REASON NOT = SPACES
                   AND STAT-POST-REASON NOT = LOW-VALUES
               MOVE SPACES TO STS-RPT-LINE
               STRING "  POSTING LAST FAILED, DOWNSTREAM REASON "
                      STAT-POST-REASON
                   DELIMITED BY SIZE INTO STS-RPT-LINE
               WRITE STS-RPT-LINE
           END-IF.
           PERFORM 3100-WRITE-HISTORY-LINE THRU 3100-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > STAT-HIST-COUNT.
           STRING "CARDS NO MATCH=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO STS-RPT-LINE.
           WRITE STS-RPT-LINE.
           MOVE WS-CARDS-REFUSED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO STS-RPT-LINE.
           STRING "CARDS REFUSED =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO STS-RPT-LINE.
           WRITE STS-RPT-LINE.
       7000-EXIT.
           EXIT.

           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-STS-CARD-FILE
           END-IF.
           CLOSE MQ-INQLOG-FILE.
           CLOSE MQ-STS-RPT-FILE.
           DISPLAY "MQSTSINQ CARDS READ    = " WS-CARDS-READ.
           DISPLAY "MQSTSINQ CARDS ANSWERED= " WS-CARDS-ANSWERED.
           DISPLAY "MQSTSINQ CARDS NO MATCH= " WS-CARDS-NO-MATCH.
           DISPLAY "MQSTSINQ CARDS REFUSED = " WS-CARDS-REFUSED.
       9000-EXIT.
           EXIT.
