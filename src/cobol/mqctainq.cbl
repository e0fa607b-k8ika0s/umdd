      *>   MQCTARPT with its descriptor and the normalized payload
      *>   bytes, printed 64 to a line across four lines - dispute
      *>   evidence from a keyed read instead of a tape restore.
      *>   Payload positions the MQMSKRULE master marks sensitive for
      *>   the message's format print as asterisks (and the APP-ID
      *>   too where the rule says so) unless an authorized MQUNMASK
      *>   card is supplied.  Every card - answered, unmatched, or
      *>   refused for want of a requester id - is appended to the
      *>   permanent MQINQLOG access log.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-09-02  DJO  Initial version.
      *>   2026-10-15  DJO  Requester id on MQCTACARD; payload masking
      *>                    from MQMSKRULE with the MQUNMASK override;
      *>                    every card logged to MQINQLOG.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQCTAINQ.
               ASSIGN TO "MQCTARPT"
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

           SELECT MQ-INQLOG-FILE
               ASSIGN TO "MQINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-CTARCH-FILE.
       FD  MQ-CTA-CARD-FILE.
       01  MQ-CTA-CARD.
           05  CTA-CARD-MSGID      PIC X(24).
           05  CTA-CARD-REQUESTER  PIC X(08).

       FD  MQ-CTA-RPT-FILE.
       01  CTA-RPT-LINE               PIC X(100).

       FD  MQ-MASKRULE-FILE.
           COPY "mq_maskrule.cpy".

      *> control card - one record, Y plus the requester and the
      *> approving ticket to print sensitive positions in the clear;
      *> a card missing either is ignored and the output stays masked
       FD  MQ-UNMASK-PARM-FILE.
       01  MQ-UNMASK-PARM.
           05  UNMASK-IND          PIC X(01).
           05  UNMASK-REQUESTER    PIC X(08).
           05  UNMASK-TICKET       PIC X(12).

       FD  MQ-INQLOG-FILE.
           COPY "mq_inqlog.cpy".

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
       77  WS-CARDS-READ           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-ANSWERED       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-NO-MATCH       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-REFUSED        PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-CHUNK-SUB            PIC 9(03)   USAGE COMP  VALUE ZERO.
       77  WS-CHUNK-START          PIC 9(03)   USAGE COMP  VALUE ZERO.

      *> ------------------------------------------------------------
      *> masking and access log
      *> ------------------------------------------------------------
       77  WS-MASK-STATUS          PIC X(02)   VALUE "00".
           88  MASK-FILE-NOT-FOUND             VALUE "35".

       77  WS-UNMASK-STATUS        PIC X(02)   VALUE "00".
           88  UNMASK-FILE-NOT-FOUND           VALUE "35".

       77  WS-INQLOG-STATUS        PIC X(02)   VALUE "00".
           88  INQLOG-FILE-NOT-FOUND           VALUE "35".

       77  WS-MASK-OPEN-SW         PIC X(01)   VALUE "N".
           88  MASK-MASTER-OPEN                VALUE "Y".

       77  WS-UNMASK-SW            PIC X(01)   VALUE "N".
           88  UNMASK-AUTHORIZED               VALUE "Y".

       77  WS-MASK-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.

       01  WS-MASK-WORK.
           05  WS-MASK-FORMAT          PIC X(08).
           05  WS-MASK-APP-ID          PIC X(12).
           05  WS-MASK-PAYLOAD         PIC X(256).

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
               DISPLAY "MQCTAINQ - NO MQCTACARD FILE - NOTHING TO DO"
               SET EOF-REACHED TO TRUE
           END-IF.
           PERFORM 1080-READ-UNMASK-PARM THRU 1080-EXIT.
           OPEN INPUT MQ-MASKRULE-FILE.
           IF MASK-FILE-NOT-FOUND
               DISPLAY "MQCTAINQ WARNING - MASKING RULES MASTER NOT "
                   "FOUND - PAYLOADS PRINT UNMASKED"
           ELSE
               SET MASK-MASTER-OPEN TO TRUE
           END-IF.
           OPEN EXTEND MQ-INQLOG-FILE.
           IF INQLOG-FILE-NOT-FOUND
               OPEN OUTPUT MQ-INQLOG-FILE
           END-IF.
           OPEN OUTPUT MQ-CTA-RPT-FILE.
           MOVE "PAYLOAD CONTENT ARCHIVE INQUIRY" TO CTA-RPT-LINE.
           WRITE CTA-RPT-LINE.
           IF UNMASK-AUTHORIZED
               MOVE SPACES TO CTA-RPT-LINE
               STRING "UNMASKED RUN AUTHORIZED BY " UNMASK-REQUESTER
                      " TICKET " UNMASK-TICKET
                   DELIMITED BY SIZE INTO CTA-RPT-LINE
               WRITE CTA-RPT-LINE
           END-IF.
           MOVE SPACES TO CTA-RPT-LINE.
           WRITE CTA-RPT-LINE.
           IF NOT EOF-REACHED
       1000-EXIT.
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
               DISPLAY "MQCTAINQ - UNMASKED RUN AUTHORIZED BY "
                   UNMASK-REQUESTER " TICKET " UNMASK-TICKET
           ELSE
               DISPLAY "MQCTAINQ WARNING - MQUNMASK CARD INCOMPLETE - "
                   "OUTPUT STAYS MASKED"
           END-IF.
       1080-CLOSE-PARM.
           CLOSE MQ-UNMASK-PARM-FILE.
       1080-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-ANSWER-CARD  -  one primary-key read answers the card
      *> ==================================================================
       2000-ANSWER-CARD.
           MOVE "N" TO WS-FOUND-SW.
           IF CTA-CARD-REQUESTER = SPACES
               ADD 1 TO WS-CARDS-REFUSED
               MOVE CTA-CARD-MSGID TO WS-RPT-MSGID
               MOVE SPACES TO CTA-RPT-LINE
               STRING WS-RPT-MSGID " REFUSED - NO REQUESTER ID ON CARD"
                   DELIMITED BY SIZE INTO CTA-RPT-LINE
               WRITE CTA-RPT-LINE
               MOVE "RFSD" TO ILG-OUTCOME
               PERFORM 2800-LOG-ACCESS THRU 2800-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.
           MOVE CTA-CARD-MSGID TO CTA-MQMD-MSGID.
           READ MQ-CTARCH-FILE
               INVALID KEY
                   DELIMITED BY SIZE INTO CTA-RPT-LINE
               WRITE CTA-RPT-LINE
           END-IF.
           IF ARCHIVE-ENTRY-FOUND
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
      *>   has already set ILG-OUTCOME
      *> ==================================================================
       2800-LOG-ACCESS.
           MOVE "MQCTAINQ"         TO ILG-PROGRAM.
           MOVE CTA-CARD-REQUESTER TO ILG-REQUESTER-ID.
           MOVE "M"                TO ILG-REQ-TYPE.
           MOVE CTA-CARD-MSGID     TO ILG-MQMD-MSGID.
           IF ARCHIVE-ENTRY-FOUND
               MOVE CTA-APP-ID     TO ILG-APP-ID
           ELSE
               MOVE SPACES         TO ILG-APP-ID
           END-IF.
           MOVE ZERO               TO ILG-FROM-DATE.
           MOVE ZERO               TO ILG-TO-DATE.
           ACCEPT ILG-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT ILG-LOG-TIME FROM TIME.
           IF UNMASK-AUTHORIZED
               MOVE "Y" TO ILG-UNMASKED
           ELSE
               MOVE "N" TO ILG-UNMASKED
           END-IF.
           WRITE MQ-INQLOG-RECORD.
       2800-EXIT.
           EXIT.

      *> ==================================================================
      *> 3000-EXTRACT-CONTENT  -  descriptor line, then the payload
      *>   bytes 64 to a line, both from the masked work copy
      *> ==================================================================
       3000-EXTRACT-CONTENT.
           MOVE CTA-MQMD-FORMAT  TO WS-MASK-FORMAT.
           MOVE CTA-APP-ID       TO WS-MASK-APP-ID.
           MOVE CTA-PAYLOAD-DATA TO WS-MASK-PAYLOAD.
           PERFORM 8700-APPLY-MASKING THRU 8700-EXIT.
           MOVE CTA-MQMD-MSGID  TO WS-RPT-MSGID.
           MOVE WS-MASK-APP-ID  TO WS-RPT-APPID.
           MOVE CTA-ROUTE-DATE  TO WS-RPT-DATE-ED.
           MOVE CTA-PAYLOAD-LEN TO WS-RPT-LEN-ED.
           MOVE SPACES TO CTA-RPT-LINE.
       3100-WRITE-PAYLOAD-LINE.
           COMPUTE WS-CHUNK-START = ( WS-CHUNK-SUB - 1 ) * 64 + 1.
           MOVE SPACES TO CTA-RPT-LINE.
           STRING "  " WS-MASK-PAYLOAD (WS-CHUNK-START : 64)
               DELIMITED BY SIZE INTO CTA-RPT-LINE.
           WRITE CTA-RPT-LINE.
       3100-EXIT.
           EXIT.

      *> ==================================================================
      *> 8700-APPLY-MASKING  -  overlay the format's sensitive payload
      *>   positions in WS-MASK-PAYLOAD, and WS-MASK-APP-ID where the
      *>   rule marks it; no rule, no master or an authorized MQUNMASK
      *>   card leaves the work copy in the clear
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
           PERFORM 8710-MASK-SLOT THRU 8710-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > 4.
           IF MSK-APP-ID-SENSITIVE
               MOVE ALL "*" TO WS-MASK-APP-ID
           END-IF.
       8700-EXIT.
           EXIT.

       8710-MASK-SLOT.
           IF MSK-LEN (WS-MASK-SUB) > ZERO
               MOVE ALL "*" TO WS-MASK-PAYLOAD (MSK-START (WS-MASK-SUB)
                                              : MSK-LEN (WS-MASK-SUB))
           END-IF.
       8710-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-CARD
      *> ==================================================================
           STRING "CARDS NO MATCH=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CTA-RPT-LINE.
           WRITE CTA-RPT-LINE.
           MOVE WS-CARDS-REFUSED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO CTA-RPT-LINE.
           STRING "CARDS REFUSED =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO CTA-RPT-LINE.
           WRITE CTA-RPT-LINE.
       7000-EXIT.
           EXIT.

           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-CTA-CARD-FILE
           END-IF.
           IF MASK-MASTER-OPEN
               CLOSE MQ-MASKRULE-FILE
           END-IF.
           CLOSE MQ-INQLOG-FILE.
           CLOSE MQ-CTA-RPT-FILE.
           DISPLAY "MQCTAINQ CARDS READ    = " WS-CARDS-READ.
           DISPLAY "MQCTAINQ CARDS ANSWERED= " WS-CARDS-ANSWERED.
           DISPLAY "MQCTAINQ CARDS NO MATCH= " WS-CARDS-NO-MATCH.
           DISPLAY "MQCTAINQ CARDS REFUSED = " WS-CARDS-REFUSED.
       9000-EXIT.
           EXIT.
