      *>        to-date means open-ended)
      *>   Each matching archive row is extracted to MQINQRPT with its
      *>   receive date, time, format and payload length - minutes at a
      *>   desk instead of a day of tape recalls.  The APP-ID on a row
      *>   prints as asterisks where the MQMSKRULE entry for the row's
      *>   format marks it sensitive, unless an authorized MQUNMASK
      *>   card is supplied.  Every card carries the requester's id
      *>   and is appended to the permanent MQINQLOG access log; a
      *>   card without one is refused.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-08-21  DJO  Initial version.
      *>                    ones), and blank from/to dates on an A card
      *>                    are guarded with NUMERIC tests instead of
      *>                    comparing spaces as zoned digits.
      *>   2026-10-15  DJO  Requester id on MQINQCARD; APP-ID masking
      *>                    from MQMSKRULE with the MQUNMASK override;
      *>                    every card logged to MQINQLOG.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQAUDINQ.
               ASSIGN TO "MQINQRPT"
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
       FD  MQ-AUDARCH-FILE.
           05  INQ-APP-ID          PIC X(12).
           05  INQ-FROM-DATE       PIC 9(08).
           05  INQ-TO-DATE         PIC 9(08).
           05  INQ-REQUESTER-ID    PIC X(08).

       FD  MQ-INQ-RPT-FILE.
       01  INQ-RPT-LINE               PIC X(100).

       FD  MQ-MASKRULE-FILE.
           COPY "mq_maskrule.cpy".

      *> control card - one record, Y plus the requester and the
      *> approving ticket to print sensitive fields in the clear; a
      *> card missing either is ignored and the output stays masked
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
       77  WS-ROWS-EXTRACTED       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-NO-MATCH       PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-REFUSED        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARD-ROWS            PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-FROM-DATE-EFF        PIC 9(08)               VALUE ZERO.
       77  WS-TO-DATE-EFF          PIC 9(08)               VALUE ZERO.

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

       01  WS-MASK-WORK.
           05  WS-MASK-FORMAT          PIC X(08).
           05  WS-MASK-APP-ID          PIC X(12).

      *> ------------------------------------------------------------
      *> report line work areas
      *> ------------------------------------------------------------
               DISPLAY "MQAUDINQ - NO MQINQCARD FILE - NOTHING TO DO"
               SET EOF-REACHED TO TRUE
           END-IF.
           PERFORM 1080-READ-UNMASK-PARM THRU 1080-EXIT.
           OPEN INPUT MQ-MASKRULE-FILE.
           IF MASK-FILE-NOT-FOUND
               DISPLAY "MQAUDINQ WARNING - MASKING RULES MASTER NOT "
                   "FOUND - APP-IDS PRINT UNMASKED"
           ELSE
               SET MASK-MASTER-OPEN TO TRUE
           END-IF.
           OPEN EXTEND MQ-INQLOG-FILE.
           IF INQLOG-FILE-NOT-FOUND
               OPEN OUTPUT MQ-INQLOG-FILE
           END-IF.
           OPEN OUTPUT MQ-INQ-RPT-FILE.
           MOVE "AUDIT ARCHIVE INQUIRY" TO INQ-RPT-LINE.
           WRITE INQ-RPT-LINE.
           IF UNMASK-AUTHORIZED
               MOVE SPACES TO INQ-RPT-LINE
               STRING "UNMASKED RUN AUTHORIZED BY " UNMASK-REQUESTER
                      " TICKET " UNMASK-TICKET
                   DELIMITED BY SIZE INTO INQ-RPT-LINE
               WRITE INQ-RPT-LINE
           END-IF.
           MOVE SPACES TO INQ-RPT-LINE.
           WRITE INQ-RPT-LINE.
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
               DISPLAY "MQAUDINQ - UNMASKED RUN AUTHORIZED BY "
                   UNMASK-REQUESTER " TICKET " UNMASK-TICKET
           ELSE
               DISPLAY "MQAUDINQ WARNING - MQUNMASK CARD INCOMPLETE - "
                   "OUTPUT STAYS MASKED"
           END-IF.
       1080-CLOSE-PARM.
           CLOSE MQ-UNMASK-PARM-FILE.
       1080-EXIT.
           EXIT.

      *> ==================================================================
      *> 2000-ANSWER-CARD
      *> ==================================================================
       2000-ANSWER-CARD.
           MOVE ZERO TO WS-CARD-ROWS.
           MOVE ZERO TO WS-FROM-DATE-EFF.
           MOVE ZERO TO WS-TO-DATE-EFF.
           IF INQ-REQUESTER-ID = SPACES
               ADD 1 TO WS-CARDS-REFUSED
               MOVE SPACES TO INQ-RPT-LINE
               STRING "REQUEST '" INQ-REQ-TYPE
                      "' REFUSED - NO REQUESTER ID ON CARD"
                   DELIMITED BY SIZE INTO INQ-RPT-LINE
               WRITE INQ-RPT-LINE
               MOVE "RFSD" TO ILG-OUTCOME
               PERFORM 2800-LOG-ACCESS THRU 2800-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.
           EVALUATE TRUE
               WHEN INQ-BY-MSGID
                   PERFORM 3000-LOOKUP-MSGID THRU 3000-EXIT
                          "' INVALID - CARD IGNORED"
                       DELIMITED BY SIZE INTO INQ-RPT-LINE
                   WRITE INQ-RPT-LINE
                   ADD 1 TO WS-CARDS-REFUSED
                   MOVE "RFSD" TO ILG-OUTCOME
                   PERFORM 2800-LOG-ACCESS THRU 2800-EXIT
                   GO TO 2000-NEXT-CARD
           END-EVALUATE.
           IF WS-CARD-ROWS > ZERO
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
      *>   has already set ILG-OUTCOME.  An A card logs the effective
      *>   date range it was answered over.
      *> ==================================================================
       2800-LOG-ACCESS.
           MOVE "MQAUDINQ"         TO ILG-PROGRAM.
           MOVE INQ-REQUESTER-ID   TO ILG-REQUESTER-ID.
           MOVE INQ-REQ-TYPE       TO ILG-REQ-TYPE.
           IF INQ-BY-APP-ID
               MOVE SPACES         TO ILG-MQMD-MSGID
               MOVE INQ-APP-ID     TO ILG-APP-ID
           ELSE
               MOVE INQ-MSGID      TO ILG-MQMD-MSGID
               MOVE SPACES         TO ILG-APP-ID
           END-IF.
           MOVE WS-FROM-DATE-EFF   TO ILG-FROM-DATE.
           MOVE WS-TO-DATE-EFF     TO ILG-TO-DATE.
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
      *> 3000-LOOKUP-MSGID  -  position on the primary key and read the
      *>   one row
      *>   length for one matching archive row
      *> ==================================================================
       6000-EXTRACT-ROW.
           MOVE ARC-MQMD-FORMAT TO WS-MASK-FORMAT.
           MOVE ARC-APP-ID      TO WS-MASK-APP-ID.
           PERFORM 8700-APPLY-MASKING THRU 8700-EXIT.
           MOVE ARC-MQMD-MSGID  TO WS-RPT-MSGID.
           MOVE WS-MASK-APP-ID  TO WS-RPT-APPID.
           MOVE ARC-MQMD-FORMAT TO WS-RPT-FORMAT.
           MOVE ARC-READ-DATE   TO WS-RPT-DATE-ED.
           MOVE ARC-READ-TIME   TO WS-RPT-TIME-ED.
               DELIMITED BY SIZE INTO INQ-RPT-LINE.
           WRITE INQ-RPT-LINE.
           ADD 1 TO WS-ROWS-EXTRACTED.
           ADD 1 TO WS-CARD-ROWS.
       6000-EXIT.
           EXIT.

      *> ==================================================================
      *> 8700-APPLY-MASKING  -  no payload bytes reach this report, so
      *>   only the APP-ID flag of the row format's rule applies; no
      *>   rule, no master or an authorized MQUNMASK card leaves
      *>   WS-MASK-APP-ID in the clear
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
           IF MSK-APP-ID-SENSITIVE
               MOVE ALL "*" TO WS-MASK-APP-ID
           END-IF.
       8700-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-CARD
      *> ==================================================================
           STRING "ROWS EXTRACTED=" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INQ-RPT-LINE.
           WRITE INQ-RPT-LINE.
           MOVE WS-CARDS-REFUSED TO WS-RPT-COUNT-ED.
           MOVE SPACES TO INQ-RPT-LINE.
           STRING "CARDS REFUSED =" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INQ-RPT-LINE.
           WRITE INQ-RPT-LINE.
       7000-EXIT.
           EXIT.

           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-INQ-CARD-FILE
           END-IF.
           IF MASK-MASTER-OPEN
               CLOSE MQ-MASKRULE-FILE
           END-IF.
           CLOSE MQ-INQLOG-FILE.
           CLOSE MQ-INQ-RPT-FILE.
           DISPLAY "MQAUDINQ CARDS READ     = " WS-CARDS-READ.
           DISPLAY "MQAUDINQ ROWS EXTRACTED = " WS-ROWS-EXTRACTED.
           DISPLAY "MQAUDINQ CARDS NO MATCH = " WS-CARDS-NO-MATCH.
           DISPLAY "MQAUDINQ CARDS REFUSED  = " WS-CARDS-REFUSED.
       9000-EXIT.
           EXIT.
