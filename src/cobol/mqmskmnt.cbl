      *> ==================================================================
      *> PROGRAM-ID.  MQMSKMNT
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Payload masking rules master maintenance.  Applies the ops
      *>   desk's MQMSKCARD transactions to the keyed MQMSKRULE master
      *>   that MQCTAINQ, MQAUDINQ, MQREWORK and the MQINTAKE / MQWINTAK
      *>   certification reports consult before printing a message:
      *>     A  add masking rules for a new MQMD-FORMAT (up to four
      *>        sensitive payload position runs and the APP-ID flag)
      *>     U  replace an existing format's rules
      *>     D  drop a format's rules - its payloads print in the
      *>        clear from the next run
      *>   A blank or non-numeric start or length on the card leaves
      *>   that slot unused, as on an MQFMTCARD.  Unlike a content
      *>   rule, a slot that is present but reaches outside the 256
      *>   payload positions rejects the whole card - dropping it
      *>   quietly would print the field it was meant to hide.  A card
      *>   that marks nothing at all is rejected the same way.  Every
      *>   card is echoed to the MQMSKRPT log with its outcome.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQMSKMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-MASKRULE-FILE
               ASSIGN TO "MQMSKRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-MQMD-FORMAT
               FILE STATUS IS WS-RULE-STATUS.

           SELECT MQ-MSK-CARD-FILE
               ASSIGN TO "MQMSKCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MQ-MSK-RPT-FILE
               ASSIGN TO "MQMSKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-MASKRULE-FILE.
           COPY "mq_maskrule.cpy".

       FD  MQ-MSK-CARD-FILE.
       01  MQ-MSK-CARD.
           05  CARD-ACTION         PIC X(01).
               88  CARD-IS-ADD                 VALUE "A".
               88  CARD-IS-UPDATE              VALUE "U".
               88  CARD-IS-DELETE              VALUE "D".
           05  CARD-MQMD-FORMAT    PIC X(08).
           05  CARD-MASK-FIELD OCCURS 4 TIMES.
               10  CARD-MASK-START PIC 9(03).
               10  CARD-MASK-LEN   PIC 9(03).
           05  CARD-MASK-APP-ID    PIC X(01).

       FD  MQ-MSK-RPT-FILE.
       01  MSK-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-RULE-STATUS          PIC X(02)   VALUE "00".
           88  RULE-FILE-NOT-FOUND             VALUE "35".

       77  WS-CARD-STATUS          PIC X(02)   VALUE "00".
           88  CARD-FILE-NOT-FOUND             VALUE "35".

       77  WS-FOUND-SW             PIC X(01)   VALUE "N".
           88  RULE-FOUND                      VALUE "Y".

       77  WS-CARD-OK-SW           PIC X(01)   VALUE "Y".
           88  CARD-IS-VALID                   VALUE "Y".

       77  WS-CARDS-READ           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-APPLIED        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-IN-ERROR       PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-RULE-SUB             PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-SLOTS-USED           PIC 9(02)   USAGE COMP  VALUE ZERO.
       77  WS-OUTCOME-TEXT         PIC X(40)   VALUE SPACES.

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
           OPEN I-O MQ-MASKRULE-FILE.
           IF RULE-FILE-NOT-FOUND
               OPEN OUTPUT MQ-MASKRULE-FILE
               CLOSE MQ-MASKRULE-FILE
               OPEN I-O MQ-MASKRULE-FILE
           END-IF.
           OPEN INPUT MQ-MSK-CARD-FILE.
           IF CARD-FILE-NOT-FOUND
               DISPLAY "MQMSKMNT - NO MQMSKCARD FILE - NOTHING TO APPLY"
               SET EOF-REACHED TO TRUE
           END-IF.
           OPEN OUTPUT MQ-MSK-RPT-FILE.
           MOVE "MASKING RULES MASTER MAINTENANCE LOG" TO MSK-RPT-LINE.
           WRITE MSK-RPT-LINE.
           MOVE SPACES TO MSK-RPT-LINE.
           WRITE MSK-RPT-LINE.
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
           PERFORM 2100-LOOKUP-RULE THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN CARD-IS-ADD
                   PERFORM 3100-ADD-RULE THRU 3100-EXIT
               WHEN CARD-IS-UPDATE
                   PERFORM 3200-UPDATE-RULE THRU 3200-EXIT
               WHEN CARD-IS-DELETE
                   PERFORM 3300-DELETE-RULE THRU 3300-EXIT
               WHEN OTHER
                   MOVE "INVALID ACTION - CARD IGNORED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
           END-EVALUATE.
           PERFORM 7000-LOG-OUTCOME THRU 7000-EXIT.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOOKUP-RULE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE CARD-MQMD-FORMAT TO MSK-MQMD-FORMAT.
           READ MQ-MASKRULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RULE-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3100-ADD-RULE
      *> ==================================================================
       3100-ADD-RULE.
           IF RULE-FOUND
               MOVE "ALREADY ON MASTER - ADD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-BUILD-RULE THRU 3500-EXIT.
           IF NOT CARD-IS-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           WRITE MQ-MASKRULE-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED - ADD REJECTED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "RULES ADDED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3200-UPDATE-RULE  -  whole-record replace; a slot the card
      *>   leaves blank is dropped, not carried forward
      *> ==================================================================
       3200-UPDATE-RULE.
           IF NOT RULE-FOUND
               MOVE "NOT ON MASTER - UPDATE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3500-BUILD-RULE THRU 3500-EXIT.
           IF NOT CARD-IS-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           REWRITE MQ-MASKRULE-RECORD.
           MOVE "RULES REPLACED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3200-EXIT.
           EXIT.

      *> ==================================================================
      *> 3300-DELETE-RULE
      *> ==================================================================
       3300-DELETE-RULE.
           IF NOT RULE-FOUND
               MOVE "NOT ON MASTER - DELETE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3300-EXIT
           END-IF.
           DELETE MQ-MASKRULE-FILE.
           MOVE "RULES DROPPED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3300-EXIT.
           EXIT.

      *> ==================================================================
      *> 3500-BUILD-RULE  -  card fields onto the record; a blank slot
      *>   puts spaces in the PIC 9 fields and is zeroed (unused), a
      *>   slot running past position 256 fails the card
      *> ==================================================================
       3500-BUILD-RULE.
           SET CARD-IS-VALID TO TRUE.
           MOVE ZERO TO WS-SLOTS-USED.
           MOVE CARD-MQMD-FORMAT TO MSK-MQMD-FORMAT.
           PERFORM 3510-BUILD-MASK-SLOT THRU 3510-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4.
           IF NOT CARD-IS-VALID
               MOVE "POSITION OUTSIDE PAYLOAD - CARD REJECTED"
                   TO WS-OUTCOME-TEXT
               GO TO 3500-EXIT
           END-IF.
           IF CARD-MASK-APP-ID = "Y"
               MOVE "Y" TO MSK-MASK-APP-ID
           ELSE
               MOVE "N" TO MSK-MASK-APP-ID
           END-IF.
           IF WS-SLOTS-USED = ZERO
                   AND NOT MSK-APP-ID-SENSITIVE
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "NOTHING MARKED SENSITIVE - CARD REJECTED"
                   TO WS-OUTCOME-TEXT
               GO TO 3500-EXIT
           END-IF.
           ACCEPT MSK-MAINT-DATE FROM DATE YYYYMMDD.
       3500-EXIT.
           EXIT.

       3510-BUILD-MASK-SLOT.
           MOVE ZERO TO MSK-START (WS-RULE-SUB).
           MOVE ZERO TO MSK-LEN (WS-RULE-SUB).
           IF CARD-MASK-START (WS-RULE-SUB) NOT NUMERIC
                   OR CARD-MASK-LEN (WS-RULE-SUB) NOT NUMERIC
               GO TO 3510-EXIT
           END-IF.
           IF CARD-MASK-LEN (WS-RULE-SUB) = ZERO
               GO TO 3510-EXIT
           END-IF.
           IF CARD-MASK-START (WS-RULE-SUB) < 1
                   OR CARD-MASK-START (WS-RULE-SUB)
                      + CARD-MASK-LEN (WS-RULE-SUB) - 1 > 256
               MOVE "N" TO WS-CARD-OK-SW
               GO TO 3510-EXIT
           END-IF.
           MOVE CARD-MASK-START (WS-RULE-SUB)
               TO MSK-START (WS-RULE-SUB).
           MOVE CARD-MASK-LEN (WS-RULE-SUB)
               TO MSK-LEN (WS-RULE-SUB).
           ADD 1 TO WS-SLOTS-USED.
       3510-EXIT.
           EXIT.

      *> ==================================================================
      *> 7000-LOG-OUTCOME
      *> ==================================================================
       7000-LOG-OUTCOME.
           MOVE SPACES TO MSK-RPT-LINE.
           STRING CARD-ACTION " " CARD-MQMD-FORMAT " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO MSK-RPT-LINE.
           WRITE MSK-RPT-LINE.
       7000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-CARD
      *> ==================================================================
       2900-READ-CARD.
           READ MQ-MSK-CARD-FILE
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
           CLOSE MQ-MASKRULE-FILE.
           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-MSK-CARD-FILE
           END-IF.
           CLOSE MQ-MSK-RPT-FILE.
           DISPLAY "MQMSKMNT CARDS READ   = " WS-CARDS-READ.
           DISPLAY "MQMSKMNT CARDS APPLIED= " WS-CARDS-APPLIED.
           DISPLAY "MQMSKMNT CARDS ERROR  = " WS-CARDS-IN-ERROR.
       9000-EXIT.
           EXIT.
