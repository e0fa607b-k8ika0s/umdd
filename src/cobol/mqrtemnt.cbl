      *> ==================================================================
      *> PROGRAM-ID.  MQRTEMNT
      *> AUTHOR.      D. OKAFOR, MESSAGING SERVICES GROUP
      *> INSTALLATION. UMDD DATA CENTER
      *> DATE-WRITTEN. 2026-10-15
      *>
      *> REMARKS.
      *>   Content-based routing master maintenance.  Applies the ops
      *>   desk's MQRTECARD transactions to the keyed MQRTEMSTR master
      *>   that MQINTAKE, MQWINTAK and MQHELDRL use to deliver each
      *>   routed message to its downstream application, so nobody
      *>   edits the master by hand:
      *>     A  add a routing entry for an APP-ID and MQMD-FORMAT (an
      *>        APP-ID of "*" is the format's default entry), naming
      *>        the destination application and its delivery slot
      *>     U  replace an existing entry's destination and slot
      *>     D  drop an entry - the sender's messages of that format
      *>        fall back on the format default from the next run,
      *>        or go to the unrouted exception file if there is none
      *>   The destination must be non-blank and the slot 1 through 4
      *>   (the delivery files each band is split into).  A slot
      *>   belongs to one destination and a destination to one slot:
      *>   a card that would put a second application on a slot
      *>   already delivering to another, or move a destination to a
      *>   second slot while other entries still name the first, is
      *>   rejected - two applications sharing a file is exactly how
      *>   they came to post each other's messages.  Every card is
      *>   echoed to the MQRTERPT log with its outcome.
      *>
      *> MODIFICATION HISTORY.
      *>   2026-10-15  DJO  Initial version.
      *> ==================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MQRTEMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MQ-ROUTE-FILE
               ASSIGN TO "MQRTEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT MQ-RTE-CARD-FILE
               ASSIGN TO "MQRTECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MQ-RTE-RPT-FILE
               ASSIGN TO "MQRTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-ROUTE-FILE.
           COPY "mq_route.cpy".

       FD  MQ-RTE-CARD-FILE.
       01  MQ-RTE-CARD.
           05  CARD-ACTION         PIC X(01).
               88  CARD-IS-ADD                 VALUE "A".
               88  CARD-IS-UPDATE              VALUE "U".
               88  CARD-IS-DELETE              VALUE "D".
           05  CARD-APP-ID         PIC X(12).
           05  CARD-MQMD-FORMAT    PIC X(08).
           05  CARD-DEST-APP       PIC X(08).
           05  CARD-DEST-SLOT      PIC 9(01).

       FD  MQ-RTE-RPT-FILE.
       01  RTE-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *> ------------------------------------------------------------
      *> switches and counters
      *> ------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)   VALUE "N".
           88  EOF-REACHED                     VALUE "Y".

       77  WS-ROUTE-STATUS         PIC X(02)   VALUE "00".
           88  ROUTE-FILE-NOT-FOUND            VALUE "35".

       77  WS-CARD-STATUS          PIC X(02)   VALUE "00".
           88  CARD-FILE-NOT-FOUND             VALUE "35".

       77  WS-FOUND-SW             PIC X(01)   VALUE "N".
           88  ROUTE-FOUND                     VALUE "Y".

       77  WS-CARDS-READ           PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-APPLIED        PIC 9(09)   USAGE COMP  VALUE ZERO.
       77  WS-CARDS-IN-ERROR       PIC 9(09)   USAGE COMP  VALUE ZERO.

       77  WS-OUTCOME-TEXT         PIC X(40)   VALUE SPACES.

      *> ------------------------------------------------------------
      *> slot ownership check - a browse of the whole master, which
      *> is a few hundred entries at most
      *> ------------------------------------------------------------
       77  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
           88  BROWSE-EOF-REACHED              VALUE "Y".

       77  WS-CONFLICT-SW          PIC X(01)   VALUE "N".
           88  SLOT-CONFLICT                   VALUE "Y".

       77  WS-CONFLICT-DEST        PIC X(08)   VALUE SPACES.
       77  WS-CONFLICT-SLOT        PIC 9(01)   VALUE ZERO.

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
           OPEN I-O MQ-ROUTE-FILE.
           IF ROUTE-FILE-NOT-FOUND
               OPEN OUTPUT MQ-ROUTE-FILE
               CLOSE MQ-ROUTE-FILE
               OPEN I-O MQ-ROUTE-FILE
           END-IF.
           OPEN INPUT MQ-RTE-CARD-FILE.
           IF CARD-FILE-NOT-FOUND
               DISPLAY "MQRTEMNT - NO MQRTECARD FILE - NOTHING TO APPLY"
               SET EOF-REACHED TO TRUE
           END-IF.
           OPEN OUTPUT MQ-RTE-RPT-FILE.
           MOVE "ROUTING MASTER MAINTENANCE LOG" TO RTE-RPT-LINE.
           WRITE RTE-RPT-LINE.
           MOVE SPACES TO RTE-RPT-LINE.
           WRITE RTE-RPT-LINE.
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
           PERFORM 2100-LOOKUP-ROUTE THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN CARD-IS-ADD
                   PERFORM 3100-ADD-ROUTE THRU 3100-EXIT
               WHEN CARD-IS-UPDATE
                   PERFORM 3200-UPDATE-ROUTE THRU 3200-EXIT
               WHEN CARD-IS-DELETE
                   PERFORM 3300-DELETE-ROUTE THRU 3300-EXIT
               WHEN OTHER
                   MOVE "INVALID ACTION - CARD IGNORED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
           END-EVALUATE.
           PERFORM 7000-LOG-OUTCOME THRU 7000-EXIT.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOOKUP-ROUTE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE CARD-APP-ID      TO RTE-APP-ID.
           MOVE CARD-MQMD-FORMAT TO RTE-MQMD-FORMAT.
           READ MQ-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROUTE-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3100-ADD-ROUTE
      *> ==================================================================
       3100-ADD-ROUTE.
           IF ROUTE-FOUND
               MOVE "ALREADY ON MASTER - ADD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           IF CARD-DEST-APP = SPACES
               OR CARD-DEST-SLOT NOT NUMERIC
               OR CARD-DEST-SLOT < 1 OR CARD-DEST-SLOT > 4
               MOVE "DESTINATION/SLOT INVALID - ADD REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3600-CHECK-SLOT THRU 3600-EXIT.
           IF SLOT-CONFLICT
               PERFORM 3650-CONFLICT-TEXT THRU 3650-EXIT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-BUILD-ROUTE THRU 3500-EXIT.
           WRITE MQ-ROUTE-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED - ADD REJECTED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "ROUTE ADDED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3100-EXIT.
           EXIT.

      *> ==================================================================
      *> 3200-UPDATE-ROUTE  -  whole-record replace
      *> ==================================================================
       3200-UPDATE-ROUTE.
           IF NOT ROUTE-FOUND
               MOVE "NOT ON MASTER - UPDATE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           IF CARD-DEST-APP = SPACES
               OR CARD-DEST-SLOT NOT NUMERIC
               OR CARD-DEST-SLOT < 1 OR CARD-DEST-SLOT > 4
               MOVE "DESTINATION/SLOT INVALID - UPDATE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3600-CHECK-SLOT THRU 3600-EXIT.
           IF SLOT-CONFLICT
               PERFORM 3650-CONFLICT-TEXT THRU 3650-EXIT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3200-EXIT
           END-IF.
      *> the browse has moved the record area off this entry - the
      *> replace is by key, rebuilt whole from the card
           PERFORM 3500-BUILD-ROUTE THRU 3500-EXIT.
           REWRITE MQ-ROUTE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED - UPDATE REJECTED"
                       TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-CARDS-IN-ERROR
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "ROUTE REPLACED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3200-EXIT.
           EXIT.

      *> ==================================================================
      *> 3300-DELETE-ROUTE
      *> ==================================================================
       3300-DELETE-ROUTE.
           IF NOT ROUTE-FOUND
               MOVE "NOT ON MASTER - DELETE REJECTED"
                   TO WS-OUTCOME-TEXT
               ADD 1 TO WS-CARDS-IN-ERROR
               GO TO 3300-EXIT
           END-IF.
           DELETE MQ-ROUTE-FILE.
           MOVE "ROUTE DROPPED" TO WS-OUTCOME-TEXT.
           ADD 1 TO WS-CARDS-APPLIED.
       3300-EXIT.
           EXIT.

      *> ==================================================================
      *> 3500-BUILD-ROUTE  -  card fields onto the record
      *> ==================================================================
       3500-BUILD-ROUTE.
           MOVE CARD-APP-ID      TO RTE-APP-ID.
           MOVE CARD-MQMD-FORMAT TO RTE-MQMD-FORMAT.
           MOVE CARD-DEST-APP    TO RTE-DEST-APP.
           MOVE CARD-DEST-SLOT   TO RTE-DEST-SLOT.
           ACCEPT RTE-MAINT-DATE FROM DATE YYYYMMDD.
       3500-EXIT.
           EXIT.

      *> ==================================================================
      *> 3600-CHECK-SLOT  -  walk the master in key order looking for
      *>   any other entry that would share the card's slot with a
      *>   different destination, or put the card's destination on a
      *>   different slot.  The card's own entry is skipped, so an
      *>   update may re-point the only entry on a slot.
      *> ==================================================================
       3600-CHECK-SLOT.
           MOVE "N" TO WS-CONFLICT-SW.
           MOVE "N" TO WS-BROWSE-EOF-SW.
           MOVE LOW-VALUES TO RTE-KEY.
           START MQ-ROUTE-FILE
               KEY NOT LESS THAN RTE-KEY
               INVALID KEY
                   SET BROWSE-EOF-REACHED TO TRUE
           END-START.
           IF NOT BROWSE-EOF-REACHED
               PERFORM 3690-READ-NEXT-ROUTE THRU 3690-EXIT
           END-IF.
           PERFORM 3610-TEST-ENTRY THRU 3610-EXIT
               UNTIL BROWSE-EOF-REACHED
               OR SLOT-CONFLICT.
       3600-EXIT.
           EXIT.

       3610-TEST-ENTRY.
           IF RTE-APP-ID = CARD-APP-ID
                   AND RTE-MQMD-FORMAT = CARD-MQMD-FORMAT
               CONTINUE
           ELSE
               IF ( RTE-DEST-SLOT = CARD-DEST-SLOT
                       AND RTE-DEST-APP NOT = CARD-DEST-APP )
                   OR ( RTE-DEST-APP = CARD-DEST-APP
                       AND RTE-DEST-SLOT NOT = CARD-DEST-SLOT )
                   SET SLOT-CONFLICT TO TRUE
                   MOVE RTE-DEST-APP  TO WS-CONFLICT-DEST
                   MOVE RTE-DEST-SLOT TO WS-CONFLICT-SLOT
                   GO TO 3610-EXIT
               END-IF
           END-IF.
           PERFORM 3690-READ-NEXT-ROUTE THRU 3690-EXIT.
       3610-EXIT.
           EXIT.

       3650-CONFLICT-TEXT.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           STRING "SLOT " WS-CONFLICT-SLOT " IS " WS-CONFLICT-DEST
                  " - CARD REJECTED"
               DELIMITED BY SIZE INTO WS-OUTCOME-TEXT.
       3650-EXIT.
           EXIT.

       3690-READ-NEXT-ROUTE.
           READ MQ-ROUTE-FILE NEXT
               AT END
                   SET BROWSE-EOF-REACHED TO TRUE
           END-READ.
       3690-EXIT.
           EXIT.

      *> ==================================================================
      *> 7000-LOG-OUTCOME
      *> ==================================================================
       7000-LOG-OUTCOME.
           MOVE SPACES TO RTE-RPT-LINE.
           STRING CARD-ACTION " " CARD-APP-ID " " CARD-MQMD-FORMAT " "
                  CARD-DEST-APP " " CARD-DEST-SLOT " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO RTE-RPT-LINE.
           WRITE RTE-RPT-LINE.
       7000-EXIT.
           EXIT.

      *> ==================================================================
      *> 2900-READ-CARD
      *> ==================================================================
       2900-READ-CARD.
           READ MQ-RTE-CARD-FILE
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
           CLOSE MQ-ROUTE-FILE.
           IF NOT CARD-FILE-NOT-FOUND
               CLOSE MQ-RTE-CARD-FILE
           END-IF.
           CLOSE MQ-RTE-RPT-FILE.
           DISPLAY "MQRTEMNT CARDS READ   = " WS-CARDS-READ.
           DISPLAY "MQRTEMNT CARDS APPLIED= " WS-CARDS-APPLIED.
           DISPLAY "MQRTEMNT CARDS ERROR  = " WS-CARDS-IN-ERROR.
       9000-EXIT.
           EXIT.
