      *> ==================================================================
      *> MQ-MASKRULE-RECORD
      *> Payload masking rules master (MQMSKRULE), keyed by MQMD-FORMAT
      *> the way MQFMTRULE is and maintained by MQMSKMNT.  Each used
      *> MSK-FIELD slot marks a run of payload positions as sensitive
      *> (account numbers and the like); every program that prints
      *> payload bytes overlays those positions with asterisks unless
      *> it runs with an authorized MQUNMASK card.  A slot with a zero
      *> length is unused.  MSK-MASK-APP-ID = Y also masks the sending
      *> partner's APP-ID wherever a report prints it beside a message
      *> of this format.  A format with no entry prints in the clear.
      *> ==================================================================
       01  MQ-MASKRULE-RECORD.
           05  MSK-MQMD-FORMAT     PIC X(08).
           05  MSK-FIELD OCCURS 4 TIMES.
               10  MSK-START       PIC 9(03).
               10  MSK-LEN         PIC 9(03).
           05  MSK-MASK-APP-ID     PIC X(01).
               88  MSK-APP-ID-SENSITIVE        VALUE "Y".
           05  MSK-MAINT-DATE      PIC 9(08).
