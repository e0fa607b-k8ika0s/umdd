      *> application breaks a logical message into numbered segments
      *> sharing one MQMD-MSGID; MQX-SEGMENT-SEQ/MQX-SEGMENT-COUNT tell
      *> MQREASM how to put the pieces back together in order.
      *> MQX-MQMD-PUT-DATE/TIME are the queue put timestamp of the
      *> segment; MQREASM carries segment 1's forward so MQWINTAK can
      *> apply the partner's time-to-live.
      *> ==================================================================
       01  MQ-PAYLOAD-EXT.
           05  MQX-MQMD-FORMAT     PIC X(08).
           05  MQX-SEGMENT-COUNT   PIC 9(03).
           05  MQX-PAYLOAD-LEN     PIC 9(05).
           05  MQX-PAYLOAD-DATA    PIC X(32).
           05  MQX-MQMD-PUT-DATE   PIC 9(08).
           05  MQX-MQMD-PUT-TIME   PIC 9(08).
