      *> ==================================================================
      *> MQ-ROUTE-RECORD
      *> Content-based routing master (MQRTEMSTR), keyed by APP-ID
      *> plus MQMD-FORMAT and maintained by MQRTEMNT the way MQPTNMNT
      *> maintains MQPARTNER.  Each entry names the downstream
      *> application a sender's messages of that format are delivered
      *> to, and the delivery slot that application pulls - slot n is
      *> the MQEXPRn / MQSTDRn file within the narrow bands, MQEXPWRn
      *> / MQSTDWRn within the wide bands and MQRELRn on the held
      *> release.  An entry whose APP-ID is the single character "*"
      *> is the format's default, used for any sender with no entry
      *> of its own.  MQRTEMNT keeps one slot to one destination, so
      *> a slot file never carries two applications' traffic.
      *> ==================================================================
       01  MQ-ROUTE-RECORD.
           05  RTE-KEY.
               10  RTE-APP-ID          PIC X(12).
                   88  RTE-FORMAT-DEFAULT          VALUE "*".
               10  RTE-MQMD-FORMAT     PIC X(08).
           05  RTE-DEST-APP        PIC X(08).
           05  RTE-DEST-SLOT       PIC 9(01).
               88  RTE-SLOT-VALID              VALUE 1 THRU 4.
           05  RTE-MAINT-DATE      PIC 9(08).
