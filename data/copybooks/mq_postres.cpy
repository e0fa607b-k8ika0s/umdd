      *> ==================================================================
      *> MQ-POSTRES-RECORD
      *> Posting-result file (MQPOSTIN) returned by the downstream
      *> posting system - one record per message it attempted to post
      *> off our band files, saying whether it posted or failed, their
      *> reason when it failed, and when the posting was attempted.
      *> MQPOSTCF matches each result to what we routed and stamps the
      *> outcome on the MQMSGSTAT status ledger.
      *> ==================================================================
       01  MQ-POSTRES-RECORD.
           05  PST-MQMD-MSGID      PIC X(24).
           05  PST-RESULT          PIC X(01).
               88  PST-POSTED                  VALUE "P".
               88  PST-FAILED                  VALUE "F".
      *> downstream's own reason code and text - blank when posted
           05  PST-REASON-CODE     PIC X(04).
           05  PST-REASON-TEXT     PIC X(40).
           05  PST-POST-DATE       PIC 9(08).
           05  PST-POST-TIME       PIC 9(08).
