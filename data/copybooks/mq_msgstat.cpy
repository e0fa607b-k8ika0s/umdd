      *> MQ-MSGSTAT-RECORD
      *> Keyed message-status ledger (MQMSGSTAT), one record per
      *> MQMD-MSGID, updated by every stage as it disposes of the
      *> message - MQINTAKE / MQWINTAK on routing, quarantine,
      *> duplicate diversion and time-to-live expiry (EXPR), MQHELDRL
      *> on release or carry-forward, MQREWORK on release / resubmit
      *> / purge, MQACKGEN when the outbound confirmation is cut, and
      *> MQPOSTCF when downstream confirms the posting (POSTED stage,
      *> status PSTD) or bounces it (POSTFAIL stage, status PFAL).
      *> STAT-CURRENT-STAGE and STAT-CURRENT-STATUS always hold the
      *> latest disposition; the history entries hold every stage the
      *> message has passed through, oldest first.  Once ten stages
      *> are on file the newest disposition overwrites the tenth slot
      *> rather than losing the receipt end of the trail.  MQSTSINQ
      *> answers a MSGID card against this file in one read instead
      *> of the five-or-six-file hunt the support desk used to run.
      *> Status values are this shop's own codes only - a reason code
      *> from outside is carried in its own field, never as a status.
      *> ==================================================================
       01  MQ-MSGSTAT-RECORD.
           05  STAT-MQMD-MSGID     PIC X(24).
               10  STAT-HIST-STATUS    PIC X(04).
               10  STAT-HIST-DATE      PIC 9(08).
               10  STAT-HIST-TIME      PIC 9(08).
      *> reason code of the message's latest quarantine (REJ) stamp -
      *> spaces if it was never quarantined; the history entries say
      *> when, this says why, for MQSCORE's top reject reasons
           05  STAT-REJECT-REASON  PIC X(04).
      *> downstream reason code of the message's latest POSTFAIL
      *> stamp - spaces if posting never bounced it
           05  STAT-POST-REASON    PIC X(04).
