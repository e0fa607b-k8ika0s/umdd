      *> ==================================================================
      *> MQ-INQLOG-RECORD
      *> Permanent inquiry access log (MQINQLOG), one record appended
      *> for every request card MQCTAINQ, MQAUDINQ or MQSTSINQ reads -
      *> answered, unmatched or refused - so audit can say who looked
      *> at which partner's messages and when.  ILG-REQ-TYPE follows
      *> the MQAUDINQ card: M for a single MSGID, A for an APP-ID
      *> browse (with its date range).  ILG-UNMASKED records a run
      *> made under an authorized MQUNMASK card.  The file is opened
      *> EXTEND and never rewritten or purged by this system.
      *> ==================================================================
       01  MQ-INQLOG-RECORD.
           05  ILG-PROGRAM         PIC X(08).
           05  ILG-REQUESTER-ID    PIC X(08).
           05  ILG-REQ-TYPE        PIC X(01).
               88  ILG-REQ-MSGID               VALUE "M".
               88  ILG-REQ-APP-ID              VALUE "A".
           05  ILG-MQMD-MSGID      PIC X(24).
           05  ILG-APP-ID          PIC X(12).
           05  ILG-FROM-DATE       PIC 9(08).
           05  ILG-TO-DATE         PIC 9(08).
           05  ILG-LOG-DATE        PIC 9(08).
           05  ILG-LOG-TIME        PIC 9(08).
           05  ILG-OUTCOME         PIC X(04).
               88  ILG-ANSWERED                VALUE "ANSD".
               88  ILG-NO-MATCH                VALUE "NOMT".
               88  ILG-REFUSED                 VALUE "RFSD".
           05  ILG-UNMASKED        PIC X(01).
               88  ILG-RUN-UNMASKED            VALUE "Y".
