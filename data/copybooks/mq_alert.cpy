      *> triage starts from the alert record instead of a quarantine
      *> scan.  The job also ends with an escalating RETURN-CODE so the
      *> scheduler pages without anyone reading SYSOUT.
      *> ALR-ALERT-TYPE Q is the other alert the intakes raise: a
      *> partner crossing its PTN-DAILY-QUOTA.  ALR-RECORDS-READ then
      *> holds the day's count at the crossing, ALR-FIRST-BAD-MSGID
      *> the message that crossed, ALR-DOMINANT-REASON QTA1, and the
      *> reject fields are zero.
      *> ==================================================================
       01  MQ-ALERT-RECORD.
           05  ALR-APP-ID          PIC X(12).
           05  ALR-DOMINANT-REASON PIC X(04).
           05  ALR-RUN-DATE        PIC 9(08).
           05  ALR-RUN-TIME        PIC 9(08).
           05  ALR-ALERT-TYPE      PIC X(01).
               88  ALR-REJECT-RATE             VALUE "R" SPACE.
               88  ALR-QUOTA-CROSSED           VALUE "Q".
           05  ALR-DAILY-QUOTA     PIC 9(07).
