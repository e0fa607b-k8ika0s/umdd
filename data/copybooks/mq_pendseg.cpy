      *> ==================================================================
      *> MQ-PENDSEG-RECORD
      *> Keyed pending-segment store (MQPENDSEG), one record per
      *> MQMD-MSGID whose segments have not all arrived yet.  MQREASM
      *> parks a short message here at the end of its run instead of
      *> quarantining it, and merges the next cycle's segments for the
      *> same MSGID into it - partners whose segments straddle the
      *> cycle boundary used to see every such message land in
      *> MQREASMREJ as SEG1.  PND-SEG-HELD flags which segment numbers
      *> are already in PND-PAYLOAD-DATA.  When the message completes
      *> the record is kept as a completed marker (PND-ENTRY-STATUS C)
      *> so a re-pass of the same segments in a later cycle is skipped
      *> instead of building the message a second time or leaving its
      *> later segments orphaned.  An override re-run of the cycle the
      *> message completed in writes it out again from the marker, as
      *> that cycle's MQREASMOUT is written fresh.  The marker is
      *> purged once the MQREASMPRM hold period has run from
      *> PND-COMPLETE-DATE.  The record is deleted when the message is
      *> quarantined for a bad segment or has sat incomplete past the
      *> hold period.  Both ages are in business days.
      *> ==================================================================
       01  MQ-PENDSEG-RECORD.
           05  PND-MQMD-MSGID      PIC X(24).
           05  PND-APP-ID          PIC X(12).
           05  PND-MQMD-FORMAT     PIC X(08).
           05  PND-MQMD-PRIORITY   PIC 9(03).
           05  PND-MQMD-ENCODING   PIC 9(03).
           05  PND-MQMD-CHARSET    PIC 9(05).
           05  PND-MQMD-CORRELID   PIC X(24).
           05  PND-SEGMENT-COUNT   PIC 9(03).
           05  PND-SEGMENTS-HELD   PIC 9(03).
           05  PND-SEG-HELD-LIST.
               10  PND-SEG-HELD    PIC X(01)   OCCURS 8 TIMES.
           05  PND-TOTAL-LEN       PIC 9(05).
      *> business date the first segment arrived on - the aging base
           05  PND-FIRST-SEEN-DATE PIC 9(08).
      *> business date the entry was last merged into
           05  PND-LAST-SEEN-DATE  PIC 9(08).
           05  PND-PAYLOAD-DATA    PIC X(256).
      *> queue put timestamp of segment 1, zero until it has arrived
           05  PND-MQMD-PUT-DATE   PIC 9(08).
           05  PND-MQMD-PUT-TIME   PIC 9(08).
      *> C once the message has gone out to MQREASMOUT, space while
      *> segments are still to come
           05  PND-ENTRY-STATUS    PIC X(01).
               88  PND-IS-COMPLETE             VALUE "C".
      *> business date and intraday cycle the message completed on -
      *> the date is the purge base
           05  PND-COMPLETE-DATE   PIC 9(08).
           05  PND-COMPLETE-CYCLE  PIC 9(02).
