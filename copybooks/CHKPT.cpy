       05 CKPT-RUN-ID             PIC X(08).
       05 CKPT-LAST-ID            PIC 9(10).
       05 CKPT-RECORDS-DONE       PIC 9(08).
      *> the feed the position belongs to - a restart only trusts a
      *> checkpoint taken against the same feed date and sequence
       05 CKPT-FEED-DATE          PIC 9(08).
       05 CKPT-FEED-SEQ           PIC 9(02).
