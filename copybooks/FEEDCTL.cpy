      *> FEEDCTL - FEED-CONTROL record: one row per HR roster feed
      *> the nightly run has fully processed, appended at normal end
      *> of run and checked against the incoming header before
      *> anything posts, so a feed delivered twice cannot post twice.
      *> A date can carry several feeds, told apart by FDC-FEED-SEQ;
      *> rows written before the sequence was kept read as spaces
      *> and are taken as sequence 01
       05 FDC-FEED-DATE           PIC 9(08).
       05 FDC-RUN-ID              PIC X(08).
       05 FDC-FEED-SEQ            PIC 9(02).
