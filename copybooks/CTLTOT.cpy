       05 CTL-RECORDS-WRITTEN     PIC 9(08).
       05 CTL-ID-HASH-TOTAL       PIC 9(15).
       05 CTL-MASTER-COUNT        PIC 9(08).
      *> full recount of EMPLOYEE-VEHICLE at end of run, alongside
      *> CTL-MASTER-COUNT - what a forward recovery is proved against
       05 CTL-VEHICLE-COUNT       PIC 9(08).
      *> the HR feed this run posted - header date and sequence, zero
      *> when the run found no EMPLOYEE-IN. HELLO runs once per feed,
      *> so a day with a supplemental feed has one row per feed
       05 CTL-FEED-DATE           PIC 9(08).
       05 CTL-FEED-SEQ            PIC 9(02).
      *> hhmmss the run finished and wrote this row - with
      *> CTL-RUN-DATE it places the row among the day's runs, so a
      *> forward recovery to a time of day proves against the last run
      *> ended by then. Rows written before this field was added read
      *> as spaces.
       05 CTL-RUN-TIME            PIC 9(06).
