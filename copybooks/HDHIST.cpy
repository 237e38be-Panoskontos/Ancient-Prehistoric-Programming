      *> HDHIST - HEADCOUNT-HISTORY record: the closing headcount of
      *> each department for a period, written by HDCOUNT so the next
      *> period's report opens on the figure this one closed with. A
      *> rerun of a period replaces that period's rows.
       05 HDH-PERIOD              PIC 9(06).
       05 HDH-DEPT                PIC X(04).
       05 HDH-COST-CENTER         PIC X(06).
       05 HDH-CLOSING             PIC 9(06).
      *> date the row was written
       05 HDH-RUN-DATE            PIC 9(08).
