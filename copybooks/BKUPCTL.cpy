      *> BKUPCTL - BACKUP-CONTROL record: one row appended by EMPBKUP
      *> for each backup generation it completes. The generation files
      *> are data/empmast.yyyymmddhhmmss and data/empveh.yyyymmddhhmmss
      *> (BKC-BACKUP-STAMP), flat images of EMPLOYEE-MASTER and
      *> EMPLOYEE-VEHICLE; the row is written only after both are
      *> closed, so a generation with no row here is incomplete and is
      *> never restored from. Each backup keeps its own files, so a
      *> second backup the same day leaves the first one restorable.
       05 BKC-BACKUP-DATE         PIC 9(08).
      *> yyyymmddhhmmss the copy was taken - forward recovery replays
      *> audit rows stamped after this
       05 BKC-BACKUP-STAMP        PIC 9(14).
       05 BKC-MASTER-COUNT        PIC 9(08).
       05 BKC-VEHICLE-COUNT       PIC 9(08).
