      *> APRPND - APPROVAL-PENDING record: a reject correction or a
      *> department mass transfer held for a second operator's
      *> approval before it posts. REJFIX and DEPTMNT park the items
      *> and, on their next run, post whatever has been approved;
      *> APRVMNT records the approvals and prints the aging report.
      *> APR-ITEM-TYPE 'R' = reject correction (APR-ITEM-DATA holds
      *> the REJCOR record), 'T' = department transfer (APR-ITEM-DATA
      *> holds the DEPTIN record).
       05 APR-ITEM-NO             PIC 9(06).
       05 APR-ITEM-TYPE           PIC X(01).
          88 APR-CORRECTION       VALUE 'R'.
          88 APR-TRANSFER         VALUE 'T'.
      *> what the item is for, for the listing - employee ID on a
      *> correction, from-department on a transfer
       05 APR-ITEM-KEY            PIC X(10).
       05 APR-ENTERED-BY          PIC X(08).
       05 APR-ENTERED-DATE        PIC 9(08).
       05 APR-STATUS              PIC X(01).
          88 APR-AWAITING         VALUE 'P'.
          88 APR-APPROVED         VALUE 'A'.
       05 APR-APPROVED-BY         PIC X(08).
       05 APR-APPROVED-DATE       PIC 9(08).
       05 APR-ITEM-DATA           PIC X(80).
