      *> APRIN - approval decision keyed by the checking operator
      *> against an item shown on the APRVMNT aging report - the item
      *> number, type and key must all agree with the held item:
      *>   A = approve - the item posts on its owning run
      *>   D = decline - the item is dropped and must be re-entered
      *> the approver must differ from the operator who entered it
       05 APV-ITEM-NO             PIC 9(06).
       05 APV-ITEM-TYPE           PIC X(01).
       05 APV-ITEM-KEY            PIC X(10).
       05 APV-DECISION            PIC X(01).
          88 APV-APPROVE          VALUE 'A'.
          88 APV-DECLINE          VALUE 'D'.
       05 APV-APPROVED-BY         PIC X(08).
