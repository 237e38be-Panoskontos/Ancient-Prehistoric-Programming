      *> load. INV-REC-TYPE 'D' = one priced assignment row for the
      *> billing period, 'T' = trailer (detail count and total charge),
      *> written last the way the payroll extract carries its trailer.
      *> A rerun of a period already billed writes the adjustment file
      *> in this same shape: 'D' = debit (charge more), 'C' = credit
      *> (refund) - days and charge on an adjustment are the unsigned
      *> size of the difference, the record type carries the sign.
       05 INV-REC-TYPE            PIC X(01).
          88 INV-DEBIT-REC        VALUE 'D'.
          88 INV-CREDIT-REC       VALUE 'C'.
          88 INV-TRAILER-REC      VALUE 'T'.
       05 INV-DETAIL.
          10 INV-COST-CENTER      PIC X(06).
          10 INV-EMP-ID           PIC 9(10).
          10 INV-DAYS             PIC 9(05).
          10 INV-DAILY-RATE       PIC 9(05)V99.
          10 INV-CHARGE           PIC 9(07)V99.
      *> trailer: INV-TOTAL-CHARGE totals the 'D' rows and
      *> INV-CREDIT-TOTAL the 'C' rows (always zero on an invoice);
      *> INV-FILE-TYPE 'I' = original invoice, 'A' = adjustment file
       05 INV-TRAILER REDEFINES INV-DETAIL.
          10 INV-RECORD-COUNT     PIC 9(08).
          10 INV-TOTAL-CHARGE     PIC 9(09)V99.
          10 INV-CREDIT-TOTAL     PIC 9(09)V99.
          10 INV-FILE-TYPE        PIC X(01).
             88 INV-FILE-INVOICE  VALUE 'I'.
             88 INV-FILE-ADJUST   VALUE 'A'.
          10 INV-PERIOD           PIC 9(06).
          10 FILLER               PIC X(10).
