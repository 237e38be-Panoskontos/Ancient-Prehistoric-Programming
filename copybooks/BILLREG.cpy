      *> BILLREG - BILLED-REGISTER record: the permanent record of what
      *> CHGBACK actually billed finance, one row per cost center,
      *> employee and car code for each billing run of a period.
      *> BRG-REC-TYPE 'D' = billed amount, 'K' = run complete - the
      *> 'K' row is written last, so detail rows from a run that died
      *> before its 'K' row are ignored when the register is read.
      *> BRG-RUN-TYPE 'O' = the original invoice run that closed the
      *> period, 'A' = a later adjustment run; a period with a
      *> completed 'O' run is closed and is only ever adjusted. What
      *> finance holds for a key is the sum of its completed rows.
       05 BRG-REC-TYPE            PIC X(01).
          88 BRG-DETAIL-ROW       VALUE 'D'.
          88 BRG-COMPLETE-ROW     VALUE 'K'.
       05 BRG-RUN-TYPE            PIC X(01).
          88 BRG-ORIGINAL-RUN     VALUE 'O'.
          88 BRG-ADJUSTMENT-RUN   VALUE 'A'.
       05 BRG-PERIOD              PIC 9(06).
      *> date and time the billing run started, yyyymmddhhmmss - ties
      *> each detail row to its run's 'K' row
       05 BRG-RUN-STAMP           PIC 9(14).
       05 BRG-COST-CENTER         PIC X(06).
       05 BRG-EMP-ID              PIC 9(10).
       05 BRG-CAR-CODE            PIC X(10).
      *> days and charge are signed - an adjustment row carries the
      *> difference it billed, negative for a credit
       05 BRG-DAYS                PIC S9(05) SIGN LEADING SEPARATE.
       05 BRG-DAILY-RATE          PIC 9(05)V99.
       05 BRG-CHARGE              PIC S9(07)V99 SIGN LEADING SEPARATE.
