      *> APRVL - print line layouts for the APRVMNT pending-approval
      *> aging report
       01 APX-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'PENDING APPROVAL AGING REPORT'.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 APX-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 APX-PAGE-NO          PIC ZZZ9.

       01 APX-COLUMN-HEADER.
          05 FILLER               PIC X(08) VALUE 'ITEM NO'.
          05 FILLER               PIC X(03) VALUE 'T'.
          05 FILLER               PIC X(12) VALUE 'FOR'.
          05 FILLER               PIC X(10) VALUE 'ENTERED'.
          05 FILLER               PIC X(12) VALUE 'ON'.
          05 FILLER               PIC X(06) VALUE 'DAYS'.
          05 FILLER               PIC X(10) VALUE 'APPROVED'.
          05 FILLER               PIC X(20) VALUE 'STATUS'.

       01 APX-DETAIL-LINE.
          05 APX-LST-ITEM-NO      PIC Z(5)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-TYPE         PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-KEY          PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-ENTERED-BY   PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-ENTERED-DATE PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-DAYS         PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-APPROVED-BY  PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 APX-LST-FLAG         PIC X(30).

       01 APX-SUMMARY-LINE.
          05 APX-SUM-TEXT         PIC X(34).
          05 APX-SUM-TOTAL        PIC Z(5)9.
