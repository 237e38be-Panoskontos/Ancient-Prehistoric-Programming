       01 CHB-SUMMARY-LINE.
          05 CHB-SUM-TEXT         PIC X(34).
          05 CHB-SUM-TOTAL        PIC Z(8)9.99.

      *> adjustment report - printed instead of the lines above when a
      *> period already on the billed register is run again
       01 CHB-ADJ-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'FLEET CHARGEBACK ADJUSTMENTS'.
          05 FILLER               PIC X(07) VALUE 'PERIOD:'.
          05 CHB-ADJ-PERIOD       PIC X(07).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 CHB-ADJ-RUN-DATE     PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 CHB-ADJ-PAGE-NO      PIC ZZZ9.

       01 CHB-ADJ-COLUMN-HEADER.
          05 FILLER               PIC X(08) VALUE 'COST CT'.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(12) VALUE 'CAR'.
          05 FILLER               PIC X(12) VALUE '  ORIGINAL'.
          05 FILLER               PIC X(13) VALUE '  PRIOR ADJ'.
          05 FILLER               PIC X(12) VALUE '  REPRICED'.
          05 FILLER               PIC X(13) VALUE ' ADJUSTMENT'.
          05 FILLER               PIC X(08) VALUE 'TYPE'.
          05 FILLER               PIC X(12) VALUE 'FLAG'.

       01 CHB-ADJ-DETAIL-LINE.
          05 CHB-ADJ-COST-CENTER  PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-EMP-ID       PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-CAR          PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-ORIGINAL     PIC Z(6)9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-PRIOR        PIC Z(6)9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-REPRICED     PIC Z(6)9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-AMOUNT       PIC Z(6)9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-TYPE         PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CHB-ADJ-FLAG         PIC X(12).

       01 CHB-ADJ-SUMMARY-LINE.
          05 CHB-ADJ-SUM-TEXT     PIC X(34).
          05 CHB-ADJ-SUM-TOTAL    PIC Z(8)9.99-.
