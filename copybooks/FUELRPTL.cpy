      *> FUELRPTL - print line layouts for the FUELCARD vendor
      *> exception report
       01 FCX-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'FUEL CARD EXCEPTION REPORT'.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 FCX-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 FCX-PAGE-NO          PIC ZZZ9.

       01 FCX-COLUMN-HEADER.
          05 FILLER               PIC X(02) VALUE 'T'.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(32) VALUE 'EMPLOYEE NAME'.
          05 FILLER               PIC X(12) VALUE 'CAR'.
          05 FILLER               PIC X(08) VALUE 'COST CT'.
          05 FILLER               PIC X(12) VALUE 'SENT'.
          05 FILLER               PIC X(06) VALUE 'DAYS'.
          05 FILLER               PIC X(08) VALUE 'RESENT'.
          05 FILLER               PIC X(30) VALUE 'VENDOR REASON'.

       01 FCX-DETAIL-LINE.
          05 FCX-TYPE             PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FCX-EMP-ID           PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-NAME             PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-CAR              PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-COST-CENTER      PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-SENT-DATE        PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-DAYS             PIC ZZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FCX-RESENT           PIC Z9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FCX-REASON           PIC X(30).

       01 FCX-SUMMARY-LINE.
          05 FCX-SUM-TEXT         PIC X(34).
          05 FCX-SUM-TOTAL        PIC Z(5)9.
