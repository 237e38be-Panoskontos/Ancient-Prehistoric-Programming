      *> HDCOUNTL - print line layouts for the HDCOUNT monthly
      *> headcount movement report
       01 HDC-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'HEADCOUNT MOVEMENT REPORT'.
          05 FILLER               PIC X(07) VALUE 'PERIOD:'.
          05 HDC-PERIOD           PIC X(07).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 HDC-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 HDC-PAGE-NO          PIC ZZZ9.

       01 HDC-COLUMN-HEADER.
          05 FILLER               PIC X(06) VALUE 'DEPT'.
          05 FILLER               PIC X(08) VALUE 'COST CT'.
          05 FILLER               PIC X(09) VALUE ' OPENING'.
          05 FILLER               PIC X(09) VALUE '   HIRED'.
          05 FILLER               PIC X(09) VALUE ' REHIRED'.
          05 FILLER               PIC X(09) VALUE ' XFER IN'.
          05 FILLER               PIC X(09) VALUE 'XFER OUT'.
          05 FILLER               PIC X(09) VALUE '  TERMED'.
          05 FILLER               PIC X(09) VALUE ' CLOSING'.
          05 FILLER               PIC X(09) VALUE ' EXPECTD'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'NOTE'.

       01 HDC-DETAIL-LINE.
          05 HDC-DEPT             PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-COST-CENTER      PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-OPENING          PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-HIRED            PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-REHIRED          PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-XFER-IN          PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-XFER-OUT         PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-TERMED           PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-CLOSING          PIC Z(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-EXPECTED         PIC -(6)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HDC-NOTE             PIC X(14).

       01 HDC-SUMMARY-LINE.
          05 HDC-SUM-TEXT         PIC X(34).
          05 HDC-SUM-TOTAL        PIC -(6)9.
