      *> DUPSCANL - print line layouts for the DUPSCAN duplicate
      *> person scan of EMPLOYEE-MASTER and EMPLOYEE-ARCHIVE
       01 DSC-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'DUPLICATE PERSON SCAN'.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 DSC-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 DSC-PAGE-NO          PIC ZZZ9.

       01 DSC-COLUMN-HEADER.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(32) VALUE 'EMPLOYEE NAME'.
          05 FILLER               PIC X(10) VALUE 'STATUS'.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(32) VALUE 'EMPLOYEE NAME'.
          05 FILLER               PIC X(10) VALUE 'STATUS'.
          05 FILLER               PIC X(12) VALUE 'NOTE'.

       01 DSC-DETAIL-LINE.
          05 DSC-ID-1             PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-NAME-1           PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-STATUS-1         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-ID-2             PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-NAME-2           PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-STATUS-2         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DSC-NOTE             PIC X(12).

       01 DSC-SUMMARY-LINE.
          05 DSC-SUM-TEXT         PIC X(34).
          05 DSC-SUM-TOTAL        PIC Z(5)9.
