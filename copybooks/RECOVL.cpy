      *> RECOVL - print line layouts for the EMPRECOV forward
      *> recovery report: every audit row replayed onto the restored
      *> generation with what became of it, then the record counts of
      *> the rebuilt files against CONTROL-TOTALS
       01 RCV-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'FORWARD RECOVERY REPORT'.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 RCV-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 RCV-PAGE-NO          PIC ZZZ9.

       01 RCV-SELECT-LINE.
          05 FILLER               PIC X(17) VALUE 'RESTORED BACKUP: '.
          05 RCV-BACKUP-STAMP     PIC 9(14).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'REPLAYED TO:  '.
          05 RCV-TO-STAMP         PIC 9(14).

       01 RCV-COLUMN-HEADER.
          05 FILLER               PIC X(21) VALUE 'TIMESTAMP'.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(12) VALUE 'FIELD'.
          05 FILLER               PIC X(26) VALUE 'OLD VALUE'.
          05 FILLER               PIC X(26) VALUE 'NEW VALUE'.
          05 FILLER               PIC X(32) VALUE 'RESULT'.

       01 RCV-DETAIL-LINE.
          05 RCV-TIMESTAMP        PIC X(19).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-EMP-ID           PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-FIELD-NAME       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-OLD-VALUE        PIC X(24).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-NEW-VALUE        PIC X(24).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-RESULT           PIC X(32).

       01 RCV-COUNT-LINE.
          05 RCV-COUNT-TEXT       PIC X(34).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RCV-COUNT-RECOVERED  PIC Z(7)9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(17) VALUE 'CONTROL TOTALS: '.
          05 RCV-COUNT-CONTROL    PIC Z(7)9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 RCV-COUNT-NOTE       PIC X(20).

       01 RCV-SUMMARY-LINE.
          05 RCV-SUM-TEXT         PIC X(34).
          05 RCV-SUM-TOTAL        PIC Z(5)9.
