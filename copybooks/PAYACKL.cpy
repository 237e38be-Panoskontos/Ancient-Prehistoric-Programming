       01 PAK-SUMMARY-LINE.
          05 PAK-SUM-TEXT         PIC X(38).
          05 PAK-SUM-TOTAL        PIC Z(5)9.

      *> escalation section - carry-forward items still unresolved
      *> after the resubmission limit, listed apart from the cycle's
      *> ordinary exceptions
       01 PAK-ESC-TITLE-LINE.
          05 FILLER               PIC X(39) VALUE
             '*** ESCALATED - STILL UNRESOLVED AFTER'.
          05 PAK-ESC-LIMIT        PIC Z9.
          05 FILLER               PIC X(19) VALUE
             ' RESUBMISSIONS ***'.

       01 PAK-ESC-HEADER.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(32) VALUE 'EMPLOYEE NAME'.
          05 FILLER               PIC X(30) VALUE 'EXCEPTION'.
          05 FILLER               PIC X(10) VALUE 'RESENT'.
          05 FILLER               PIC X(30) VALUE 'PAYROLL REASON'.

       01 PAK-ESC-LINE.
          05 PAK-ESC-ID           PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAK-ESC-NAME         PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAK-ESC-EXCEPTION    PIC X(28).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAK-ESC-RESENT       PIC Z9.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 PAK-ESC-REASON       PIC X(30).
