       01 AIQ-COLUMN-HEADER.
          05 FILLER               PIC X(21) VALUE 'TIMESTAMP'.
          05 FILLER               PIC X(10) VALUE 'OPERATOR'.
          05 FILLER               PIC X(10) VALUE 'APPROVER'.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(12) VALUE 'FIELD'.
          05 FILLER               PIC X(32) VALUE 'OLD VALUE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AIQ-OPERATOR         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AIQ-APPROVER         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AIQ-EMP-ID           PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AIQ-FIELD-NAME       PIC X(10).
