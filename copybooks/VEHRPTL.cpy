       01 VRP-COLUMN-HEADER.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'CAR'.
          05 FILLER               PIC X(06) VALUE 'UNIT'.
          05 FILLER               PIC X(12) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(12) VALUE 'RETURNED'.
          05 FILLER               PIC X(09) VALUE 'DAYS HELD'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 VRP-CAR              PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 VRP-UNIT-NO          PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 VRP-EFF-DATE         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 VRP-RETURN-DATE      PIC X(10).
