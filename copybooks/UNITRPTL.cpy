      *> UNITRPTL - print line layouts for the UNITRPT fleet unit
      *> report: idle units, units out of service and each unit's
      *> holder history
       01 URP-TITLE-LINE.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'FLEET UNIT REPORT'.
          05 FILLER               PIC X(05) VALUE 'DATE:'.
          05 URP-RUN-DATE         PIC X(10).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'PAGE:'.
          05 URP-PAGE-NO          PIC ZZZ9.

       01 URP-UNIT-HEADER.
          05 FILLER               PIC X(12) VALUE 'CAR'.
          05 FILLER               PIC X(06) VALUE 'UNIT'.
          05 FILLER               PIC X(12) VALUE 'PLATE'.
          05 FILLER               PIC X(19) VALUE 'VIN'.
          05 FILLER               PIC X(12) VALUE 'IN SERVICE'.
          05 FILLER               PIC X(10) VALUE 'STATUS'.
          05 FILLER               PIC X(12) VALUE 'SINCE'.
          05 FILLER               PIC X(06) VALUE 'DAYS'.

       01 URP-UNIT-LINE.
          05 URP-CAR              PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-UNIT-NO          PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-PLATE            PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-VIN              PIC X(17).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-IN-SERVICE       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-STATUS           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-SINCE            PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-DAYS             PIC ZZZZ9.

       01 URP-HOLDER-HEADER.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'EMPLOYEE ID'.
          05 FILLER               PIC X(12) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(12) VALUE 'RETURNED'.
          05 FILLER               PIC X(09) VALUE 'DAYS HELD'.

       01 URP-HOLDER-LINE.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 URP-HOLDER-ID        PIC Z(9)9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-EFF-DATE         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-RETURN-DATE      PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 URP-DAYS-HELD        PIC Z(4)9.

       01 URP-SUMMARY-LINE.
          05 URP-SUM-TEXT         PIC X(34).
          05 URP-SUM-TOTAL        PIC Z(5)9.
