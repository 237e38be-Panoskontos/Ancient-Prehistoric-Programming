IDENTIFICATION DIVISION.
PROGRAM-ID. UNITRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FLEET-UNIT ASSIGN TO "data/fleet.unit"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FUN-KEY
        FILE STATUS IS WS-FLTUNIT-STATUS.

    SELECT EMPLOYEE-VEHICLE ASSIGN TO "data/employee.vehicle"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-KEY
        FILE STATUS IS WS-VEHICLE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/unit.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FLEET-UNIT.
01  FLEET-UNIT-RECORD.
    COPY FLTUNIT.

FD  EMPLOYEE-VEHICLE.
01  EMPLOYEE-VEHICLE-RECORD.
    COPY EMPVEH.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY UNITRPTL.

   01 WS-FLTUNIT-STATUS PIC X(02) VALUE '00'.
      88 WS-FLTUNIT-OK         VALUE '00'.
      88 WS-FLTUNIT-NOT-FOUND  VALUE '23', '35'.
      88 WS-FLTUNIT-LENGTH-ERR VALUE '39'.

   01 WS-VEHICLE-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHICLE-OK         VALUE '00'.
      88 WS-VEHICLE-NOT-FOUND  VALUE '23', '35'.
      88 WS-VEHICLE-LENGTH-ERR VALUE '39'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   *> the register in key order - walked once per report section
   01 WS-UNIT-TABLE.
      05 WS-UNT-ENTRY OCCURS 2000 TIMES.
         10 WS-UNT-CAR         PIC A(10).
         10 WS-UNT-NO          PIC 9(04).
         10 WS-UNT-PLATE       PIC X(10).
         10 WS-UNT-VIN         PIC X(17).
         10 WS-UNT-IN-SERVICE  PIC 9(08).
         10 WS-UNT-STATUS      PIC X(01).
            88 WS-UNT-AVAILABLE      VALUE 'A'.
            88 WS-UNT-ASSIGNED       VALUE 'S'.
            88 WS-UNT-OUT-OF-SERVICE VALUE 'O'.
            88 WS-UNT-DISPOSED       VALUE 'D'.
         10 WS-UNT-STATUS-DATE PIC 9(08).
   01 WS-UNIT-COUNT PIC 9(04) VALUE ZERO.
   01 WS-UNT-IDX PIC 9(04).

   *> every EMPLOYEE-VEHICLE row that names a unit - rows from before
   *> the register carry unit zero and belong to no unit's history
   01 WS-HISTORY-TABLE.
      05 WS-HST-ENTRY OCCURS 5000 TIMES.
         10 WS-HST-CAR         PIC A(10).
         10 WS-HST-UNIT-NO     PIC 9(04).
         10 WS-HST-EMP-ID      PIC 9(10).
         10 WS-HST-EFF-DATE    PIC 9(08).
         10 WS-HST-RETURN-DATE PIC 9(08).
   01 WS-HISTORY-COUNT PIC 9(04) VALUE ZERO.
   01 WS-HST-IDX PIC 9(04).
   01 WS-HOLDERS-FOR-UNIT PIC 9(04).

   01 WS-AVAILABLE-COUNT PIC 9(06) VALUE ZERO.
   01 WS-ASSIGNED-COUNT PIC 9(06) VALUE ZERO.
   01 WS-OUT-COUNT PIC 9(06) VALUE ZERO.
   01 WS-DISPOSED-COUNT PIC 9(06) VALUE ZERO.
   01 WS-SECTION-COUNT PIC 9(06) VALUE ZERO.

   01 WS-TODAY-INTEGER PIC 9(08).
   01 WS-DAYS-WORK PIC 9(05).

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

   01 WS-DATE-WORK PIC 9(08).
   01 WS-DATE-DISPLAY PIC X(10).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
       TO WS-TODAY-INTEGER.
   PERFORM A100-LOAD-UNITS.
   PERFORM A200-LOAD-HISTORY.
   OPEN OUTPUT PRINT-FILE.
   PERFORM C000-PRINT-HEADERS.
   PERFORM A300-PRINT-IDLE-UNITS.
   PERFORM A400-PRINT-OUT-OF-SERVICE.
   PERFORM A500-PRINT-HOLDER-HISTORY.
   PERFORM A600-PRINT-SUMMARY.
   CLOSE PRINT-FILE.
   DISPLAY 'UNITRPT units listed: ' WS-UNIT-COUNT
       ' idle: ' WS-AVAILABLE-COUNT
       ' out of service: ' WS-OUT-COUNT.
STOP RUN.

   A100-LOAD-UNITS.
   OPEN INPUT FLEET-UNIT.
   IF WS-FLTUNIT-LENGTH-ERR
       DISPLAY 'UNITRPT - FLEET-UNIT record layout mismatch -'
           ' delete the file and reload it through UNITMNT before'
           ' this job'
       STOP RUN
   END-IF.
   IF WS-FLTUNIT-NOT-FOUND
       DISPLAY 'FLEET-UNIT not found - no units on the register'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ FLEET-UNIT NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END PERFORM B100-STORE-UNIT
       END-READ
   END-PERFORM.
   IF NOT WS-FLTUNIT-NOT-FOUND
       CLOSE FLEET-UNIT
   END-IF.

   B100-STORE-UNIT.
   IF WS-UNIT-COUNT >= 2000
       DISPLAY 'unit table full - raise table size and rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-UNIT-COUNT.
   MOVE FUN-CAR-CODE TO WS-UNT-CAR (WS-UNIT-COUNT).
   MOVE FUN-UNIT-NO TO WS-UNT-NO (WS-UNIT-COUNT).
   MOVE FUN-PLATE TO WS-UNT-PLATE (WS-UNIT-COUNT).
   MOVE FUN-VIN TO WS-UNT-VIN (WS-UNIT-COUNT).
   MOVE FUN-IN-SERVICE-DATE TO WS-UNT-IN-SERVICE (WS-UNIT-COUNT).
   MOVE FUN-STATUS TO WS-UNT-STATUS (WS-UNIT-COUNT).
   MOVE FUN-STATUS-DATE TO WS-UNT-STATUS-DATE (WS-UNIT-COUNT).
   EVALUATE TRUE
       WHEN FUN-AVAILABLE      ADD 1 TO WS-AVAILABLE-COUNT
       WHEN FUN-ASSIGNED       ADD 1 TO WS-ASSIGNED-COUNT
       WHEN FUN-OUT-OF-SERVICE ADD 1 TO WS-OUT-COUNT
       WHEN OTHER              ADD 1 TO WS-DISPOSED-COUNT
   END-EVALUATE.

   A200-LOAD-HISTORY.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT EMPLOYEE-VEHICLE.
   IF WS-VEHICLE-LENGTH-ERR
       DISPLAY 'UNITRPT - EMPLOYEE-VEHICLE record layout mismatch -'
           ' run the VEHCONV conversion before this job'
       STOP RUN
   END-IF.
   IF WS-VEHICLE-NOT-FOUND
       DISPLAY 'EMPLOYEE-VEHICLE not found - no holder history'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-VEHICLE NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF VEH-UNIT-NO > ZERO
                   PERFORM B200-STORE-HISTORY
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-VEHICLE-NOT-FOUND
       CLOSE EMPLOYEE-VEHICLE
   END-IF.

   B200-STORE-HISTORY.
   IF WS-HISTORY-COUNT >= 5000
       DISPLAY 'unit history table full - raise table size and'
           ' rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-HISTORY-COUNT.
   MOVE VEH-CAR-CODE TO WS-HST-CAR (WS-HISTORY-COUNT).
   MOVE VEH-UNIT-NO TO WS-HST-UNIT-NO (WS-HISTORY-COUNT).
   MOVE VEH-EMP-ID TO WS-HST-EMP-ID (WS-HISTORY-COUNT).
   MOVE VEH-EFF-DATE TO WS-HST-EFF-DATE (WS-HISTORY-COUNT).
   MOVE VEH-RETURN-DATE TO WS-HST-RETURN-DATE (WS-HISTORY-COUNT).

   A300-PRINT-IDLE-UNITS.
   *> units sitting available - days idle since they last came back
   *> or went into service, the fleet desk's candidates to dispose of
   MOVE 'IDLE UNITS - AVAILABLE, NOT ASSIGNED' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM URP-UNIT-HEADER.
   ADD 3 TO WS-LINE-COUNT.
   MOVE ZERO TO WS-SECTION-COUNT.
   PERFORM VARYING WS-UNT-IDX FROM 1 BY 1
           UNTIL WS-UNT-IDX > WS-UNIT-COUNT
       IF WS-UNT-AVAILABLE (WS-UNT-IDX)
           ADD 1 TO WS-SECTION-COUNT
           PERFORM C100-PRINT-UNIT
       END-IF
   END-PERFORM.
   IF WS-SECTION-COUNT = ZERO
       MOVE 'NO IDLE UNITS' TO PRINT-RECORD
       WRITE PRINT-RECORD
       ADD 1 TO WS-LINE-COUNT
   END-IF.

   A400-PRINT-OUT-OF-SERVICE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'UNITS OUT OF SERVICE' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM URP-UNIT-HEADER.
   ADD 4 TO WS-LINE-COUNT.
   MOVE ZERO TO WS-SECTION-COUNT.
   PERFORM VARYING WS-UNT-IDX FROM 1 BY 1
           UNTIL WS-UNT-IDX > WS-UNIT-COUNT
       IF WS-UNT-OUT-OF-SERVICE (WS-UNT-IDX)
           ADD 1 TO WS-SECTION-COUNT
           PERFORM C100-PRINT-UNIT
       END-IF
   END-PERFORM.
   IF WS-SECTION-COUNT = ZERO
       MOVE 'NO UNITS OUT OF SERVICE' TO PRINT-RECORD
       WRITE PRINT-RECORD
       ADD 1 TO WS-LINE-COUNT
   END-IF.

   A500-PRINT-HOLDER-HISTORY.
   *> every unit on the register with each employee who has held it,
   *> oldest first within an employee - the question asked when a
   *> ticket or damage report names a plate
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'UNIT HOLDER HISTORY' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 3 TO WS-LINE-COUNT.
   PERFORM VARYING WS-UNT-IDX FROM 1 BY 1
           UNTIL WS-UNT-IDX > WS-UNIT-COUNT
       IF WS-LINE-COUNT >= 55
           PERFORM C000-PRINT-HEADERS
       END-IF
       WRITE PRINT-RECORD FROM URP-UNIT-HEADER
       ADD 1 TO WS-LINE-COUNT
       PERFORM C100-PRINT-UNIT
       WRITE PRINT-RECORD FROM URP-HOLDER-HEADER
       ADD 1 TO WS-LINE-COUNT
       MOVE ZERO TO WS-HOLDERS-FOR-UNIT
       PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
           IF WS-HST-CAR (WS-HST-IDX) = WS-UNT-CAR (WS-UNT-IDX)
                   AND WS-HST-UNIT-NO (WS-HST-IDX)
                       = WS-UNT-NO (WS-UNT-IDX)
               ADD 1 TO WS-HOLDERS-FOR-UNIT
               PERFORM C200-PRINT-HOLDER
           END-IF
       END-PERFORM
       IF WS-HOLDERS-FOR-UNIT = ZERO
           MOVE '      NEVER ASSIGNED' TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
       END-IF
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       ADD 1 TO WS-LINE-COUNT
   END-PERFORM.
   IF WS-UNIT-COUNT = ZERO
       MOVE 'NO UNITS ON THE REGISTER' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.

   A600-PRINT-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'UNITS ON THE REGISTER:' TO URP-SUM-TEXT.
   MOVE WS-UNIT-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.
   MOVE 'AVAILABLE (IDLE):' TO URP-SUM-TEXT.
   MOVE WS-AVAILABLE-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.
   MOVE 'ASSIGNED:' TO URP-SUM-TEXT.
   MOVE WS-ASSIGNED-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.
   MOVE 'OUT OF SERVICE:' TO URP-SUM-TEXT.
   MOVE WS-OUT-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.
   MOVE 'DISPOSED:' TO URP-SUM-TEXT.
   MOVE WS-DISPOSED-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.
   MOVE 'ASSIGNMENT ROWS NAMING A UNIT:' TO URP-SUM-TEXT.
   MOVE WS-HISTORY-COUNT TO URP-SUM-TOTAL.
   WRITE PRINT-RECORD FROM URP-SUMMARY-LINE.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO URP-RUN-DATE.
   MOVE WS-PAGE-COUNT TO URP-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM URP-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.

   C100-PRINT-UNIT.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE WS-UNT-CAR (WS-UNT-IDX) TO URP-CAR.
   MOVE WS-UNT-NO (WS-UNT-IDX) TO URP-UNIT-NO.
   MOVE WS-UNT-PLATE (WS-UNT-IDX) TO URP-PLATE.
   MOVE WS-UNT-VIN (WS-UNT-IDX) TO URP-VIN.
   MOVE WS-UNT-IN-SERVICE (WS-UNT-IDX) TO WS-DATE-WORK.
   PERFORM C900-FORMAT-DATE.
   MOVE WS-DATE-DISPLAY TO URP-IN-SERVICE.
   EVALUATE TRUE
       WHEN WS-UNT-AVAILABLE (WS-UNT-IDX)
           MOVE 'IDLE' TO URP-STATUS
       WHEN WS-UNT-ASSIGNED (WS-UNT-IDX)
           MOVE 'ASSIGNED' TO URP-STATUS
       WHEN WS-UNT-OUT-OF-SERVICE (WS-UNT-IDX)
           MOVE 'OUT' TO URP-STATUS
       WHEN OTHER
           MOVE 'DISPOSED' TO URP-STATUS
   END-EVALUATE.
   MOVE WS-UNT-STATUS-DATE (WS-UNT-IDX) TO WS-DATE-WORK.
   PERFORM C900-FORMAT-DATE.
   MOVE WS-DATE-DISPLAY TO URP-SINCE.
   IF WS-UNT-STATUS-DATE (WS-UNT-IDX) > ZERO
       COMPUTE WS-DAYS-WORK = WS-TODAY-INTEGER
           - FUNCTION INTEGER-OF-DATE(WS-UNT-STATUS-DATE (WS-UNT-IDX))
   ELSE
       MOVE ZERO TO WS-DAYS-WORK
   END-IF.
   MOVE WS-DAYS-WORK TO URP-DAYS.
   WRITE PRINT-RECORD FROM URP-UNIT-LINE.
   ADD 1 TO WS-LINE-COUNT.

   C200-PRINT-HOLDER.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE WS-HST-EMP-ID (WS-HST-IDX) TO URP-HOLDER-ID.
   MOVE WS-HST-EFF-DATE (WS-HST-IDX) TO WS-DATE-WORK.
   PERFORM C900-FORMAT-DATE.
   MOVE WS-DATE-DISPLAY TO URP-EFF-DATE.
   IF WS-HST-RETURN-DATE (WS-HST-IDX) = ZERO
       MOVE 'CURRENT' TO URP-RETURN-DATE
       COMPUTE WS-DAYS-WORK = WS-TODAY-INTEGER
           - FUNCTION INTEGER-OF-DATE(WS-HST-EFF-DATE (WS-HST-IDX))
   ELSE
       MOVE WS-HST-RETURN-DATE (WS-HST-IDX) TO WS-DATE-WORK
       PERFORM C900-FORMAT-DATE
       MOVE WS-DATE-DISPLAY TO URP-RETURN-DATE
       COMPUTE WS-DAYS-WORK =
           FUNCTION INTEGER-OF-DATE(WS-HST-RETURN-DATE (WS-HST-IDX))
           - FUNCTION INTEGER-OF-DATE(WS-HST-EFF-DATE (WS-HST-IDX))
   END-IF.
   MOVE WS-DAYS-WORK TO URP-DAYS-HELD.
   WRITE PRINT-RECORD FROM URP-HOLDER-LINE.
   ADD 1 TO WS-LINE-COUNT.

   C900-FORMAT-DATE.
   MOVE SPACES TO WS-DATE-DISPLAY.
   IF WS-DATE-WORK > ZERO
       STRING WS-DATE-WORK (1:4) '-' WS-DATE-WORK (5:2) '-'
              WS-DATE-WORK (7:2)
           DELIMITED BY SIZE INTO WS-DATE-DISPLAY
   END-IF.
