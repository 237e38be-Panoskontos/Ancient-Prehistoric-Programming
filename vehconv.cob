IDENTIFICATION DIVISION.
PROGRAM-ID. VEHCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-VEHICLE-OLD ASSIGN TO "data/employee.vehicle"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-VEH-KEY
        FILE STATUS IS WS-OLD-STATUS.

    SELECT EMPLOYEE-VEHICLE-NEW ASSIGN TO "data/employee.vehicle.new"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-KEY
        FILE STATUS IS WS-NEW-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-VEHICLE-OLD.
*> the vehicle history layout as it stood before assignments named
*> the fleet unit - this program exists only to carry a live file
*> built on this layout forward to the current EMPVEH shape
01  EMPLOYEE-VEHICLE-OLD-RECORD.
    05 OLD-VEH-KEY.
       10 OLD-VEH-EMP-ID      PIC 9(10).
       10 OLD-VEH-EFF-DATE    PIC 9(08).
    05 OLD-VEH-CAR-CODE       PIC A(10).
    05 OLD-VEH-RETURN-DATE    PIC 9(08).

FD  EMPLOYEE-VEHICLE-NEW.
01  EMPLOYEE-VEHICLE-NEW-RECORD.
    COPY EMPVEH.

   WORKING-STORAGE SECTION.
   01 WS-OLD-STATUS PIC X(02) VALUE '00'.
      88 WS-OLD-OK         VALUE '00'.
      88 WS-OLD-NOT-FOUND  VALUE '23', '35'.
      88 WS-OLD-LENGTH-ERR VALUE '39'.

   01 WS-NEW-STATUS PIC X(02) VALUE '00'.
      88 WS-NEW-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   01 WS-RECORDS-CONVERTED PIC 9(08) VALUE ZERO.

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   OPEN INPUT EMPLOYEE-VEHICLE-OLD.
   IF WS-OLD-NOT-FOUND
       DISPLAY 'EMPLOYEE-VEHICLE not found - nothing to convert'
       STOP RUN
   END-IF.
   IF WS-OLD-LENGTH-ERR
       DISPLAY 'EMPLOYEE-VEHICLE does not match the old layout -'
           ' it may already be converted - nothing done'
       STOP RUN
   END-IF.
   OPEN OUTPUT EMPLOYEE-VEHICLE-NEW.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-VEHICLE-OLD NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END PERFORM A100-CONVERT-RECORD
       END-READ
   END-PERFORM.
   CLOSE EMPLOYEE-VEHICLE-OLD.
   CLOSE EMPLOYEE-VEHICLE-NEW.
   DISPLAY 'VEHCONV records converted: ' WS-RECORDS-CONVERTED.
   DISPLAY 'review the count, then replace data/employee.vehicle'
       ' with data/employee.vehicle.new before the next roster run'.
STOP RUN.

   A100-CONVERT-RECORD.
   *> carried across field for field - history rows written before
   *> the unit register existed name no unit, so the unit number
   *> starts at zero; an open assignment keeps unit zero until the
   *> employee next changes car
   MOVE OLD-VEH-EMP-ID TO VEH-EMP-ID.
   MOVE OLD-VEH-EFF-DATE TO VEH-EFF-DATE.
   MOVE OLD-VEH-CAR-CODE TO VEH-CAR-CODE.
   MOVE OLD-VEH-RETURN-DATE TO VEH-RETURN-DATE.
   MOVE ZERO TO VEH-UNIT-NO.
   WRITE EMPLOYEE-VEHICLE-NEW-RECORD.
   ADD 1 TO WS-RECORDS-CONVERTED.
