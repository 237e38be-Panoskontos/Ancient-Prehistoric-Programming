IDENTIFICATION DIVISION.
PROGRAM-ID. UNITMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FLEET-UNIT-IN ASSIGN TO "data/fleet.unit.in"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNIT-IN-STATUS.

    SELECT FLEET-UNIT ASSIGN TO "data/fleet.unit"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FUN-KEY
        FILE STATUS IS WS-FLTUNIT-STATUS.

    SELECT VEHICLE-REFERENCE ASSIGN TO "data/vehicle.reference"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VREF-CAR-CODE
        FILE STATUS IS WS-VEHREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FLEET-UNIT-IN.
01  FLEET-UNIT-IN-RECORD.
    COPY FLTUNIN.

FD  FLEET-UNIT.
01  FLEET-UNIT-RECORD.
    COPY FLTUNIT.

FD  VEHICLE-REFERENCE.
01  VEHICLE-REFERENCE-RECORD.
    COPY VEHREF.

   WORKING-STORAGE SECTION.
   01 WS-UNIT-IN-STATUS PIC X(02) VALUE '00'.
      88 WS-UNIT-IN-OK        VALUE '00'.
      88 WS-UNIT-IN-NOT-FOUND VALUE '35'.

   01 WS-FLTUNIT-STATUS PIC X(02) VALUE '00'.
      88 WS-FLTUNIT-OK         VALUE '00'.
      88 WS-FLTUNIT-NOT-FOUND  VALUE '23', '35'.
      88 WS-FLTUNIT-LENGTH-ERR VALUE '39'.

   01 WS-VEHREF-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHREF-OK         VALUE '00'.
      88 WS-VEHREF-NOT-FOUND  VALUE '23', '35'.
      88 WS-VEHREF-LENGTH-ERR VALUE '39'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.
   01 WS-UNIT-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-UNIT-EOF VALUE 'Y'.
   01 WS-APPLIED-SWITCH PIC X VALUE 'N'.
      88 WS-APPLIED VALUE 'Y'.

   01 WS-TRANS-CODE PIC X(01).
      88 WS-TRANS-ADD        VALUE 'A'.
      88 WS-TRANS-CHANGE     VALUE 'C'.
      88 WS-TRANS-OUT        VALUE 'O'.
      88 WS-TRANS-RETURN     VALUE 'R'.
      88 WS-TRANS-DISPOSE    VALUE 'D'.
   01 WS-CAR-CODE PIC A(10).
   01 WS-UNIT-NO PIC 9(04) VALUE ZERO.

   *> units in service of the code just changed - written back to
   *> VREF-UNITS-OWNED so the roster availability edit and the
   *> vehicle report count what the register holds
   01 WS-UNITS-IN-SERVICE PIC 9(05) VALUE ZERO.

   01 WS-TRANS-READ PIC 9(05) VALUE ZERO.
   01 WS-TRANS-APPLIED PIC 9(05) VALUE ZERO.
   01 WS-TRANS-REJECTED PIC 9(05) VALUE ZERO.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   PERFORM A010-OPEN-FILES.
   OPEN INPUT FLEET-UNIT-IN.
   IF WS-UNIT-IN-NOT-FOUND
       DISPLAY 'FLEET-UNIT-IN not found - nothing to process'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ FLEET-UNIT-IN
           AT END SET WS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-TRANS-READ
               PERFORM A100-PROCESS-TRANS
       END-READ
   END-PERFORM.
   IF NOT WS-UNIT-IN-NOT-FOUND
       CLOSE FLEET-UNIT-IN
   END-IF.
   CLOSE FLEET-UNIT.
   CLOSE VEHICLE-REFERENCE.
   DISPLAY 'UNITMNT transactions read:    ' WS-TRANS-READ.
   DISPLAY 'UNITMNT transactions applied: ' WS-TRANS-APPLIED.
   DISPLAY 'UNITMNT transactions rejected:' WS-TRANS-REJECTED.
STOP RUN.

   A010-OPEN-FILES.
   *> FLEET-UNIT persists across runs - create it the first time,
   *> otherwise open it for update, the same pattern VEHMNT uses for
   *> the approved list. Units hang off an approved code, so the
   *> approved list must already be loaded
   OPEN I-O FLEET-UNIT.
   IF WS-FLTUNIT-LENGTH-ERR
       DISPLAY 'UNITMNT - FLEET-UNIT record layout mismatch -'
           ' delete the file and rerun UNITMNT to reload the units'
           ' on the current layout'
       STOP RUN
   END-IF.
   IF WS-FLTUNIT-NOT-FOUND
       OPEN OUTPUT FLEET-UNIT
       CLOSE FLEET-UNIT
       OPEN I-O FLEET-UNIT
   END-IF.
   OPEN I-O VEHICLE-REFERENCE.
   IF WS-VEHREF-LENGTH-ERR
       DISPLAY 'UNITMNT - VEHICLE-REFERENCE record layout mismatch -'
           ' delete the file and reload it through VEHMNT first'
       STOP RUN
   END-IF.
   IF WS-VEHREF-NOT-FOUND
       DISPLAY 'UNITMNT - VEHICLE-REFERENCE not on file - run VEHMNT'
           ' to load the approved list first'
       CLOSE FLEET-UNIT
       STOP RUN
   END-IF.

   A100-PROCESS-TRANS.
   MOVE FUT-TRANS-CODE TO WS-TRANS-CODE.
   MOVE FUT-CAR-CODE TO WS-CAR-CODE.
   MOVE 'N' TO WS-APPLIED-SWITCH.
   IF FUT-UNIT-NO NUMERIC
       MOVE FUT-UNIT-NO TO WS-UNIT-NO
   ELSE
       MOVE ZERO TO WS-UNIT-NO
   END-IF.
   IF WS-UNIT-NO = ZERO
       ADD 1 TO WS-TRANS-REJECTED
       DISPLAY 'unit number missing or zero: ' WS-CAR-CODE
   ELSE
       EVALUATE TRUE
           WHEN WS-TRANS-ADD     PERFORM B100-ADD-UNIT
           WHEN WS-TRANS-CHANGE  PERFORM B200-CHANGE-UNIT
           WHEN WS-TRANS-OUT     PERFORM B300-TAKE-OUT-OF-SERVICE
           WHEN WS-TRANS-RETURN  PERFORM B400-RETURN-TO-SERVICE
           WHEN WS-TRANS-DISPOSE PERFORM B500-DISPOSE-UNIT
           WHEN OTHER
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'transaction code must be A, C, O, R or D: '
                   WS-CAR-CODE ' ' WS-UNIT-NO
       END-EVALUATE
   END-IF.
   IF WS-APPLIED
       ADD 1 TO WS-TRANS-APPLIED
       IF NOT WS-TRANS-CHANGE
           PERFORM B900-RECOUNT-UNITS
       END-IF
   END-IF.

   B100-ADD-UNIT.
   *> a unit can only be registered under a code on the approved
   *> list that is still taking new assignments
   MOVE WS-CAR-CODE TO VREF-CAR-CODE.
   READ VEHICLE-REFERENCE
       INVALID KEY
           CONTINUE
   END-READ.
   IF WS-VEHREF-NOT-FOUND OR VREF-RETIRED
       ADD 1 TO WS-TRANS-REJECTED
       DISPLAY 'add - car code not approved or retired: '
           WS-CAR-CODE
   ELSE
       MOVE WS-CAR-CODE TO FUN-CAR-CODE
       MOVE WS-UNIT-NO TO FUN-UNIT-NO
       READ FLEET-UNIT
           INVALID KEY
               MOVE FUT-PLATE TO FUN-PLATE
               MOVE FUT-VIN TO FUN-VIN
               IF FUT-IN-SERVICE-DATE NUMERIC
                       AND FUT-IN-SERVICE-DATE > ZERO
                   MOVE FUT-IN-SERVICE-DATE TO FUN-IN-SERVICE-DATE
               ELSE
                   MOVE WS-CURRENT-DATE-NUM TO FUN-IN-SERVICE-DATE
               END-IF
               MOVE ZERO TO FUN-DISPOSAL-DATE
               SET FUN-AVAILABLE TO TRUE
               MOVE ZERO TO FUN-HOLDER-ID
               MOVE WS-CURRENT-DATE-NUM TO FUN-STATUS-DATE
               WRITE FLEET-UNIT-RECORD
               SET WS-APPLIED TO TRUE
               DISPLAY 'added unit: ' WS-CAR-CODE ' ' WS-UNIT-NO
           NOT INVALID KEY
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'unit already on file: ' WS-CAR-CODE ' '
                   WS-UNIT-NO
       END-READ
   END-IF.

   B200-CHANGE-UNIT.
   *> re-plate or correct a VIN - spaces leaves the field as it is
   PERFORM B800-READ-UNIT.
   IF WS-FLTUNIT-OK
       IF FUT-PLATE NOT = SPACES
           MOVE FUT-PLATE TO FUN-PLATE
       END-IF
       IF FUT-VIN NOT = SPACES
           MOVE FUT-VIN TO FUN-VIN
       END-IF
       REWRITE FLEET-UNIT-RECORD
       SET WS-APPLIED TO TRUE
       DISPLAY 'changed plate/VIN for unit: ' WS-CAR-CODE ' '
           WS-UNIT-NO
   END-IF.

   B300-TAKE-OUT-OF-SERVICE.
   *> a unit an employee still holds is not pulled from under them
   *> here - the roster moves them to another car, or to another
   *> unit of the same car, first, which releases the unit
   PERFORM B800-READ-UNIT.
   IF WS-FLTUNIT-OK
       EVALUATE TRUE
           WHEN FUN-AVAILABLE
               SET FUN-OUT-OF-SERVICE TO TRUE
               MOVE WS-CURRENT-DATE-NUM TO FUN-STATUS-DATE
               REWRITE FLEET-UNIT-RECORD
               SET WS-APPLIED TO TRUE
               DISPLAY 'unit out of service: ' WS-CAR-CODE ' '
                   WS-UNIT-NO
           WHEN FUN-ASSIGNED
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'unit held by employee ' FUN-HOLDER-ID
                   ' - close the assignment first: ' WS-CAR-CODE ' '
                   WS-UNIT-NO
           WHEN OTHER
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'unit already out of service or disposed: '
                   WS-CAR-CODE ' ' WS-UNIT-NO
       END-EVALUATE
   END-IF.

   B400-RETURN-TO-SERVICE.
   PERFORM B800-READ-UNIT.
   IF WS-FLTUNIT-OK
       IF FUN-OUT-OF-SERVICE
           SET FUN-AVAILABLE TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO FUN-STATUS-DATE
           REWRITE FLEET-UNIT-RECORD
           SET WS-APPLIED TO TRUE
           DISPLAY 'unit returned to service: ' WS-CAR-CODE ' '
               WS-UNIT-NO
       ELSE
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY 'unit is not out of service: ' WS-CAR-CODE ' '
               WS-UNIT-NO
       END-IF
   END-IF.

   B500-DISPOSE-UNIT.
   *> a disposed unit stays on file so its holder history still
   *> reports - it simply never assigns again
   PERFORM B800-READ-UNIT.
   IF WS-FLTUNIT-OK
       EVALUATE TRUE
           WHEN FUN-AVAILABLE OR FUN-OUT-OF-SERVICE
               SET FUN-DISPOSED TO TRUE
               MOVE WS-CURRENT-DATE-NUM TO FUN-DISPOSAL-DATE
               MOVE WS-CURRENT-DATE-NUM TO FUN-STATUS-DATE
               REWRITE FLEET-UNIT-RECORD
               SET WS-APPLIED TO TRUE
               DISPLAY 'unit disposed: ' WS-CAR-CODE ' ' WS-UNIT-NO
           WHEN FUN-ASSIGNED
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'unit held by employee ' FUN-HOLDER-ID
                   ' - close the assignment first: ' WS-CAR-CODE ' '
                   WS-UNIT-NO
           WHEN OTHER
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY 'unit already disposed: ' WS-CAR-CODE ' '
                   WS-UNIT-NO
       END-EVALUATE
   END-IF.

   B800-READ-UNIT.
   MOVE WS-CAR-CODE TO FUN-CAR-CODE.
   MOVE WS-UNIT-NO TO FUN-UNIT-NO.
   READ FLEET-UNIT
       INVALID KEY
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY 'unit not on file: ' WS-CAR-CODE ' ' WS-UNIT-NO
   END-READ.

   B900-RECOUNT-UNITS.
   *> available plus assigned units of the code - out-of-service and
   *> disposed units are not there to hand out
   MOVE ZERO TO WS-UNITS-IN-SERVICE.
   MOVE 'N' TO WS-UNIT-EOF-SWITCH.
   MOVE WS-CAR-CODE TO FUN-CAR-CODE.
   MOVE ZERO TO FUN-UNIT-NO.
   START FLEET-UNIT KEY IS NOT LESS THAN FUN-KEY
       INVALID KEY SET WS-UNIT-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-UNIT-EOF
       READ FLEET-UNIT NEXT RECORD
           AT END SET WS-UNIT-EOF TO TRUE
           NOT AT END
               IF FUN-CAR-CODE NOT = WS-CAR-CODE
                   SET WS-UNIT-EOF TO TRUE
               ELSE
                   IF FUN-IN-SERVICE
                       ADD 1 TO WS-UNITS-IN-SERVICE
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   MOVE WS-CAR-CODE TO VREF-CAR-CODE.
   READ VEHICLE-REFERENCE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE WS-UNITS-IN-SERVICE TO VREF-UNITS-OWNED
           REWRITE VEHICLE-REFERENCE-RECORD
           DISPLAY 'units in service for ' WS-CAR-CODE ': '
               WS-UNITS-IN-SERVICE
   END-READ.
