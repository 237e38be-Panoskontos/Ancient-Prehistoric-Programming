      *> FLTUNIT - FLEET-UNIT record (indexed, keyed on car code +
      *> unit number): one row per physical vehicle the fleet holds
      *> under an approved VEHICLE-REFERENCE code, maintained by
      *> UNITMNT. The roster run assigns and releases units as
      *> EMPLOYEE-VEHICLE rows open and close, and VREF-UNITS-OWNED
      *> is recounted from the units in service after every change.
       05 FUN-KEY.
          10 FUN-CAR-CODE         PIC A(10).
          10 FUN-UNIT-NO          PIC 9(04).
       05 FUN-PLATE               PIC X(10).
       05 FUN-VIN                 PIC X(17).
       05 FUN-IN-SERVICE-DATE     PIC 9(08).
      *> zero until the unit is disposed of
       05 FUN-DISPOSAL-DATE       PIC 9(08).
      *> A = available, S = assigned to FUN-HOLDER-ID,
      *> O = out of service (repair, accident), D = disposed
       05 FUN-STATUS              PIC X(01).
          88 FUN-AVAILABLE        VALUE 'A'.
          88 FUN-ASSIGNED         VALUE 'S'.
          88 FUN-OUT-OF-SERVICE   VALUE 'O'.
          88 FUN-DISPOSED         VALUE 'D'.
          88 FUN-IN-SERVICE       VALUE 'A', 'S'.
      *> employee holding the unit - zero unless assigned
       05 FUN-HOLDER-ID           PIC 9(10).
      *> date the unit last changed status - idle and out-of-service
      *> days on the unit report are aged from it
       05 FUN-STATUS-DATE         PIC 9(08).
