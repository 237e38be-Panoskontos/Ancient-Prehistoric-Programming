      *> FLTUNIN - incoming FLEET-UNIT maintenance transaction:
      *>   A = add a unit under an approved car code
      *>   C = change plate and/or VIN of a unit
      *>   O = take a unit out of service
      *>   R = return an out-of-service unit to service
      *>   D = dispose of a unit (stays on file for its history)
      *> O and D refuse a unit an employee still holds - the
      *> assignment is closed through the roster first
       05 FUT-TRANS-CODE          PIC X(01).
       05 FUT-CAR-CODE            PIC A(10).
       05 FUT-UNIT-NO             PIC 9(04).
      *> spaces on a change leaves the plate or VIN as it stands
       05 FUT-PLATE               PIC X(10).
       05 FUT-VIN                 PIC X(17).
      *> in-service date on an add - spaces or zero means today
       05 FUT-IN-SERVICE-DATE     PIC 9(08).
