          10 VEH-EFF-DATE         PIC 9(08).
       05 VEH-CAR-CODE            PIC A(10).
       05 VEH-RETURN-DATE         PIC 9(08).
      *> FLEET-UNIT number of the physical vehicle under VEH-CAR-CODE -
      *> zero on rows opened before units were registered, or for a
      *> code with no units on the register
       05 VEH-UNIT-NO             PIC 9(04).
