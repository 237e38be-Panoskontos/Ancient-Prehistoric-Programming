   END-IF.
   ADD 1 TO WS-ASSIGNMENT-COUNT.
   MOVE VEH-CAR-CODE TO VRP-CAR.
   MOVE VEH-UNIT-NO TO VRP-UNIT-NO.
   MOVE VEH-EFF-DATE TO WS-DATE-WORK.
   PERFORM C000-FORMAT-DATE.
   MOVE WS-DATE-DISPLAY TO VRP-EFF-DATE.
