      88 WS-TRANS-RETIRE VALUE 'R'.
   01 WS-CAR-CODE PIC A(10).
   01 WS-DAILY-RATE PIC 9(05)V99 VALUE ZERO.

   01 WS-TRANS-READ PIC 9(05) VALUE ZERO.
   01 WS-TRANS-APPLIED PIC 9(05) VALUE ZERO.
   A100-PROCESS-TRANS.
   MOVE VRT-TRANS-CODE TO WS-TRANS-CODE.
   MOVE VRT-CAR-CODE TO WS-CAR-CODE.
   *> spaces in the rate field means the transaction is not
   *> carrying one - old-format feeds simply leave it alone. The
   *> units-owned count is no longer keyed here - UNITMNT recounts it
   *> from the FLEET-UNIT register, so VRT-UNITS-OWNED is ignored
   IF VRT-DAILY-RATE NUMERIC
       MOVE VRT-DAILY-RATE TO WS-DAILY-RATE
   ELSE
       MOVE ZERO TO WS-DAILY-RATE
   END-IF.
   EVALUATE TRUE
       WHEN WS-TRANS-ADD    PERFORM B100-ADD-CODE
       WHEN WS-TRANS-CHANGE PERFORM B300-CHANGE-CODE
           SET VREF-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO VREF-EFF-DATE
           MOVE WS-DAILY-RATE TO VREF-DAILY-RATE
           MOVE ZERO TO VREF-UNITS-OWNED
           WRITE VEHICLE-REFERENCE-RECORD
           ADD 1 TO WS-TRANS-APPLIED
           DISPLAY 'added approved code: ' WS-CAR-CODE
           IF VREF-RETIRED
               SET VREF-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATE TO VREF-EFF-DATE
               *> spaces leaves the rate the code retired with,
               *> same convention as a change
               IF VRT-DAILY-RATE NUMERIC
                   MOVE VRT-DAILY-RATE TO VREF-DAILY-RATE
               END-IF
               REWRITE VEHICLE-REFERENCE-RECORD
               ADD 1 TO WS-TRANS-APPLIED
               DISPLAY 'reinstated retired code: ' WS-CAR-CODE
   END-READ.

   B300-CHANGE-CODE.
   *> re-price an existing code - the daily rate feeds the monthly
   *> chargeback billing, so finance maintains it here alongside the
   *> approved/retired status. Spaces leaves it as it stands
   MOVE WS-CAR-CODE TO VREF-CAR-CODE.
   READ VEHICLE-REFERENCE
       INVALID KEY
           IF VRT-DAILY-RATE NUMERIC
               MOVE VRT-DAILY-RATE TO VREF-DAILY-RATE
           END-IF
           MOVE WS-CURRENT-DATE TO VREF-EFF-DATE
           REWRITE VEHICLE-REFERENCE-RECORD
           ADD 1 TO WS-TRANS-APPLIED
           DISPLAY 'changed rate for code: ' WS-CAR-CODE
   END-READ.
