      *> finance has not set a rate yet, and the billing run flags the
      *> code instead of charging nothing silently
       05 VREF-DAILY-RATE         PIC 9(05)V99.
      *> units of this code the fleet actually holds in service,
      *> recounted by UNITMNT from the FLEET-UNIT register (available
      *> plus assigned units) - the roster edits refuse a new assignment
      *> once every unit is out, and the vehicle report flags codes
      *> assigned past what we own. Zero means the count is not
      *> tracked for this code and no availability limit applies.
