      *> decimals - spaces or zero on an add leaves the rate unset
      *> until finance sends a change
       05 VRT-DAILY-RATE          PIC 9(05)V99.
      *> no longer applied - the count of units held is recounted by
      *> UNITMNT from the FLEET-UNIT register; kept so older feeds
      *> still read
       05 VRT-UNITS-OWNED         PIC 9(05).
