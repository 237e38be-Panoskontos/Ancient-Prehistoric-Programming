      *> FUELEVT - FUEL-CARD-EVENTS record: one fuel card request
      *> raised by the roster run whenever a vehicle assignment opens
      *> or closes, held until the fuel card vendor confirms it.
      *> FCE-EVENT-TYPE 'I' = issue a card for a newly opened
      *> assignment, 'C' = cancel the card on a closed assignment.
      *> HELLO appends rows as 'N'; FUELCARD sends them to the vendor,
      *> marks them 'S', and drops them once the vendor's return file
      *> confirms them - a row the vendor refuses is held as 'R' and
      *> goes out again on FUELCARD's next vendor file
       05 FCE-EVENT-TYPE          PIC X(01).
          88 FCE-ISSUE            VALUE 'I'.
          88 FCE-CANCEL           VALUE 'C'.
       05 FCE-EMP-ID              PIC 9(10).
       05 FCE-EMP-NAME            PIC X(30).
       05 FCE-CAR-CODE            PIC X(10).
      *> cost center from DEPARTMENT-REFERENCE for the employee's
      *> department at the time - spaces when none is on file
       05 FCE-COST-CENTER         PIC X(06).
       05 FCE-EVENT-DATE          PIC 9(08).
       05 FCE-STATUS              PIC X(01).
          88 FCE-NOT-SENT         VALUE 'N'.
          88 FCE-SENT             VALUE 'S'.
          88 FCE-REFUSED          VALUE 'R'.
       05 FCE-SENT-DATE           PIC 9(08).
      *> the vendor's own reason text on a refused request
       05 FCE-VENDOR-REASON       PIC X(30).
      *> times the request has been resent after a vendor refusal -
      *> spaces on rows HELLO has just queued are read as zero
       05 FCE-RESEND-COUNT        PIC 9(02).
