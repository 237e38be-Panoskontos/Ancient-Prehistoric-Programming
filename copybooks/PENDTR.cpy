       05 PND-CAR                 PIC A(10).
       05 PND-EFF-DATE            PIC 9(08).
       05 PND-DEPT                PIC X(04).
      *> entering and approving operator of a recycled correction,
      *> carried so the audit rows show them when the row releases
       05 PND-ENTERED-BY          PIC X(08).
       05 PND-APPROVED-BY         PIC X(08).
      *> possible-rehire override carried from the add as keyed
       05 PND-DUP-OVERRIDE        PIC X(01).
      *> fleet unit named on the record, zero to allocate on release
       05 PND-UNIT-NO             PIC 9(04).
