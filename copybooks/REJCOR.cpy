       05 COR-EFF-DATE            PIC 9(08).
      *> corrected department assignment for the recycled record
       05 COR-DEPT                PIC X(04).
      *> on a corrected cancel or amend of a parked record - the
      *> transaction code of the PENDING-TRANS row it applies to
       05 COR-PND-TRANS-CODE      PIC X(01).
      *> operator who keyed the correction - it holds on the
      *> pending-approval file until a different operator approves it
       05 COR-ENTERED-BY          PIC X(08).
      *> 'Y' on a corrected add rejected as a possible rehire, once
      *> the clerk has confirmed it is a different person
       05 COR-DUP-OVERRIDE        PIC X(01).
      *> corrected fleet unit - spaces or zero allocates one
       05 COR-UNIT-NO             PIC 9(04).
