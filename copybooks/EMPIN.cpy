      *> EMPIN-TRANS-CODE drives EMPLOYEE-MASTER maintenance:
      *>   A = add, C = change NAME/CAR, D = delete/deactivate,
      *>   R = rehire (reactivate a deactivated master record)
      *>   X = cancel a future-dated record parked on PENDING-TRANS
      *>   M = amend a parked record - non-blank name, car and
      *>       department replace what is queued
      *> X and M find the queued row by employee ID, the parked
      *> record's transaction code (EMPIN-PND-TRANS-CODE) and its
      *> effective date (EMPIN-EFF-DATE)
       05 EMPIN-TRANS-CODE        PIC X(01).
       05 EMPIN-ID                PIC 9(10).
       05 EMPIN-NAME              PIC A(30).
      *> DEPARTMENT-REFERENCE; spaces on a change leaves the
      *> department as it stands
       05 EMPIN-DEPT              PIC X(04).
      *> on X and M only - transaction code of the parked record
      *> being cancelled or amended (A, C, D or R)
       05 EMPIN-PND-TRANS-CODE    PIC X(01).
      *> operator IDs for a correction recycled by REJFIX - the clerk
      *> who keyed it and the second operator who approved it; both
      *> blank on HR's own roster feed, which posts as BATCH
       05 EMPIN-ENTERED-BY        PIC X(08).
       05 EMPIN-APPROVED-BY       PIC X(08).
      *> on an add - 'Y' posts it even though the name matches an
      *> inactive or archived employee; HR sets it once they have
      *> confirmed the new hire is not a returning employee who
      *> should have come in as an R rehire of the old ID
       05 EMPIN-DUP-OVERRIDE      PIC X(01).
      *> FLEET-UNIT number of the vehicle being handed over - spaces
      *> or zero lets the run allocate the first available unit of
      *> EMPIN-CAR. On a change keeping the same car, a unit other
      *> than the one the employee holds swaps them onto that unit
       05 EMPIN-UNIT-NO           PIC 9(04).
