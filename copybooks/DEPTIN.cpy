       05 DPT-DETAIL.
          10 DPT-NAME             PIC X(30).
          10 DPT-COST-CENTER      PIC X(06).
      *> transfer view of the same positions - the target department,
      *> the date the move takes effect (zero or spaces means
      *> effective immediately) and the operator who keyed it; a
      *> transfer holds on the pending-approval file until a second
      *> operator approves it
       05 DPT-TRANSFER REDEFINES DPT-DETAIL.
          10 DPT-XFER-TO-DEPT     PIC X(04).
          10 DPT-XFER-EFF-DATE    PIC 9(08).
          10 DPT-ENTERED-BY       PIC X(08).
          10 FILLER               PIC X(16).
