      *> PAYCF - PAYROLL carry-forward record, written by PAYACK for
      *> every employee payroll rejected, never acknowledged, or who
      *> never reached the extract. Laid out like the PAYEXT detail so
      *> the chase list reads like the extract itself. The next
      *> PAYEXTR run (full or delta) resends each employee with current
      *> master values, and PAYACK drops the row once payroll accepts.
       05 PCF-REC-TYPE            PIC X(01).
       05 PCF-ID                  PIC 9(10).
       05 PCF-NAME                PIC X(30).
      *> cost center and action as last sent - the action is what the
      *> next delta resends with when payroll never took the add
       05 PCF-COST-CENTER         PIC X(06).
       05 PCF-ACTION              PIC X(01).
      *> times the employee has already been resent off this list -
      *> zero on a first carry; spaces on rows written before the
      *> count was kept are read as zero
       05 PCF-RESUBMIT-COUNT      PIC 9(02).
