             88 PEXT-ACT-ADDED       VALUE 'A'.
             88 PEXT-ACT-CHANGED     VALUE 'C'.
             88 PEXT-ACT-DEACTIVATED VALUE 'D'.
      *> times this employee has been resent off PAYACK's carry-
      *> forward list - spaces on a first send
          10 PEXT-RESUBMIT-COUNT  PIC 9(02).
      *> trailer: record count plus the extract mode ('F' full file,
      *> 'D' changes only) and per-action counts so payroll can
      *> balance a delta file action by action
          10 PEXT-ADD-COUNT       PIC 9(05).
          10 PEXT-CHG-COUNT       PIC 9(05).
          10 PEXT-DEL-COUNT       PIC 9(05).
      *> details on this file that are carry-forward resubmissions
          10 PEXT-RESUBMIT-TOTAL  PIC 9(05).
          10 FILLER               PIC X(20).
