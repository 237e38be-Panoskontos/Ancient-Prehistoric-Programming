    COPY AUDITLOG.

FD  AUDIT-GEN.
01  AUDIT-GEN-RECORD PIC X(110).

FD  CONTROL-TOTALS.
01  CONTROL-TOTALS-RECORD.
    COPY CTLTOT.

FD  CTLTOT-GEN.
01  CTLTOT-GEN-RECORD PIC X(79).

FD  RUN-CONTROL.
01  RUN-CONTROL-RECORD.
   *> yesterday row to compare against after a close
   01 WS-LAST-TOTALS-SEEN-SWITCH PIC X VALUE 'N'.
      88 WS-LAST-TOTALS-SEEN VALUE 'Y'.
   01 WS-LAST-TOTALS-ROW PIC X(79).

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
