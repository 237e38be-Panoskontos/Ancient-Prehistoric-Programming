    COPY AUDITLOG.

FD  AUDIT-GEN.
01  AUDIT-GEN-RECORD PIC X(110).

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).
       DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.
   MOVE WS-TIMESTAMP-DISPLAY TO AIQ-TIMESTAMP.
   MOVE AUD-OPERATOR-ID TO AIQ-OPERATOR.
   MOVE AUD-APPROVED-BY TO AIQ-APPROVER.
   MOVE AUD-EMP-ID TO AIQ-EMP-ID.
   MOVE AUD-FIELD-NAME TO AIQ-FIELD-NAME.
   MOVE AUD-OLD-VALUE TO AIQ-OLD-VALUE.
