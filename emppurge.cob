    COPY AUDITLOG.

FD  AUDIT-WORK.
01  AUDIT-WORK-RECORD PIC X(110).

FD  EMPLOYEE-ARCHIVE.
01  EMPLOYEE-ARCHIVE-RECORD.
   *> one pass without the purged employees' rows - the same load
   *> also yields each employee's last activity date
   01 WS-AUD-TABLE.
      05 WS-AUD-ROW OCCURS 2000 TIMES PIC X(110).
   01 WS-AUD-COUNT PIC 9(04) VALUE ZERO.
   01 WS-AUD-IDX PIC 9(04).
   01 WS-AUD-ROW-EMP-ID PIC 9(10).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).

   01 WS-CURRENT-TIME.
      05 WS-CT-HH PIC 9(02).
      05 WS-CT-MM PIC 9(02).
      05 WS-CT-SS PIC 9(02).
      05 WS-CT-HH-HUND PIC 9(02).

   01 WS-LINE PIC X(132).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-CURRENT-TIME FROM TIME.
   PERFORM A010-PARSE-PARAMETERS.
   OPEN OUTPUT PRINT-FILE.
   IF WS-PURGE-MODE
           ADD 1 TO WS-AUD-KEPT
       END-IF
   END-PERFORM.
   *> the purge itself stays on the log, one PURGED row per employee
   *> taken off file, so a forward recovery from a backup taken before
   *> tonight knows to take them off the rebuilt files too
   PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
           UNTIL WS-PURGE-IDX > WS-PURGE-COUNT
       IF WS-PURGE-DONE (WS-PURGE-IDX)
           MOVE WS-PURGE-ID (WS-PURGE-IDX) TO AUD-EMP-ID
           MOVE 'PURGED' TO AUD-FIELD-NAME
           MOVE 'I' TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           PERFORM B700-WRITE-AUDIT-REC
       END-IF
   END-PERFORM.
   CLOSE AUDIT-LOG.

   A310-RECOUNT-MASTER.
               END-IF
       END-READ
   END-PERFORM.
   *> marks the reload on the log, behind the history it brought back
   IF WS-RESTORED-MASTER > ZERO
       MOVE WS-RESTORE-ID TO AUD-EMP-ID
       MOVE 'RESTORED' TO AUD-FIELD-NAME
       MOVE SPACES TO AUD-OLD-VALUE
       MOVE 'I' TO AUD-NEW-VALUE
       PERFORM B700-WRITE-AUDIT-REC
   END-IF.
   CLOSE EMPLOYEE-ARCHIVE.
   CLOSE EMPLOYEE-MASTER.
   CLOSE EMPLOYEE-VEHICLE.
       WHEN 'V'
           IF WS-RESTORE-ACTIVE
               MOVE ARC-DATA TO EMPLOYEE-VEHICLE-RECORD
               *> rows archived before assignments named a fleet
               *> unit come back with unit zero
               IF VEH-UNIT-NO NOT NUMERIC
                   MOVE ZERO TO VEH-UNIT-NO
               END-IF
               WRITE EMPLOYEE-VEHICLE-RECORD
                   INVALID KEY
                       DISPLAY 'restore - vehicle row already on'
           TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.

   B700-WRITE-AUDIT-REC.
   STRING WS-CD-YYYY WS-CD-MM WS-CD-DD
          WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO AUD-TIMESTAMP.
   MOVE 'EMPPURGE' TO AUD-OPERATOR-ID.
   MOVE SPACES TO AUD-APPROVED-BY.
   WRITE AUDIT-LOG-RECORD.
