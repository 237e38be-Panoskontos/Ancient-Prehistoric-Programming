IDENTIFICATION DIVISION.
PROGRAM-ID. EMPBKUP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER ASSIGN TO "data/employee.master"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT EMPLOYEE-VEHICLE ASSIGN TO "data/employee.vehicle"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-KEY
        FILE STATUS IS WS-VEHICLE-STATUS.

    SELECT MASTER-GEN ASSIGN TO WS-MASTER-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTGEN-STATUS.

    SELECT VEHICLE-GEN ASSIGN TO WS-VEHICLE-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHGEN-STATUS.

    SELECT BACKUP-CONTROL ASSIGN TO "data/backup.control"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKUPCTL-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "data/run.control"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/empbkup.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-MASTER.
01  EMPLOYEE-MASTER-RECORD.
    COPY EMPREC.

FD  EMPLOYEE-VEHICLE.
01  EMPLOYEE-VEHICLE-RECORD.
    COPY EMPVEH.

FD  MASTER-GEN.
01  MASTER-GEN-RECORD PIC X(63).

FD  VEHICLE-GEN.
01  VEHICLE-GEN-RECORD PIC X(40).

FD  BACKUP-CONTROL.
01  BACKUP-CONTROL-RECORD.
    COPY BKUPCTL.

FD  RUN-CONTROL.
01  RUN-CONTROL-RECORD.
    COPY RUNCTL.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   01 WS-MASTER-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTER-OK         VALUE '00'.
      88 WS-MASTER-NOT-FOUND  VALUE '23', '35'.
      88 WS-MASTER-LENGTH-ERR VALUE '39'.

   01 WS-VEHICLE-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHICLE-OK         VALUE '00'.
      88 WS-VEHICLE-NOT-FOUND  VALUE '23', '35'.
      88 WS-VEHICLE-LENGTH-ERR VALUE '39'.

   01 WS-MASTGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTGEN-OK VALUE '00'.

   01 WS-VEHGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHGEN-OK VALUE '00'.

   01 WS-BKUPCTL-STATUS PIC X(02) VALUE '00'.
      88 WS-BKUPCTL-OK        VALUE '00'.
      88 WS-BKUPCTL-NOT-FOUND VALUE '35'.

   01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
      88 WS-RUNCTL-OK        VALUE '00'.
      88 WS-RUNCTL-NOT-FOUND VALUE '35'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   *> the generation is named for the moment it was taken -
   *> data/empmast.yyyymmddhhmmss and data/empveh.yyyymmddhhmmss - so
   *> a second backup the same day never overwrites the first, and
   *> is recorded on BACKUP-CONTROL once both files are complete
   01 WS-MASTER-GEN-NAME PIC X(40) VALUE SPACES.
   01 WS-VEHICLE-GEN-NAME PIC X(40) VALUE SPACES.

   01 WS-MASTER-COPIED PIC 9(08) VALUE ZERO.
   01 WS-VEHICLE-COPIED PIC 9(08) VALUE ZERO.

   01 WS-BACKUP-STAMP PIC 9(14).

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

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
   STRING WS-CD-YYYY WS-CD-MM WS-CD-DD
          WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO WS-BACKUP-STAMP.
   PERFORM A005-CHECK-RUN-CONTROL.
   MOVE SPACES TO WS-MASTER-GEN-NAME.
   STRING 'data/empmast.' WS-BACKUP-STAMP
       DELIMITED BY SIZE INTO WS-MASTER-GEN-NAME.
   MOVE SPACES TO WS-VEHICLE-GEN-NAME.
   STRING 'data/empveh.' WS-BACKUP-STAMP
       DELIMITED BY SIZE INTO WS-VEHICLE-GEN-NAME.
   PERFORM A100-COPY-MASTER.
   PERFORM A200-COPY-VEHICLE.
   PERFORM A300-RECORD-BACKUP.
   OPEN OUTPUT PRINT-FILE.
   PERFORM A400-PRINT-REGISTER.
   CLOSE PRINT-FILE.
   DISPLAY 'EMPBKUP master rows: ' WS-MASTER-COPIED
       ' vehicle rows: ' WS-VEHICLE-COPIED.
STOP RUN.

   A005-CHECK-RUN-CONTROL.
   *> a backup is what a recovery starts from, so it must never be
   *> taken from half-posted files - an in-flight stamp from any date
   *> means a roster run is still writing or died mid-stream
   OPEN INPUT RUN-CONTROL.
   IF WS-RUNCTL-NOT-FOUND
       CONTINUE
   ELSE
       READ RUN-CONTROL
           AT END CONTINUE
           NOT AT END
               IF RCT-HELLO-IN-FLIGHT
                   DISPLAY 'EMPBKUP blocked - roster run '
                       RCT-HELLO-RUN-ID ' is in flight or ended'
                       ' abnormally - back up after it completes'
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
       END-READ
       CLOSE RUN-CONTROL
   END-IF.

   A100-COPY-MASTER.
   OPEN INPUT EMPLOYEE-MASTER.
   IF WS-MASTER-LENGTH-ERR
       DISPLAY 'EMPBKUP - EMPLOYEE-MASTER record layout mismatch -'
           ' run EMPCONV before this job'
       STOP RUN
   END-IF.
   IF WS-MASTER-NOT-FOUND
       DISPLAY 'EMPLOYEE-MASTER not found - nothing to back up'
       STOP RUN
   END-IF.
   OPEN OUTPUT MASTER-GEN.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-MASTER NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END
               WRITE MASTER-GEN-RECORD FROM EMPLOYEE-MASTER-RECORD
               ADD 1 TO WS-MASTER-COPIED
       END-READ
   END-PERFORM.
   CLOSE MASTER-GEN.
   CLOSE EMPLOYEE-MASTER.

   A200-COPY-VEHICLE.
   *> an empty generation file is still written when there is no
   *> vehicle history yet, so a restore always finds both files
   OPEN OUTPUT VEHICLE-GEN.
   OPEN INPUT EMPLOYEE-VEHICLE.
   IF WS-VEHICLE-LENGTH-ERR
       DISPLAY 'EMPBKUP - EMPLOYEE-VEHICLE record layout mismatch -'
           ' run VEHCONV before this job'
       STOP RUN
   END-IF.
   IF WS-VEHICLE-NOT-FOUND
       SET WS-EOF TO TRUE
   ELSE
       MOVE 'N' TO WS-EOF-SWITCH
   END-IF.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-VEHICLE NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END
               WRITE VEHICLE-GEN-RECORD FROM EMPLOYEE-VEHICLE-RECORD
               ADD 1 TO WS-VEHICLE-COPIED
       END-READ
   END-PERFORM.
   IF NOT WS-VEHICLE-NOT-FOUND
       CLOSE EMPLOYEE-VEHICLE
   END-IF.
   CLOSE VEHICLE-GEN.

   A300-RECORD-BACKUP.
   *> same extend-or-create pattern as CONTROL-TOTALS
   OPEN EXTEND BACKUP-CONTROL.
   IF WS-BKUPCTL-NOT-FOUND
       OPEN OUTPUT BACKUP-CONTROL
   END-IF.
   MOVE WS-CURRENT-DATE-NUM TO BKC-BACKUP-DATE.
   MOVE WS-BACKUP-STAMP TO BKC-BACKUP-STAMP.
   MOVE WS-MASTER-COPIED TO BKC-MASTER-COUNT.
   MOVE WS-VEHICLE-COPIED TO BKC-VEHICLE-COUNT.
   WRITE BACKUP-CONTROL-RECORD.
   CLOSE BACKUP-CONTROL.

   A400-PRINT-REGISTER.
   MOVE SPACES TO WS-LINE.
   STRING 'BACKUP GENERATION REGISTER - RUN DATE '
          WS-CURRENT-DATE-NUM ' - TAKEN ' WS-BACKUP-STAMP
       DELIMITED BY SIZE INTO WS-LINE.
   WRITE PRINT-RECORD FROM WS-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO WS-LINE.
   STRING 'MASTER ROWS COPIED TO ' WS-MASTER-GEN-NAME ': '
          WS-MASTER-COPIED
       DELIMITED BY SIZE INTO WS-LINE.
   WRITE PRINT-RECORD FROM WS-LINE.
   MOVE SPACES TO WS-LINE.
   STRING 'VEHICLE ROWS COPIED TO ' WS-VEHICLE-GEN-NAME ': '
          WS-VEHICLE-COPIED
       DELIMITED BY SIZE INTO WS-LINE.
   WRITE PRINT-RECORD FROM WS-LINE.
   MOVE 'GENERATION RECORDED ON BACKUP-CONTROL' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
