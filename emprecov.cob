IDENTIFICATION DIVISION.
PROGRAM-ID. EMPRECOV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECOVERED-MASTER ASSIGN TO "data/employee.master.rcv"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT RECOVERED-VEHICLE ASSIGN TO "data/employee.vehicle.rcv"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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

    SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT AUDIT-GEN ASSIGN TO WS-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDGEN-STATUS.

    SELECT CONTROL-TOTALS ASSIGN TO "data/control.totals"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT CTLTOT-GEN ASSIGN TO WS-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTLGEN-STATUS.

    SELECT EMPLOYEE-ARCHIVE ASSIGN TO "data/employee.archive"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/emprecov.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECOVERED-MASTER.
01  RECOVERED-MASTER-RECORD.
    COPY EMPREC.

FD  RECOVERED-VEHICLE.
01  RECOVERED-VEHICLE-RECORD.
    COPY EMPVEH.

FD  MASTER-GEN.
01  MASTER-GEN-RECORD PIC X(63).

FD  VEHICLE-GEN.
01  VEHICLE-GEN-RECORD PIC X(40).

FD  BACKUP-CONTROL.
01  BACKUP-CONTROL-RECORD.
    COPY BKUPCTL.

FD  AUDIT-LOG.
01  AUDIT-LOG-RECORD.
    COPY AUDITLOG.

FD  AUDIT-GEN.
01  AUDIT-GEN-RECORD PIC X(110).

FD  CONTROL-TOTALS.
01  CONTROL-TOTALS-RECORD.
    COPY CTLTOT.

FD  CTLTOT-GEN.
01  CTLTOT-GEN-RECORD PIC X(79).

FD  EMPLOYEE-ARCHIVE.
01  EMPLOYEE-ARCHIVE-RECORD.
    COPY ARCREC.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY RECOVL.

   01 WS-MASTER-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTER-OK         VALUE '00'.
      88 WS-MASTER-NOT-FOUND  VALUE '23', '35'.

   01 WS-VEHICLE-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHICLE-OK         VALUE '00'.
      88 WS-VEHICLE-NOT-FOUND  VALUE '23', '35'.

   01 WS-MASTGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTGEN-OK        VALUE '00'.
      88 WS-MASTGEN-NOT-FOUND VALUE '35'.

   01 WS-VEHGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHGEN-OK        VALUE '00'.
      88 WS-VEHGEN-NOT-FOUND VALUE '35'.

   01 WS-BKUPCTL-STATUS PIC X(02) VALUE '00'.
      88 WS-BKUPCTL-OK        VALUE '00'.
      88 WS-BKUPCTL-NOT-FOUND VALUE '35'.

   01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
      88 WS-AUDIT-OK        VALUE '00'.
      88 WS-AUDIT-NOT-FOUND VALUE '35'.

   01 WS-AUDGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-AUDGEN-OK        VALUE '00'.
      88 WS-AUDGEN-NOT-FOUND VALUE '35'.

   01 WS-CONTROL-STATUS PIC X(02) VALUE '00'.
      88 WS-CONTROL-NOT-FOUND VALUE '35'.

   01 WS-CTLGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-CTLGEN-OK        VALUE '00'.
      88 WS-CTLGEN-NOT-FOUND VALUE '35'.

   01 WS-ARCHIVE-STATUS PIC X(02) VALUE '00'.
      88 WS-ARCHIVE-OK        VALUE '00'.
      88 WS-ARCHIVE-NOT-FOUND VALUE '35'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.
   01 WS-GEN-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-GEN-EOF VALUE 'Y'.
   01 WS-ARCHIVE-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-ARCHIVE-EOF VALUE 'Y'.

   *> the moment to rebuild the files to, TO=yyyymmddhhmmss on the
   *> command line - TO=yyyymmdd means the end of that day
   01 WS-COMMAND-LINE PIC X(30) VALUE SPACES.
   01 WS-TO-STAMP PIC 9(14) VALUE ZERO.
   01 WS-TO-SPLIT REDEFINES WS-TO-STAMP.
      05 WS-TO-DATE  PIC 9(08).
      05 WS-TO-TIME  PIC 9(06).

   *> the newest complete backup generation taken at or before TO
   01 WS-BACKUP-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-BACKUP-FOUND VALUE 'Y'.
   01 WS-BACKUP-DATE PIC 9(08).
   01 WS-BACKUP-STAMP PIC 9(14).
   01 WS-BACKUP-MASTER-COUNT PIC 9(08).
   01 WS-BACKUP-VEHICLE-COUNT PIC 9(08).
   01 WS-MASTER-GEN-NAME PIC X(40) VALUE SPACES.
   01 WS-VEHICLE-GEN-NAME PIC X(40) VALUE SPACES.
   01 WS-MASTER-RESTORED PIC 9(08) VALUE ZERO.
   01 WS-VEHICLE-RESTORED PIC 9(08) VALUE ZERO.

   *> audit and control-total generations are walked oldest first from
   *> the month before the backup's month up to this month, then the
   *> current files - the same walk AUDINQ makes for a date range
   01 WS-GEN-NAME PIC X(40) VALUE SPACES.
   01 WS-GEN-PERIOD PIC 9(06).
   01 WS-GEN-PERIOD-SPLIT REDEFINES WS-GEN-PERIOD.
      05 WS-GP-YYYY PIC 9(04).
      05 WS-GP-MM   PIC 9(02).
   01 WS-END-PERIOD PIC 9(06).

   01 WS-AUD-DATE PIC 9(08).
   01 WS-TIMESTAMP-DISPLAY PIC X(19).
   01 WS-RESULT PIC X(32).
   01 WS-NEW-MASTER-SWITCH PIC X VALUE 'N'.
      88 WS-NEW-MASTER VALUE 'Y'.
   01 WS-OLD-DIFFERS-SWITCH PIC X VALUE 'N'.
      88 WS-OLD-DIFFERS VALUE 'Y'.
   01 WS-APPLY-SWITCH PIC X VALUE 'Y'.
      88 WS-APPLY-OK VALUE 'Y'.

   *> the roster run writes a unit's UNIT row when the assignment row
   *> opens, ahead of the CAR or STATUS row that opens it on replay -
   *> the unit is held here until that row comes through
   01 WS-UNIT-HOLD-SWITCH PIC X VALUE 'N'.
      88 WS-UNIT-HELD VALUE 'Y'.
   01 WS-UNIT-HOLD-EMP-ID PIC 9(10).
   01 WS-UNIT-HOLD-CAR PIC X(10).
   01 WS-UNIT-HOLD-NO PIC 9(04).
   01 WS-UNIT-HOLD-STAMP PIC 9(14).
   01 WS-UNIT-WORD PIC X(10).
   01 WS-UNIT-NO-TEXT PIC X(10).

   *> one purged employee's vehicle rows, gathered before deleting so
   *> the keyed deletes do not fight the sequential read
   01 WS-VEH-KEY-TABLE.
      05 WS-VKT-KEY OCCURS 50 TIMES PIC X(18).
   01 WS-VKT-COUNT PIC 9(02) VALUE ZERO.
   01 WS-VKT-IDX PIC 9(02).
   01 WS-VEH-DONE-SWITCH PIC X VALUE 'N'.
      88 WS-VEH-DONE VALUE 'Y'.

   *> a restore reloads the LAST archive group for the employee, the
   *> same rule EMPPURGE applies
   01 WS-RESTORE-M-TOTAL PIC 9(03) VALUE ZERO.
   01 WS-RESTORE-M-COUNT PIC 9(03) VALUE ZERO.
   01 WS-RESTORE-ACTIVE-SWITCH PIC X VALUE 'N'.
      88 WS-RESTORE-ACTIVE VALUE 'Y'.

   *> the newest CONTROL-TOTALS row for a run ended at or before the
   *> TO stamp - a row from before CTL-RUN-TIME was carried counts as
   *> ending at the last second of its day
   01 WS-CONTROL-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-CONTROL-FOUND VALUE 'Y'.
   01 WS-CONTROL-STAMP PIC 9(14).
   01 WS-CONTROL-STAMP-SPLIT REDEFINES WS-CONTROL-STAMP.
      05 WS-CS-DATE  PIC 9(08).
      05 WS-CS-TIME  PIC 9(06).
   01 WS-CONTROL-ROW PIC X(79).
   01 WS-CONTROL-ROW-SPLIT REDEFINES WS-CONTROL-ROW.
      05 WS-CR-RUN-ID         PIC X(08).
      05 WS-CR-RUN-DATE       PIC 9(08).
      05 WS-CR-RECORDS-READ   PIC 9(08).
      05 WS-CR-RECORDS-WRITTEN PIC 9(08).
      05 WS-CR-ID-HASH-TOTAL  PIC 9(15).
      05 WS-CR-MASTER-COUNT   PIC 9(08).
      05 WS-CR-VEHICLE-COUNT  PIC X(08).
      05 WS-CR-FEED-DATE      PIC X(08).
      05 WS-CR-FEED-SEQ       PIC X(02).
      05 WS-CR-RUN-TIME       PIC X(06).
   01 WS-CR-VEHICLE-NUM PIC 9(08).
   01 WS-COUNT-MISMATCH-SWITCH PIC X VALUE 'N'.
      88 WS-COUNT-MISMATCH VALUE 'Y'.

   01 WS-AUDIT-READ PIC 9(07) VALUE ZERO.
   01 WS-ROWS-IN-RANGE PIC 9(06) VALUE ZERO.
   01 WS-ROWS-APPLIED PIC 9(06) VALUE ZERO.
   01 WS-ROWS-NOT-APPLIED PIC 9(06) VALUE ZERO.
   01 WS-ROWS-OLD-DIFFERS PIC 9(06) VALUE ZERO.
   01 WS-ROWS-PENDING PIC 9(06) VALUE ZERO.
   01 WS-FINAL-MASTER PIC 9(08) VALUE ZERO.
   01 WS-FINAL-VEHICLE PIC 9(08) VALUE ZERO.

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   PERFORM A010-PARSE-PARAMETERS.
   PERFORM A100-FIND-BACKUP.
   PERFORM A200-RESTORE-GENERATION.
   OPEN OUTPUT PRINT-FILE.
   PERFORM C000-PRINT-HEADERS.
   OPEN I-O RECOVERED-MASTER.
   OPEN I-O RECOVERED-VEHICLE.
   PERFORM A300-REPLAY-AUDIT.
   PERFORM A400-COUNT-RECOVERED.
   CLOSE RECOVERED-MASTER.
   CLOSE RECOVERED-VEHICLE.
   PERFORM A500-FIND-CONTROL-TOTALS.
   PERFORM A600-PRINT-SUMMARY.
   CLOSE PRINT-FILE.
   DISPLAY 'EMPRECOV replayed ' WS-ROWS-APPLIED ' changes, '
       WS-ROWS-NOT-APPLIED ' not applied - see data/emprecov.rpt'.
STOP RUN.

   A010-PARSE-PARAMETERS.
   ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
   EVALUATE TRUE
       WHEN WS-COMMAND-LINE (1:3) = 'TO='
               AND WS-COMMAND-LINE (4:14) NUMERIC
           MOVE WS-COMMAND-LINE (4:14) TO WS-TO-STAMP
       WHEN WS-COMMAND-LINE (1:3) = 'TO='
               AND WS-COMMAND-LINE (4:8) NUMERIC
               AND WS-COMMAND-LINE (12:1) = SPACE
           MOVE WS-COMMAND-LINE (4:8) TO WS-TO-DATE
           MOVE 235959 TO WS-TO-TIME
       WHEN OTHER
           DISPLAY 'EMPRECOV needs TO=yyyymmddhhmmss or TO=yyyymmdd'
           STOP RUN
   END-EVALUATE.

   A100-FIND-BACKUP.
   OPEN INPUT BACKUP-CONTROL.
   IF WS-BKUPCTL-NOT-FOUND
       DISPLAY 'EMPRECOV - no BACKUP-CONTROL on file - run EMPBKUP'
           ' in the nightly stream before a recovery is possible'
       STOP RUN
   END-IF.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ BACKUP-CONTROL
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF BKC-BACKUP-STAMP NOT > WS-TO-STAMP
                   SET WS-BACKUP-FOUND TO TRUE
                   MOVE BKC-BACKUP-DATE TO WS-BACKUP-DATE
                   MOVE BKC-BACKUP-STAMP TO WS-BACKUP-STAMP
                   MOVE BKC-MASTER-COUNT TO WS-BACKUP-MASTER-COUNT
                   MOVE BKC-VEHICLE-COUNT TO WS-BACKUP-VEHICLE-COUNT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE BACKUP-CONTROL.
   IF NOT WS-BACKUP-FOUND
       DISPLAY 'EMPRECOV - no backup generation taken at or before '
           WS-TO-STAMP ' - nothing to recover from'
       STOP RUN
   END-IF.
   MOVE SPACES TO WS-MASTER-GEN-NAME.
   STRING 'data/empmast.' WS-BACKUP-STAMP
       DELIMITED BY SIZE INTO WS-MASTER-GEN-NAME.
   MOVE SPACES TO WS-VEHICLE-GEN-NAME.
   STRING 'data/empveh.' WS-BACKUP-STAMP
       DELIMITED BY SIZE INTO WS-VEHICLE-GEN-NAME.

   A200-RESTORE-GENERATION.
   *> the rebuild goes to .rcv files, never over the live ones - the
   *> operator copies them into place once the report proves them
   OPEN INPUT MASTER-GEN.
   IF WS-MASTGEN-NOT-FOUND
       DISPLAY 'EMPRECOV - ' WS-MASTER-GEN-NAME ' not on file'
       STOP RUN
   END-IF.
   OPEN INPUT VEHICLE-GEN.
   IF WS-VEHGEN-NOT-FOUND
       DISPLAY 'EMPRECOV - ' WS-VEHICLE-GEN-NAME ' not on file'
       CLOSE MASTER-GEN
       STOP RUN
   END-IF.
   OPEN OUTPUT RECOVERED-MASTER.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ MASTER-GEN
           AT END SET WS-EOF TO TRUE
           NOT AT END
               MOVE MASTER-GEN-RECORD TO RECOVERED-MASTER-RECORD
               WRITE RECOVERED-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'EMPRECOV - duplicate master key in '
                           'generation: ' EMP-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-RESTORED
               END-WRITE
       END-READ
   END-PERFORM.
   CLOSE RECOVERED-MASTER.
   CLOSE MASTER-GEN.
   OPEN OUTPUT RECOVERED-VEHICLE.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ VEHICLE-GEN
           AT END SET WS-EOF TO TRUE
           NOT AT END
               MOVE VEHICLE-GEN-RECORD TO RECOVERED-VEHICLE-RECORD
               WRITE RECOVERED-VEHICLE-RECORD
                   INVALID KEY
                       DISPLAY 'EMPRECOV - duplicate vehicle key in '
                           'generation: ' VEH-EMP-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-VEHICLE-RESTORED
               END-WRITE
       END-READ
   END-PERFORM.
   CLOSE RECOVERED-VEHICLE.
   CLOSE VEHICLE-GEN.
   *> a generation that does not hold what BACKUP-CONTROL says was
   *> copied is not a good generation to build on
   IF WS-MASTER-RESTORED NOT = WS-BACKUP-MASTER-COUNT
           OR WS-VEHICLE-RESTORED NOT = WS-BACKUP-VEHICLE-COUNT
       DISPLAY 'EMPRECOV - generation ' WS-BACKUP-STAMP
           ' does not match its BACKUP-CONTROL counts - master '
           WS-MASTER-RESTORED '/' WS-BACKUP-MASTER-COUNT
           ' vehicle ' WS-VEHICLE-RESTORED '/' WS-BACKUP-VEHICLE-COUNT
       STOP RUN
   END-IF.

   A300-REPLAY-AUDIT.
   MOVE WS-BACKUP-DATE (1:6) TO WS-GEN-PERIOD.
   IF WS-GP-MM = 1
       SUBTRACT 1 FROM WS-GP-YYYY
       MOVE 12 TO WS-GP-MM
   ELSE
       SUBTRACT 1 FROM WS-GP-MM
   END-IF.
   MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-END-PERIOD.
   PERFORM UNTIL WS-GEN-PERIOD > WS-END-PERIOD
       PERFORM A310-REPLAY-ONE-GENERATION
       PERFORM B900-NEXT-PERIOD
   END-PERFORM.
   OPEN INPUT AUDIT-LOG.
   IF WS-AUDIT-NOT-FOUND
       DISPLAY 'AUDIT-LOG not found - replaying generations only'
   ELSE
       MOVE 'N' TO WS-EOF-SWITCH
       PERFORM UNTIL WS-EOF
           READ AUDIT-LOG
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   PERFORM B000-SELECT-ROW
           END-READ
       END-PERFORM
       CLOSE AUDIT-LOG
   END-IF.
   IF WS-UNIT-HELD
       PERFORM B390-REPORT-UNUSED-UNIT
   END-IF.

   A310-REPLAY-ONE-GENERATION.
   MOVE SPACES TO WS-GEN-NAME.
   STRING 'data/audit.' WS-GEN-PERIOD
       DELIMITED BY SIZE INTO WS-GEN-NAME.
   MOVE 'N' TO WS-GEN-EOF-SWITCH.
   OPEN INPUT AUDIT-GEN.
   IF WS-AUDGEN-NOT-FOUND
       SET WS-GEN-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-GEN-EOF
       READ AUDIT-GEN
           AT END SET WS-GEN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-AUDIT-READ
               MOVE AUDIT-GEN-RECORD TO AUDIT-LOG-RECORD
               PERFORM B000-SELECT-ROW
       END-READ
   END-PERFORM.
   IF NOT WS-AUDGEN-NOT-FOUND
       CLOSE AUDIT-GEN
   END-IF.

   A400-COUNT-RECOVERED.
   MOVE LOW-VALUES TO EMP-ID.
   MOVE 'N' TO WS-EOF-SWITCH.
   START RECOVERED-MASTER KEY IS NOT LESS THAN EMP-ID
       INVALID KEY SET WS-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-EOF
       READ RECOVERED-MASTER NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END ADD 1 TO WS-FINAL-MASTER
       END-READ
   END-PERFORM.
   MOVE LOW-VALUES TO VEH-KEY.
   MOVE 'N' TO WS-EOF-SWITCH.
   START RECOVERED-VEHICLE KEY IS NOT LESS THAN VEH-KEY
       INVALID KEY SET WS-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-EOF
       READ RECOVERED-VEHICLE NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END ADD 1 TO WS-FINAL-VEHICLE
       END-READ
   END-PERFORM.

   A500-FIND-CONTROL-TOTALS.
   *> the roster run's own end-of-run counts for the last run on or
   *> before the TO date - MTHCLOSE carries the newest row into the
   *> fresh file, so the same row can turn up twice, which is harmless
   MOVE WS-BACKUP-DATE (1:6) TO WS-GEN-PERIOD.
   IF WS-GP-MM = 1
       SUBTRACT 1 FROM WS-GP-YYYY
       MOVE 12 TO WS-GP-MM
   ELSE
       SUBTRACT 1 FROM WS-GP-MM
   END-IF.
   PERFORM UNTIL WS-GEN-PERIOD > WS-END-PERIOD
       MOVE SPACES TO WS-GEN-NAME
       STRING 'data/ctltot.' WS-GEN-PERIOD
           DELIMITED BY SIZE INTO WS-GEN-NAME
       MOVE 'N' TO WS-GEN-EOF-SWITCH
       OPEN INPUT CTLTOT-GEN
       IF WS-CTLGEN-NOT-FOUND
           SET WS-GEN-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-GEN-EOF
           READ CTLTOT-GEN
               AT END SET WS-GEN-EOF TO TRUE
               NOT AT END
                   MOVE CTLTOT-GEN-RECORD TO CONTROL-TOTALS-RECORD
                   PERFORM B800-CHECK-CONTROL-ROW
           END-READ
       END-PERFORM
       IF NOT WS-CTLGEN-NOT-FOUND
           CLOSE CTLTOT-GEN
       END-IF
       PERFORM B900-NEXT-PERIOD
   END-PERFORM.
   OPEN INPUT CONTROL-TOTALS.
   IF NOT WS-CONTROL-NOT-FOUND
       MOVE 'N' TO WS-EOF-SWITCH
       PERFORM UNTIL WS-EOF
           READ CONTROL-TOTALS
               AT END SET WS-EOF TO TRUE
               NOT AT END PERFORM B800-CHECK-CONTROL-ROW
           END-READ
       END-PERFORM
       CLOSE CONTROL-TOTALS
   END-IF.

   A600-PRINT-SUMMARY.
   IF WS-LINE-COUNT >= 45
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'AUDIT RECORDS READ:' TO RCV-SUM-TEXT.
   MOVE WS-AUDIT-READ TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE 'RECORDS AFTER BACKUP UP TO TO:' TO RCV-SUM-TEXT.
   MOVE WS-ROWS-IN-RANGE TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE 'CHANGES APPLIED:' TO RCV-SUM-TEXT.
   MOVE WS-ROWS-APPLIED TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE 'APPLIED OVER A DIFFERENT OLD VALUE:' TO RCV-SUM-TEXT.
   MOVE WS-ROWS-OLD-DIFFERS TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE 'CHANGES NOT APPLIED:' TO RCV-SUM-TEXT.
   MOVE WS-ROWS-NOT-APPLIED TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE 'PENDING-QUEUE ROWS PASSED OVER:' TO RCV-SUM-TEXT.
   MOVE WS-ROWS-PENDING TO RCV-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RCV-SUMMARY-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   IF WS-CONTROL-FOUND
       MOVE SPACES TO PRINT-RECORD
       *> a day with a supplemental feed has a row per feed - the
       *> last one on file ended by the TO time is the one compared
       IF WS-CR-FEED-SEQ NUMERIC
           STRING 'RECORD COUNTS AGAINST CONTROL-TOTALS FOR RUN '
                  WS-CR-RUN-ID ' FEED ' WS-CR-FEED-DATE
                  ' SEQUENCE ' WS-CR-FEED-SEQ
               DELIMITED BY SIZE INTO PRINT-RECORD
       ELSE
           STRING 'RECORD COUNTS AGAINST CONTROL-TOTALS FOR RUN '
                  WS-CR-RUN-ID
               DELIMITED BY SIZE INTO PRINT-RECORD
       END-IF
       WRITE PRINT-RECORD
       MOVE 'EMPLOYEE-MASTER RECORDS:' TO RCV-COUNT-TEXT
       MOVE WS-FINAL-MASTER TO RCV-COUNT-RECOVERED
       MOVE WS-CR-MASTER-COUNT TO RCV-COUNT-CONTROL
       IF WS-FINAL-MASTER = WS-CR-MASTER-COUNT
           MOVE 'MATCH' TO RCV-COUNT-NOTE
       ELSE
           MOVE '*** DOES NOT MATCH' TO RCV-COUNT-NOTE
           SET WS-COUNT-MISMATCH TO TRUE
       END-IF
       WRITE PRINT-RECORD FROM RCV-COUNT-LINE
       MOVE 'EMPLOYEE-VEHICLE RECORDS:' TO RCV-COUNT-TEXT
       MOVE WS-FINAL-VEHICLE TO RCV-COUNT-RECOVERED
       IF WS-CR-VEHICLE-COUNT NUMERIC
           MOVE WS-CR-VEHICLE-COUNT TO WS-CR-VEHICLE-NUM
           MOVE WS-CR-VEHICLE-NUM TO RCV-COUNT-CONTROL
           IF WS-FINAL-VEHICLE = WS-CR-VEHICLE-NUM
               MOVE 'MATCH' TO RCV-COUNT-NOTE
           ELSE
               MOVE '*** DOES NOT MATCH' TO RCV-COUNT-NOTE
               SET WS-COUNT-MISMATCH TO TRUE
           END-IF
       ELSE
           MOVE ZERO TO RCV-COUNT-CONTROL
           MOVE 'NOT ON THIS ROW' TO RCV-COUNT-NOTE
       END-IF
       WRITE PRINT-RECORD FROM RCV-COUNT-LINE
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       IF WS-COUNT-MISMATCH
           MOVE '*** RECOVERED FILES DO NOT MATCH CONTROL TOTALS - DO'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE '*** NOT PUT THE .rcv FILES INTO SERVICE UNTIL EXPLAINED'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
       ELSE
           MOVE 'RECOVERED FILES MATCH CONTROL TOTALS' TO PRINT-RECORD
           WRITE PRINT-RECORD
       END-IF
   ELSE
       MOVE '*** NO CONTROL-TOTALS ROW ENDED AT OR BEFORE THE TO TIME -'
           TO PRINT-RECORD
       WRITE PRINT-RECORD
       MOVE '*** RECORD COUNTS COULD NOT BE PROVED' TO PRINT-RECORD
       WRITE PRINT-RECORD
       MOVE SPACES TO PRINT-RECORD
       STRING 'EMPLOYEE-MASTER RECORDS:  ' WS-FINAL-MASTER
              '   EMPLOYEE-VEHICLE RECORDS: ' WS-FINAL-VEHICLE
           DELIMITED BY SIZE INTO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   MOVE 'REBUILT FILES: data/employee.master.rcv'
       TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE '               data/employee.vehicle.rcv'
       TO PRINT-RECORD.
   WRITE PRINT-RECORD.

   B000-SELECT-ROW.
   IF AUD-TIMESTAMP > WS-BACKUP-STAMP
           AND AUD-TIMESTAMP NOT > WS-TO-STAMP
       ADD 1 TO WS-ROWS-IN-RANGE
       PERFORM B100-REPLAY-ROW
   END-IF.

   B100-REPLAY-ROW.
   MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE.
   MOVE 'Y' TO WS-APPLY-SWITCH.
   MOVE 'N' TO WS-OLD-DIFFERS-SWITCH.
   MOVE SPACES TO WS-RESULT.
   EVALUATE TRUE
       *> pending-queue bookkeeping - the master was not touched
       WHEN AUD-FIELD-NAME (1:4) = 'PND-'
           ADD 1 TO WS-ROWS-PENDING
       WHEN AUD-FIELD-NAME = 'NAME' OR AUD-FIELD-NAME = 'CAR'
               OR AUD-FIELD-NAME = 'DEPT' OR AUD-FIELD-NAME = 'STATUS'
           PERFORM B200-REPLAY-MASTER-CHANGE
           PERFORM B190-PRINT-RESULT
       WHEN AUD-FIELD-NAME = 'UNIT'
           PERFORM B300-REPLAY-UNIT
           PERFORM B190-PRINT-RESULT
       WHEN AUD-FIELD-NAME = 'PURGED'
           PERFORM B400-REPLAY-PURGE
           PERFORM B190-PRINT-RESULT
       WHEN AUD-FIELD-NAME = 'RESTORED'
           PERFORM B500-REPLAY-RESTORE
           PERFORM B190-PRINT-RESULT
       WHEN OTHER
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'NOT APPLIED - FIELD NOT REPLAYED' TO WS-RESULT
           PERFORM B190-PRINT-RESULT
   END-EVALUATE.

   B190-PRINT-RESULT.
   IF WS-APPLY-OK
       ADD 1 TO WS-ROWS-APPLIED
       IF WS-OLD-DIFFERS
           ADD 1 TO WS-ROWS-OLD-DIFFERS
       END-IF
   ELSE
       ADD 1 TO WS-ROWS-NOT-APPLIED
   END-IF.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE SPACES TO WS-TIMESTAMP-DISPLAY.
   STRING AUD-TIMESTAMP (1:4) '-' AUD-TIMESTAMP (5:2) '-'
          AUD-TIMESTAMP (7:2) ' ' AUD-TIMESTAMP (9:2) ':'
          AUD-TIMESTAMP (11:2) ':' AUD-TIMESTAMP (13:2)
       DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.
   MOVE WS-TIMESTAMP-DISPLAY TO RCV-TIMESTAMP.
   MOVE AUD-EMP-ID TO RCV-EMP-ID.
   MOVE AUD-FIELD-NAME TO RCV-FIELD-NAME.
   MOVE AUD-OLD-VALUE TO RCV-OLD-VALUE.
   MOVE AUD-NEW-VALUE TO RCV-NEW-VALUE.
   MOVE WS-RESULT TO RCV-RESULT.
   WRITE PRINT-RECORD FROM RCV-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   B200-REPLAY-MASTER-CHANGE.
   *> an add arrives as NAME, CAR, DEPT and STATUS rows going from
   *> blank, so a blank old value on an employee not yet on file
   *> starts a new record that the following rows fill in
   MOVE 'N' TO WS-NEW-MASTER-SWITCH.
   MOVE AUD-EMP-ID TO EMP-ID.
   READ RECOVERED-MASTER
       INVALID KEY
           IF AUD-OLD-VALUE = SPACES
               SET WS-NEW-MASTER TO TRUE
               INITIALIZE RECOVERED-MASTER-RECORD
               MOVE AUD-EMP-ID TO EMP-ID
               MOVE SPACES TO EMP-STATUS
           ELSE
               MOVE 'N' TO WS-APPLY-SWITCH
               MOVE 'NOT APPLIED - NOT ON MASTER' TO WS-RESULT
           END-IF
   END-READ.
   IF WS-APPLY-OK
       EVALUATE AUD-FIELD-NAME
           WHEN 'NAME'
               IF EMP-NAME NOT = AUD-OLD-VALUE
                   SET WS-OLD-DIFFERS TO TRUE
               END-IF
               MOVE AUD-NEW-VALUE TO EMP-NAME
           WHEN 'DEPT'
               IF EMP-DEPT NOT = AUD-OLD-VALUE
                   SET WS-OLD-DIFFERS TO TRUE
               END-IF
               MOVE AUD-NEW-VALUE TO EMP-DEPT
           WHEN 'CAR'
               IF EMP-CAR NOT = AUD-OLD-VALUE
                   SET WS-OLD-DIFFERS TO TRUE
               END-IF
               PERFORM B210-REPLAY-CAR
           WHEN 'STATUS'
               IF EMP-STATUS NOT = AUD-OLD-VALUE
                   SET WS-OLD-DIFFERS TO TRUE
               END-IF
               PERFORM B220-REPLAY-STATUS
       END-EVALUATE
   END-IF.
   IF WS-APPLY-OK
       IF WS-NEW-MASTER
           WRITE RECOVERED-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-SWITCH
                   MOVE 'NOT APPLIED - MASTER WRITE FAILED'
                       TO WS-RESULT
           END-WRITE
       ELSE
           REWRITE RECOVERED-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-SWITCH
                   MOVE 'NOT APPLIED - MASTER REWRITE FAILED'
                       TO WS-RESULT
           END-REWRITE
       END-IF
   END-IF.
   IF WS-APPLY-OK
       EVALUATE TRUE
           WHEN WS-NEW-MASTER
               MOVE 'APPLIED - NEW MASTER RECORD' TO WS-RESULT
           WHEN WS-OLD-DIFFERS
               MOVE 'APPLIED - OLD VALUE DIFFERED' TO WS-RESULT
           WHEN WS-RESULT = SPACES
               MOVE 'APPLIED' TO WS-RESULT
       END-EVALUATE
   END-IF.

   B210-REPLAY-CAR.
   *> the roster run only opens a new assignment for a car change on
   *> an employee still on the books - a rehire's car is carried on
   *> the record here and its assignment opens with the STATUS row.
   *> an add's CAR row follows its NAME row, which built the master
   *> with no effective date, so there is no earlier row to close
   IF EMP-INACTIVE
       MOVE AUD-NEW-VALUE TO EMP-CAR
   ELSE
       MOVE AUD-NEW-VALUE TO EMP-CAR
       PERFORM B240-OPEN-ASSIGNMENT
       IF WS-APPLY-OK
           IF NOT WS-NEW-MASTER AND EMP-CAR-EFF-DATE > ZERO
               PERFORM B230-CLOSE-ASSIGNMENT
           END-IF
           MOVE WS-AUD-DATE TO EMP-CAR-EFF-DATE
       END-IF
   END-IF.

   B220-REPLAY-STATUS.
   EVALUATE TRUE
       WHEN AUD-NEW-VALUE = 'I'
           PERFORM B230-CLOSE-ASSIGNMENT
           SET EMP-INACTIVE TO TRUE
       WHEN AUD-NEW-VALUE = 'A' AND AUD-OLD-VALUE = 'I'
           *> a rehire opens a fresh assignment on the car it carries
           PERFORM B240-OPEN-ASSIGNMENT
           IF WS-APPLY-OK
               MOVE WS-AUD-DATE TO EMP-CAR-EFF-DATE
               SET EMP-ACTIVE TO TRUE
           END-IF
       WHEN OTHER
           MOVE AUD-NEW-VALUE TO EMP-STATUS
   END-EVALUATE.

   B230-CLOSE-ASSIGNMENT.
   *> the open row is keyed by the effective date still on the master
   MOVE EMP-ID TO VEH-EMP-ID.
   MOVE EMP-CAR-EFF-DATE TO VEH-EFF-DATE.
   READ RECOVERED-VEHICLE
       INVALID KEY
           MOVE 'APPLIED - NO OPEN ASSIGNMENT' TO WS-RESULT
       NOT INVALID KEY
           IF VEH-RETURN-DATE = ZERO
               MOVE WS-AUD-DATE TO VEH-RETURN-DATE
               REWRITE RECOVERED-VEHICLE-RECORD
           END-IF
   END-READ.

   B240-OPEN-ASSIGNMENT.
   MOVE EMP-ID TO VEH-EMP-ID.
   MOVE WS-AUD-DATE TO VEH-EFF-DATE.
   MOVE EMP-CAR TO VEH-CAR-CODE.
   MOVE ZERO TO VEH-RETURN-DATE.
   MOVE ZERO TO VEH-UNIT-NO.
   IF WS-UNIT-HELD
       IF WS-UNIT-HOLD-EMP-ID = EMP-ID
               AND WS-UNIT-HOLD-CAR = EMP-CAR
           MOVE WS-UNIT-HOLD-NO TO VEH-UNIT-NO
           MOVE 'N' TO WS-UNIT-HOLD-SWITCH
       END-IF
   END-IF.
   WRITE RECOVERED-VEHICLE-RECORD
       INVALID KEY
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'NOT APPLIED - ASSIGNMENT ON FILE' TO WS-RESULT
   END-WRITE.

   B300-REPLAY-UNIT.
   *> a release rides on the assignment row the CAR or STATUS row
   *> already closed; an assignment is held for the row that opens it
   IF AUD-NEW-VALUE = SPACES
       MOVE 'APPLIED - RELEASED WITH ASSIGNMENT' TO WS-RESULT
   ELSE
       IF WS-UNIT-HELD
           PERFORM B390-REPORT-UNUSED-UNIT
       END-IF
       MOVE SPACES TO WS-UNIT-HOLD-CAR WS-UNIT-WORD WS-UNIT-NO-TEXT
       UNSTRING AUD-NEW-VALUE DELIMITED BY ALL SPACE
           INTO WS-UNIT-HOLD-CAR WS-UNIT-WORD WS-UNIT-NO-TEXT
       END-UNSTRING
       IF WS-UNIT-WORD = 'UNIT' AND WS-UNIT-NO-TEXT (1:4) NUMERIC
           SET WS-UNIT-HELD TO TRUE
           MOVE AUD-EMP-ID TO WS-UNIT-HOLD-EMP-ID
           MOVE WS-UNIT-NO-TEXT (1:4) TO WS-UNIT-HOLD-NO
           MOVE AUD-TIMESTAMP TO WS-UNIT-HOLD-STAMP
           MOVE 'APPLIED - WITH NEXT ASSIGNMENT' TO WS-RESULT
       ELSE
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'NOT APPLIED - UNIT NOT READABLE' TO WS-RESULT
       END-IF
   END-IF.

   B390-REPORT-UNUSED-UNIT.
   *> the held unit never met its assignment row - the vehicle history
   *> carries unit zero for it
   MOVE 'N' TO WS-UNIT-HOLD-SWITCH.
   ADD 1 TO WS-ROWS-NOT-APPLIED.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE SPACES TO RCV-DETAIL-LINE.
   MOVE SPACES TO WS-TIMESTAMP-DISPLAY.
   STRING WS-UNIT-HOLD-STAMP (1:4) '-' WS-UNIT-HOLD-STAMP (5:2) '-'
          WS-UNIT-HOLD-STAMP (7:2) ' ' WS-UNIT-HOLD-STAMP (9:2) ':'
          WS-UNIT-HOLD-STAMP (11:2) ':' WS-UNIT-HOLD-STAMP (13:2)
       DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.
   MOVE WS-TIMESTAMP-DISPLAY TO RCV-TIMESTAMP.
   MOVE WS-UNIT-HOLD-EMP-ID TO RCV-EMP-ID.
   MOVE 'UNIT' TO RCV-FIELD-NAME.
   MOVE WS-UNIT-HOLD-CAR TO RCV-NEW-VALUE.
   MOVE 'NOT APPLIED - NO ASSIGNMENT OPENED' TO RCV-RESULT.
   WRITE PRINT-RECORD FROM RCV-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   B400-REPLAY-PURGE.
   MOVE AUD-EMP-ID TO EMP-ID.
   DELETE RECOVERED-MASTER
       INVALID KEY
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'NOT APPLIED - NOT ON MASTER' TO WS-RESULT
   END-DELETE.
   IF WS-APPLY-OK
       PERFORM B410-GATHER-VEHICLE-KEYS
       PERFORM VARYING WS-VKT-IDX FROM 1 BY 1
               UNTIL WS-VKT-IDX > WS-VKT-COUNT
           MOVE WS-VKT-KEY (WS-VKT-IDX) TO VEH-KEY
           DELETE RECOVERED-VEHICLE
               INVALID KEY CONTINUE
           END-DELETE
       END-PERFORM
       MOVE 'APPLIED - MASTER AND VEHICLE GONE' TO WS-RESULT
   END-IF.

   B410-GATHER-VEHICLE-KEYS.
   MOVE ZERO TO WS-VKT-COUNT.
   MOVE 'N' TO WS-VEH-DONE-SWITCH.
   MOVE AUD-EMP-ID TO VEH-EMP-ID.
   MOVE ZERO TO VEH-EFF-DATE.
   START RECOVERED-VEHICLE KEY IS NOT LESS THAN VEH-KEY
       INVALID KEY SET WS-VEH-DONE TO TRUE
   END-START.
   PERFORM UNTIL WS-VEH-DONE
       READ RECOVERED-VEHICLE NEXT RECORD
           AT END SET WS-VEH-DONE TO TRUE
           NOT AT END
               IF VEH-EMP-ID NOT = AUD-EMP-ID
                   SET WS-VEH-DONE TO TRUE
               ELSE
                   IF WS-VKT-COUNT >= 50
                       DISPLAY 'EMPRECOV - vehicle key table full -'
                           ' raise table size and rerun'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VKT-COUNT
                   MOVE VEH-KEY TO WS-VKT-KEY (WS-VKT-COUNT)
               END-IF
       END-READ
   END-PERFORM.

   B500-REPLAY-RESTORE.
   *> an EMPPURGE restore reloaded the employee from the archive -
   *> reload the same last group onto the rebuilt files
   MOVE ZERO TO WS-RESTORE-M-TOTAL.
   MOVE ZERO TO WS-RESTORE-M-COUNT.
   MOVE 'N' TO WS-RESTORE-ACTIVE-SWITCH.
   OPEN INPUT EMPLOYEE-ARCHIVE.
   IF WS-ARCHIVE-NOT-FOUND
       MOVE 'N' TO WS-APPLY-SWITCH
       MOVE 'NOT APPLIED - NO ARCHIVE ON FILE' TO WS-RESULT
   ELSE
       MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
       PERFORM UNTIL WS-ARCHIVE-EOF
           READ EMPLOYEE-ARCHIVE
               AT END SET WS-ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-EMP-ID = AUD-EMP-ID
                           AND ARC-REC-TYPE = 'M'
                       ADD 1 TO WS-RESTORE-M-TOTAL
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EMPLOYEE-ARCHIVE
       OPEN INPUT EMPLOYEE-ARCHIVE
       MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
       PERFORM UNTIL WS-ARCHIVE-EOF
           READ EMPLOYEE-ARCHIVE
               AT END SET WS-ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARC-EMP-ID = AUD-EMP-ID
                       PERFORM B510-RESTORE-ONE-ROW
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EMPLOYEE-ARCHIVE
       IF WS-RESTORE-M-COUNT = ZERO
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'NOT APPLIED - NOT IN ARCHIVE' TO WS-RESULT
       ELSE
           IF WS-RESULT = SPACES
               MOVE 'APPLIED - RELOADED FROM ARCHIVE' TO WS-RESULT
           END-IF
       END-IF
   END-IF.

   B510-RESTORE-ONE-ROW.
   EVALUATE ARC-REC-TYPE
       WHEN 'M'
           ADD 1 TO WS-RESTORE-M-COUNT
           IF WS-RESTORE-M-COUNT < WS-RESTORE-M-TOTAL
               MOVE 'N' TO WS-RESTORE-ACTIVE-SWITCH
           ELSE
               MOVE ARC-DATA TO RECOVERED-MASTER-RECORD
               WRITE RECOVERED-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-RESTORE-ACTIVE-SWITCH
                       MOVE 'N' TO WS-APPLY-SWITCH
                       MOVE 'NOT APPLIED - ALREADY ON MASTER'
                           TO WS-RESULT
                   NOT INVALID KEY
                       SET WS-RESTORE-ACTIVE TO TRUE
               END-WRITE
           END-IF
       WHEN 'V'
           IF WS-RESTORE-ACTIVE
               MOVE ARC-DATA TO RECOVERED-VEHICLE-RECORD
               IF VEH-UNIT-NO NOT NUMERIC
                   MOVE ZERO TO VEH-UNIT-NO
               END-IF
               WRITE RECOVERED-VEHICLE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
       WHEN OTHER
           CONTINUE
   END-EVALUATE.

   B800-CHECK-CONTROL-ROW.
   MOVE CTL-RUN-DATE TO WS-CS-DATE.
   IF CTL-RUN-TIME NUMERIC
       MOVE CTL-RUN-TIME TO WS-CS-TIME
   ELSE
       MOVE 235959 TO WS-CS-TIME
   END-IF.
   IF WS-CONTROL-STAMP NOT > WS-TO-STAMP
       SET WS-CONTROL-FOUND TO TRUE
       MOVE CONTROL-TOTALS-RECORD TO WS-CONTROL-ROW
   END-IF.

   B900-NEXT-PERIOD.
   IF WS-GP-MM = 12
       ADD 1 TO WS-GP-YYYY
       MOVE 1 TO WS-GP-MM
   ELSE
       ADD 1 TO WS-GP-MM
   END-IF.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO RCV-RUN-DATE.
   MOVE WS-PAGE-COUNT TO RCV-PAGE-NO.
   MOVE WS-BACKUP-STAMP TO RCV-BACKUP-STAMP.
   MOVE WS-TO-STAMP TO RCV-TO-STAMP.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM RCV-TITLE-LINE.
   WRITE PRINT-RECORD FROM RCV-SELECT-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM RCV-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.
