IDENTIFICATION DIVISION.
PROGRAM-ID. HDCOUNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER ASSIGN TO "data/employee.master"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT DEPARTMENT-REFERENCE ASSIGN TO "data/dept.reference"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEPT-CODE
        FILE STATUS IS WS-DEPTREF-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT AUDIT-GEN ASSIGN TO WS-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDGEN-STATUS.

    SELECT HEADCOUNT-HIST ASSIGN TO "data/headcount.hist"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT HEADCOUNT-WORK ASSIGN TO "data/headcount.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HWORK-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/hdcount.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-MASTER.
01  EMPLOYEE-MASTER-RECORD.
    COPY EMPREC.

FD  DEPARTMENT-REFERENCE.
01  DEPARTMENT-REFERENCE-RECORD.
    COPY DEPTREF.

FD  AUDIT-LOG.
01  AUDIT-LOG-RECORD.
    COPY AUDITLOG.

FD  AUDIT-GEN.
01  AUDIT-GEN-RECORD PIC X(110).

FD  HEADCOUNT-HIST.
01  HEADCOUNT-HIST-RECORD.
    COPY HDHIST.

FD  HEADCOUNT-WORK.
01  HEADCOUNT-WORK-RECORD PIC X(30).

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY HDCOUNTL.

   01 WS-MASTER-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTER-OK         VALUE '00'.
      88 WS-MASTER-NOT-FOUND  VALUE '23', '35'.
      88 WS-MASTER-LENGTH-ERR VALUE '39'.

   01 WS-DEPTREF-STATUS PIC X(02) VALUE '00'.
      88 WS-DEPTREF-OK        VALUE '00'.
      88 WS-DEPTREF-NOT-FOUND VALUE '23', '35'.

   01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
      88 WS-AUDIT-OK        VALUE '00'.
      88 WS-AUDIT-NOT-FOUND VALUE '35'.

   01 WS-AUDGEN-STATUS PIC X(02) VALUE '00'.
      88 WS-AUDGEN-OK        VALUE '00'.
      88 WS-AUDGEN-NOT-FOUND VALUE '35'.

   01 WS-HIST-STATUS PIC X(02) VALUE '00'.
      88 WS-HIST-OK        VALUE '00'.
      88 WS-HIST-NOT-FOUND VALUE '35'.

   01 WS-HWORK-STATUS PIC X(02) VALUE '00'.
      88 WS-HWORK-OK VALUE '00'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.
   01 WS-GEN-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-GEN-EOF VALUE 'Y'.
   01 WS-DEPTREF-OPEN-SWITCH PIC X VALUE 'N'.
      88 WS-DEPTREF-OPEN VALUE 'Y'.

   *> the month being reported, PERIOD=yyyymm on the command line
   01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
   01 WS-PERIOD PIC 9(06) VALUE ZERO.
   01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
      05 WS-PERIOD-YYYY PIC 9(04).
      05 WS-PERIOD-MM   PIC 9(02).
   01 WS-PRIOR-PERIOD PIC 9(06).
   01 WS-PRIOR-PERIOD-SPLIT REDEFINES WS-PRIOR-PERIOD.
      05 WS-PRIOR-YYYY PIC 9(04).
      05 WS-PRIOR-MM   PIC 9(02).

   *> the audit generations MTHCLOSE leaves behind (data/audit.yyyymm)
   *> are walked from the month before the period up to this month,
   *> then the current log - the same walk AUDINQ makes for a date
   *> range, for the same reason: a close run after month end can
   *> cycle the first rows of a month into the prior month's file
   01 WS-GEN-NAME PIC X(40) VALUE SPACES.
   01 WS-GEN-PERIOD PIC 9(06).
   01 WS-GEN-PERIOD-SPLIT REDEFINES WS-GEN-PERIOD.
      05 WS-GP-YYYY PIC 9(04).
      05 WS-GP-MM   PIC 9(02).

   *> every employee on the master as it stands today - walked back
   *> through the audit trail to where it stood at the close of the
   *> period and again at its opening. An employee the trail names
   *> who is no longer on the master (purged since) joins as inactive
   01 WS-EMPLOYEE-TABLE.
      05 WS-EMP-ENTRY OCCURS 5000 TIMES.
         10 WS-EMP-ID     PIC 9(10).
         10 WS-EMP-STATUS PIC X(01).
            88 WS-EMP-ACTIVE VALUE 'A'.
         10 WS-EMP-DEPT   PIC X(04).
   01 WS-EMPLOYEE-COUNT PIC 9(04) VALUE ZERO.
   01 WS-EMP-IDX PIC 9(04).
   01 WS-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-FOUND VALUE 'Y'.

   *> the STATUS and DEPT rows from the start of the period on, kept
   *> in timestamp order - a purge restore appends old rows to the
   *> end of the log, so each row is slotted in where it belongs
   01 WS-MOVE-TABLE.
      05 WS-MOV-ENTRY OCCURS 10000 TIMES.
         10 WS-MOV-TIMESTAMP PIC 9(14).
         10 WS-MOV-EMP-ID    PIC 9(10).
         10 WS-MOV-FIELD     PIC X(01).
            88 WS-MOV-STATUS-ROW VALUE 'S'.
            88 WS-MOV-DEPT-ROW   VALUE 'D'.
         10 WS-MOV-OLD       PIC X(04).
         10 WS-MOV-NEW       PIC X(04).
   01 WS-MOVE-COUNT PIC 9(05) VALUE ZERO.
   01 WS-MOV-IDX PIC 9(05).
   01 WS-MOV-SLOT PIC 9(05).
   01 WS-MOV-HOLD PIC X(33).

   *> one row per department the period touched or that holds anyone
   *> at either end of it
   01 WS-DEPT-TABLE.
      05 WS-DPT-ENTRY OCCURS 200 TIMES.
         10 WS-DPT-CODE       PIC X(04).
         10 WS-DPT-CC         PIC X(06).
         10 WS-DPT-OPENING    PIC 9(06).
         10 WS-DPT-RECON-OPEN PIC 9(06).
         10 WS-DPT-HIRED      PIC 9(06).
         10 WS-DPT-REHIRED    PIC 9(06).
         10 WS-DPT-XFER-IN    PIC 9(06).
         10 WS-DPT-XFER-OUT   PIC 9(06).
         10 WS-DPT-TERMED     PIC 9(06).
         10 WS-DPT-CLOSING    PIC 9(06).
         10 WS-DPT-EXPECTED   PIC S9(07).
   01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
   01 WS-DPT-IDX PIC 9(03).
   01 WS-DPT-IDX-2 PIC 9(03).
   01 WS-DPT-HOLD PIC X(65).
   01 WS-DEPT-WORK PIC X(04).

   *> the same movements rolled up to finance cost center
   01 WS-CC-TABLE.
      05 WS-CC-ENTRY OCCURS 100 TIMES.
         10 WS-CC-CODE     PIC X(06).
         10 WS-CC-OPENING  PIC 9(06).
         10 WS-CC-HIRED    PIC 9(06).
         10 WS-CC-REHIRED  PIC 9(06).
         10 WS-CC-XFER-IN  PIC 9(06).
         10 WS-CC-XFER-OUT PIC 9(06).
         10 WS-CC-TERMED   PIC 9(06).
         10 WS-CC-CLOSING  PIC 9(06).
         10 WS-CC-EXPECTED PIC S9(07).
   01 WS-CC-COUNT PIC 9(03) VALUE ZERO.
   01 WS-CC-IDX PIC 9(03).
   01 WS-CC-IDX-2 PIC 9(03).
   01 WS-CC-HOLD PIC X(55).

   *> the opening comes from the closing HDCOUNT recorded for the
   *> prior period; with no prior period on file it is rebuilt from
   *> the audit trail, and the report says so
   01 WS-HIST-OPENING-SWITCH PIC X VALUE 'N'.
      88 WS-HIST-OPENING VALUE 'Y'.
   01 WS-HIST-KEPT PIC 9(06) VALUE ZERO.

   01 WS-CLOSING-TAKEN-SWITCH PIC X VALUE 'N'.
      88 WS-CLOSING-TAKEN VALUE 'Y'.

   01 WS-MASTER-ACTIVE PIC 9(06) VALUE ZERO.
   01 WS-NET-SINCE PIC S9(06) VALUE ZERO.
   01 WS-AUDIT-READ PIC 9(07) VALUE ZERO.
   01 WS-DEPTS-FLAGGED PIC 9(04) VALUE ZERO.

   01 WS-TOT-OPENING PIC 9(06) VALUE ZERO.
   01 WS-TOT-HIRED PIC 9(06) VALUE ZERO.
   01 WS-TOT-REHIRED PIC 9(06) VALUE ZERO.
   01 WS-TOT-XFER-IN PIC 9(06) VALUE ZERO.
   01 WS-TOT-XFER-OUT PIC 9(06) VALUE ZERO.
   01 WS-TOT-TERMED PIC 9(06) VALUE ZERO.
   01 WS-TOT-CLOSING PIC 9(06) VALUE ZERO.
   01 WS-TOT-EXPECTED PIC S9(07) VALUE ZERO.
   01 WS-TIE-CHECK PIC S9(07) VALUE ZERO.

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
   PERFORM A100-LOAD-MASTER.
   PERFORM A200-LOAD-AUDIT-ROWS.
   PERFORM A300-WALK-BACK-MOVEMENTS.
   PERFORM A400-LOAD-PRIOR-CLOSING.
   PERFORM A500-BALANCE-DEPARTMENTS.
   OPEN OUTPUT PRINT-FILE.
   PERFORM C000-PRINT-HEADERS.
   PERFORM A600-PRINT-DEPARTMENTS.
   PERFORM A650-PRINT-COST-CENTERS.
   PERFORM A700-PRINT-SUMMARY.
   CLOSE PRINT-FILE.
   PERFORM A800-WRITE-HISTORY.
   DISPLAY 'HDCOUNT period ' WS-PERIOD
       ' departments: ' WS-DEPT-COUNT
       ' flagged: ' WS-DEPTS-FLAGGED.
STOP RUN.

   A010-PARSE-PARAMETERS.
   ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
   IF WS-COMMAND-LINE (1:7) = 'PERIOD='
           AND WS-COMMAND-LINE (8:6) NUMERIC
       MOVE WS-COMMAND-LINE (8:6) TO WS-PERIOD
   ELSE
       DISPLAY 'HDCOUNT needs PERIOD=yyyymm'
       STOP RUN
   END-IF.
   IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
       DISPLAY 'HDCOUNT - PERIOD month must be 01 to 12'
       STOP RUN
   END-IF.
   IF WS-PERIOD > WS-CURRENT-DATE-NUM (1:6)
       DISPLAY 'HDCOUNT - PERIOD ' WS-PERIOD ' has not started yet'
       STOP RUN
   END-IF.
   MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
   IF WS-PRIOR-MM = 1
       SUBTRACT 1 FROM WS-PRIOR-YYYY
       MOVE 12 TO WS-PRIOR-MM
   ELSE
       SUBTRACT 1 FROM WS-PRIOR-MM
   END-IF.

   A100-LOAD-MASTER.
   OPEN INPUT EMPLOYEE-MASTER.
   IF WS-MASTER-LENGTH-ERR
       DISPLAY 'HDCOUNT - EMPLOYEE-MASTER record layout mismatch -'
           ' run EMPCONV before this job'
       STOP RUN
   END-IF.
   IF WS-MASTER-NOT-FOUND
       DISPLAY 'EMPLOYEE-MASTER not found - nothing to count'
       STOP RUN
   END-IF.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-MASTER NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF WS-EMPLOYEE-COUNT >= 5000
                   DISPLAY 'HDCOUNT - employee table full - raise'
                       ' table size and rerun'
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMPLOYEE-COUNT
               MOVE EMP-ID TO WS-EMP-ID (WS-EMPLOYEE-COUNT)
               MOVE EMP-STATUS TO WS-EMP-STATUS (WS-EMPLOYEE-COUNT)
               MOVE EMP-DEPT TO WS-EMP-DEPT (WS-EMPLOYEE-COUNT)
               IF EMP-ACTIVE
                   ADD 1 TO WS-MASTER-ACTIVE
               END-IF
       END-READ
   END-PERFORM.
   CLOSE EMPLOYEE-MASTER.

   A200-LOAD-AUDIT-ROWS.
   MOVE WS-PRIOR-PERIOD TO WS-GEN-PERIOD.
   PERFORM UNTIL WS-GEN-PERIOD > WS-CURRENT-DATE-NUM (1:6)
       PERFORM A210-READ-ONE-GENERATION
       IF WS-GP-MM = 12
           ADD 1 TO WS-GP-YYYY
           MOVE 1 TO WS-GP-MM
       ELSE
           ADD 1 TO WS-GP-MM
       END-IF
   END-PERFORM.
   OPEN INPUT AUDIT-LOG.
   IF WS-AUDIT-NOT-FOUND
       DISPLAY 'AUDIT-LOG not found - current month has no movements'
   ELSE
       MOVE 'N' TO WS-EOF-SWITCH
       PERFORM UNTIL WS-EOF
           READ AUDIT-LOG
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   PERFORM B100-KEEP-AUDIT-ROW
           END-READ
       END-PERFORM
       CLOSE AUDIT-LOG
   END-IF.

   A210-READ-ONE-GENERATION.
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
               PERFORM B100-KEEP-AUDIT-ROW
       END-READ
   END-PERFORM.
   IF NOT WS-AUDGEN-NOT-FOUND
       CLOSE AUDIT-GEN
   END-IF.

   A300-WALK-BACK-MOVEMENTS.
   *> newest row first: every row after the period is undone to bring
   *> the table back to where it stood at the close of the period,
   *> which is the closing count; each row inside the period is then
   *> counted as a movement before it is undone, which leaves the
   *> table where it stood at the opening
   PERFORM VARYING WS-MOV-IDX FROM WS-MOVE-COUNT BY -1
           UNTIL WS-MOV-IDX < 1
       IF WS-MOV-TIMESTAMP (WS-MOV-IDX) (1:6) = WS-PERIOD
               AND NOT WS-CLOSING-TAKEN
           PERFORM B300-TAKE-CLOSING
       END-IF
       PERFORM B200-FIND-EMPLOYEE
       IF WS-MOV-TIMESTAMP (WS-MOV-IDX) (1:6) = WS-PERIOD
           PERFORM B310-COUNT-MOVEMENT
       ELSE
           PERFORM B320-COUNT-NET-SINCE
       END-IF
       IF WS-MOV-STATUS-ROW (WS-MOV-IDX)
           MOVE WS-MOV-OLD (WS-MOV-IDX) TO WS-EMP-STATUS (WS-EMP-IDX)
       ELSE
           MOVE WS-MOV-OLD (WS-MOV-IDX) TO WS-EMP-DEPT (WS-EMP-IDX)
       END-IF
   END-PERFORM.
   IF NOT WS-CLOSING-TAKEN
       PERFORM B300-TAKE-CLOSING
   END-IF.
   PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
           UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT
       IF WS-EMP-ACTIVE (WS-EMP-IDX)
           MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-DEPT-WORK
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-RECON-OPEN (WS-DPT-IDX)
       END-IF
   END-PERFORM.

   A400-LOAD-PRIOR-CLOSING.
   *> the history file is carried forward through a work copy: every
   *> period but this one goes to the work file, and the prior
   *> period's rows become this report's opening
   OPEN OUTPUT HEADCOUNT-WORK.
   OPEN INPUT HEADCOUNT-HIST.
   IF WS-HIST-NOT-FOUND
       SET WS-EOF TO TRUE
   ELSE
       MOVE 'N' TO WS-EOF-SWITCH
   END-IF.
   PERFORM UNTIL WS-EOF
       READ HEADCOUNT-HIST
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF HDH-PERIOD = WS-PRIOR-PERIOD
                   SET WS-HIST-OPENING TO TRUE
                   MOVE HDH-DEPT TO WS-DEPT-WORK
                   PERFORM B400-FIND-DEPARTMENT
                   ADD HDH-CLOSING TO WS-DPT-OPENING (WS-DPT-IDX)
               END-IF
               IF HDH-PERIOD NOT = WS-PERIOD
                   WRITE HEADCOUNT-WORK-RECORD
                       FROM HEADCOUNT-HIST-RECORD
                   ADD 1 TO WS-HIST-KEPT
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-HIST-NOT-FOUND
       CLOSE HEADCOUNT-HIST
   END-IF.
   CLOSE HEADCOUNT-WORK.
   IF NOT WS-HIST-OPENING
       PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT
           MOVE WS-DPT-RECON-OPEN (WS-DPT-IDX)
               TO WS-DPT-OPENING (WS-DPT-IDX)
       END-PERFORM
   END-IF.

   A500-BALANCE-DEPARTMENTS.
   PERFORM B500-SORT-DEPARTMENTS.
   OPEN INPUT DEPARTMENT-REFERENCE.
   IF WS-DEPTREF-NOT-FOUND
       DISPLAY 'DEPARTMENT-REFERENCE not on file - reporting without'
           ' cost centers'
   ELSE
       SET WS-DEPTREF-OPEN TO TRUE
   END-IF.
   PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
           UNTIL WS-DPT-IDX > WS-DEPT-COUNT
       MOVE SPACES TO WS-DPT-CC (WS-DPT-IDX)
       IF WS-DEPTREF-OPEN AND WS-DPT-CODE (WS-DPT-IDX) NOT = SPACES
           MOVE WS-DPT-CODE (WS-DPT-IDX) TO DEPT-CODE
           READ DEPARTMENT-REFERENCE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-COST-CENTER TO WS-DPT-CC (WS-DPT-IDX)
           END-READ
       END-IF
       COMPUTE WS-DPT-EXPECTED (WS-DPT-IDX) =
           WS-DPT-OPENING (WS-DPT-IDX) + WS-DPT-HIRED (WS-DPT-IDX)
           + WS-DPT-REHIRED (WS-DPT-IDX) + WS-DPT-XFER-IN (WS-DPT-IDX)
           - WS-DPT-XFER-OUT (WS-DPT-IDX) - WS-DPT-TERMED (WS-DPT-IDX)
       IF WS-DPT-EXPECTED (WS-DPT-IDX) NOT = WS-DPT-CLOSING (WS-DPT-IDX)
           ADD 1 TO WS-DEPTS-FLAGGED
       END-IF
       PERFORM B600-ROLL-UP-COST-CENTER
   END-PERFORM.
   IF WS-DEPTREF-OPEN
       CLOSE DEPARTMENT-REFERENCE
   END-IF.
   PERFORM B650-SORT-COST-CENTERS.

   A600-PRINT-DEPARTMENTS.
   MOVE 'MOVEMENT BY DEPARTMENT' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   IF WS-HIST-OPENING
       MOVE 'OPENING = CLOSING RECORDED FOR PRIOR PERIOD'
           TO PRINT-RECORD
   ELSE
       MOVE 'OPENING RECONSTRUCTED FROM AUDIT TRAIL - NO PRIOR CLOSING'
           TO PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 3 TO WS-LINE-COUNT.
   PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
           UNTIL WS-DPT-IDX > WS-DEPT-COUNT
       IF WS-LINE-COUNT >= 60
           PERFORM C000-PRINT-HEADERS
       END-IF
       IF WS-DPT-CODE (WS-DPT-IDX) = SPACES
           MOVE 'NONE' TO HDC-DEPT
       ELSE
           MOVE WS-DPT-CODE (WS-DPT-IDX) TO HDC-DEPT
       END-IF
       MOVE WS-DPT-CC (WS-DPT-IDX) TO HDC-COST-CENTER
       MOVE WS-DPT-OPENING (WS-DPT-IDX) TO HDC-OPENING
       MOVE WS-DPT-HIRED (WS-DPT-IDX) TO HDC-HIRED
       MOVE WS-DPT-REHIRED (WS-DPT-IDX) TO HDC-REHIRED
       MOVE WS-DPT-XFER-IN (WS-DPT-IDX) TO HDC-XFER-IN
       MOVE WS-DPT-XFER-OUT (WS-DPT-IDX) TO HDC-XFER-OUT
       MOVE WS-DPT-TERMED (WS-DPT-IDX) TO HDC-TERMED
       MOVE WS-DPT-CLOSING (WS-DPT-IDX) TO HDC-CLOSING
       MOVE WS-DPT-EXPECTED (WS-DPT-IDX) TO HDC-EXPECTED
       IF WS-DPT-EXPECTED (WS-DPT-IDX) NOT = WS-DPT-CLOSING (WS-DPT-IDX)
           MOVE '*** NO BALANCE' TO HDC-NOTE
       ELSE
           MOVE SPACES TO HDC-NOTE
       END-IF
       WRITE PRINT-RECORD FROM HDC-DETAIL-LINE
       ADD 1 TO WS-LINE-COUNT
       ADD WS-DPT-OPENING (WS-DPT-IDX) TO WS-TOT-OPENING
       ADD WS-DPT-HIRED (WS-DPT-IDX) TO WS-TOT-HIRED
       ADD WS-DPT-REHIRED (WS-DPT-IDX) TO WS-TOT-REHIRED
       ADD WS-DPT-XFER-IN (WS-DPT-IDX) TO WS-TOT-XFER-IN
       ADD WS-DPT-XFER-OUT (WS-DPT-IDX) TO WS-TOT-XFER-OUT
       ADD WS-DPT-TERMED (WS-DPT-IDX) TO WS-TOT-TERMED
       ADD WS-DPT-CLOSING (WS-DPT-IDX) TO WS-TOT-CLOSING
       ADD WS-DPT-EXPECTED (WS-DPT-IDX) TO WS-TOT-EXPECTED
   END-PERFORM.
   MOVE 'TOTAL' TO HDC-DEPT.
   MOVE SPACES TO HDC-COST-CENTER.
   MOVE WS-TOT-OPENING TO HDC-OPENING.
   MOVE WS-TOT-HIRED TO HDC-HIRED.
   MOVE WS-TOT-REHIRED TO HDC-REHIRED.
   MOVE WS-TOT-XFER-IN TO HDC-XFER-IN.
   MOVE WS-TOT-XFER-OUT TO HDC-XFER-OUT.
   MOVE WS-TOT-TERMED TO HDC-TERMED.
   MOVE WS-TOT-CLOSING TO HDC-CLOSING.
   MOVE WS-TOT-EXPECTED TO HDC-EXPECTED.
   IF WS-TOT-EXPECTED NOT = WS-TOT-CLOSING
       MOVE '*** NO BALANCE' TO HDC-NOTE
   ELSE
       MOVE SPACES TO HDC-NOTE
   END-IF.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM HDC-DETAIL-LINE.
   ADD 2 TO WS-LINE-COUNT.

   A650-PRINT-COST-CENTERS.
   IF WS-LINE-COUNT >= 55
       PERFORM C000-PRINT-HEADERS
   ELSE
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   MOVE 'MOVEMENT BY COST CENTER' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 3 TO WS-LINE-COUNT.
   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
           UNTIL WS-CC-IDX > WS-CC-COUNT
       IF WS-LINE-COUNT >= 60
           PERFORM C000-PRINT-HEADERS
       END-IF
       MOVE SPACES TO HDC-DEPT
       IF WS-CC-CODE (WS-CC-IDX) = SPACES
           MOVE 'NONE' TO HDC-COST-CENTER
       ELSE
           MOVE WS-CC-CODE (WS-CC-IDX) TO HDC-COST-CENTER
       END-IF
       MOVE WS-CC-OPENING (WS-CC-IDX) TO HDC-OPENING
       MOVE WS-CC-HIRED (WS-CC-IDX) TO HDC-HIRED
       MOVE WS-CC-REHIRED (WS-CC-IDX) TO HDC-REHIRED
       MOVE WS-CC-XFER-IN (WS-CC-IDX) TO HDC-XFER-IN
       MOVE WS-CC-XFER-OUT (WS-CC-IDX) TO HDC-XFER-OUT
       MOVE WS-CC-TERMED (WS-CC-IDX) TO HDC-TERMED
       MOVE WS-CC-CLOSING (WS-CC-IDX) TO HDC-CLOSING
       MOVE WS-CC-EXPECTED (WS-CC-IDX) TO HDC-EXPECTED
       IF WS-CC-EXPECTED (WS-CC-IDX) NOT = WS-CC-CLOSING (WS-CC-IDX)
           MOVE '*** NO BALANCE' TO HDC-NOTE
       ELSE
           MOVE SPACES TO HDC-NOTE
       END-IF
       WRITE PRINT-RECORD FROM HDC-DETAIL-LINE
       ADD 1 TO WS-LINE-COUNT
   END-PERFORM.

   A700-PRINT-SUMMARY.
   *> the closing must tie to the master: today's active count less
   *> the net hires and terminations posted since the period ended
   COMPUTE WS-TIE-CHECK = WS-MASTER-ACTIVE - WS-NET-SINCE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'AUDIT RECORDS READ:' TO HDC-SUM-TEXT.
   MOVE WS-AUDIT-READ TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   MOVE 'ACTIVE ON EMPLOYEE-MASTER TODAY:' TO HDC-SUM-TEXT.
   MOVE WS-MASTER-ACTIVE TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   MOVE 'NET MOVEMENT SINCE PERIOD END:' TO HDC-SUM-TEXT.
   MOVE WS-NET-SINCE TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   MOVE 'MASTER ACTIVE AT PERIOD END:' TO HDC-SUM-TEXT.
   MOVE WS-TIE-CHECK TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   MOVE 'CLOSING HEADCOUNT:' TO HDC-SUM-TEXT.
   MOVE WS-TOT-CLOSING TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   MOVE 'DEPARTMENTS NOT IN BALANCE:' TO HDC-SUM-TEXT.
   MOVE WS-DEPTS-FLAGGED TO HDC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM HDC-SUMMARY-LINE.
   IF WS-TIE-CHECK NOT = WS-TOT-CLOSING
       MOVE '*** CLOSING HEADCOUNT DOES NOT TIE TO EMPLOYEE-MASTER'
           TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   IF WS-DEPTS-FLAGGED > ZERO
       MOVE '*** DEPARTMENTS FLAGGED - CHECK AUDINQ FOR THE PERIOD'
           TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.

   A800-WRITE-HISTORY.
   *> this period's closing replaces any earlier run of the period
   OPEN OUTPUT HEADCOUNT-HIST.
   OPEN INPUT HEADCOUNT-WORK.
   MOVE 'N' TO WS-EOF-SWITCH.
   PERFORM UNTIL WS-EOF
       READ HEADCOUNT-WORK
           AT END SET WS-EOF TO TRUE
           NOT AT END
               WRITE HEADCOUNT-HIST-RECORD FROM HEADCOUNT-WORK-RECORD
       END-READ
   END-PERFORM.
   CLOSE HEADCOUNT-WORK.
   PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
           UNTIL WS-DPT-IDX > WS-DEPT-COUNT
       MOVE WS-PERIOD TO HDH-PERIOD
       MOVE WS-DPT-CODE (WS-DPT-IDX) TO HDH-DEPT
       MOVE WS-DPT-CC (WS-DPT-IDX) TO HDH-COST-CENTER
       MOVE WS-DPT-CLOSING (WS-DPT-IDX) TO HDH-CLOSING
       MOVE WS-CURRENT-DATE-NUM TO HDH-RUN-DATE
       WRITE HEADCOUNT-HIST-RECORD
   END-PERFORM.
   CLOSE HEADCOUNT-HIST.

   B100-KEEP-AUDIT-ROW.
   *> only hires, rehires, terminations and department changes move
   *> headcount, and nothing before the period can change it
   IF (AUD-FIELD-NAME = 'STATUS' OR AUD-FIELD-NAME = 'DEPT')
           AND AUD-TIMESTAMP (1:6) >= WS-PERIOD
       IF WS-MOVE-COUNT >= 10000
           DISPLAY 'HDCOUNT - movement table full - raise table size'
               ' and rerun'
           STOP RUN
       END-IF
       PERFORM VARYING WS-MOV-SLOT FROM WS-MOVE-COUNT BY -1
               UNTIL WS-MOV-SLOT < 1
                  OR WS-MOV-TIMESTAMP (WS-MOV-SLOT) <= AUD-TIMESTAMP
           MOVE WS-MOV-ENTRY (WS-MOV-SLOT) TO WS-MOV-HOLD
           MOVE WS-MOV-HOLD TO WS-MOV-ENTRY (WS-MOV-SLOT + 1)
       END-PERFORM
       ADD 1 TO WS-MOVE-COUNT
       ADD 1 TO WS-MOV-SLOT
       MOVE AUD-TIMESTAMP TO WS-MOV-TIMESTAMP (WS-MOV-SLOT)
       MOVE AUD-EMP-ID TO WS-MOV-EMP-ID (WS-MOV-SLOT)
       IF AUD-FIELD-NAME = 'STATUS'
           MOVE 'S' TO WS-MOV-FIELD (WS-MOV-SLOT)
       ELSE
           MOVE 'D' TO WS-MOV-FIELD (WS-MOV-SLOT)
       END-IF
       MOVE AUD-OLD-VALUE (1:4) TO WS-MOV-OLD (WS-MOV-SLOT)
       MOVE AUD-NEW-VALUE (1:4) TO WS-MOV-NEW (WS-MOV-SLOT)
   END-IF.

   B200-FIND-EMPLOYEE.
   MOVE 'N' TO WS-FOUND-SWITCH.
   PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
           UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT OR WS-FOUND
       IF WS-EMP-ID (WS-EMP-IDX) = WS-MOV-EMP-ID (WS-MOV-IDX)
           SET WS-FOUND TO TRUE
       END-IF
   END-PERFORM.
   IF WS-FOUND
       SUBTRACT 1 FROM WS-EMP-IDX
   ELSE
       IF WS-EMPLOYEE-COUNT >= 5000
           DISPLAY 'HDCOUNT - employee table full - raise table size'
               ' and rerun'
           STOP RUN
       END-IF
       ADD 1 TO WS-EMPLOYEE-COUNT
       MOVE WS-EMPLOYEE-COUNT TO WS-EMP-IDX
       MOVE WS-MOV-EMP-ID (WS-MOV-IDX) TO WS-EMP-ID (WS-EMP-IDX)
       MOVE 'I' TO WS-EMP-STATUS (WS-EMP-IDX)
       IF WS-MOV-DEPT-ROW (WS-MOV-IDX)
           MOVE WS-MOV-NEW (WS-MOV-IDX) TO WS-EMP-DEPT (WS-EMP-IDX)
       ELSE
           MOVE SPACES TO WS-EMP-DEPT (WS-EMP-IDX)
       END-IF
   END-IF.

   B300-TAKE-CLOSING.
   SET WS-CLOSING-TAKEN TO TRUE.
   PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
           UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT
       IF WS-EMP-ACTIVE (WS-EMP-IDX)
           MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-DEPT-WORK
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-CLOSING (WS-DPT-IDX)
       END-IF
   END-PERFORM.

   B310-COUNT-MOVEMENT.
   *> the table holds the employee as the row left them, so a status
   *> row counts against the department they were in at the time
   MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-DEPT-WORK.
   EVALUATE TRUE
       WHEN WS-MOV-STATUS-ROW (WS-MOV-IDX)
               AND WS-MOV-NEW (WS-MOV-IDX) = 'A'
               AND WS-MOV-OLD (WS-MOV-IDX) = SPACES
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-HIRED (WS-DPT-IDX)
       WHEN WS-MOV-STATUS-ROW (WS-MOV-IDX)
               AND WS-MOV-NEW (WS-MOV-IDX) = 'A'
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-REHIRED (WS-DPT-IDX)
       WHEN WS-MOV-STATUS-ROW (WS-MOV-IDX)
               AND WS-MOV-OLD (WS-MOV-IDX) = 'A'
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-TERMED (WS-DPT-IDX)
       *> a department row for someone not active (the blank-to-code
       *> row of a hire, a rehire's department, a change keyed against
       *> an inactive record) moves no headcount
       WHEN WS-MOV-DEPT-ROW (WS-MOV-IDX)
               AND WS-EMP-ACTIVE (WS-EMP-IDX)
               AND WS-MOV-OLD (WS-MOV-IDX) NOT = WS-MOV-NEW (WS-MOV-IDX)
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-XFER-IN (WS-DPT-IDX)
           MOVE WS-MOV-OLD (WS-MOV-IDX) TO WS-DEPT-WORK
           PERFORM B400-FIND-DEPARTMENT
           ADD 1 TO WS-DPT-XFER-OUT (WS-DPT-IDX)
       WHEN OTHER
           CONTINUE
   END-EVALUATE.

   B320-COUNT-NET-SINCE.
   IF WS-MOV-STATUS-ROW (WS-MOV-IDX)
       IF WS-MOV-NEW (WS-MOV-IDX) = 'A'
               AND WS-MOV-OLD (WS-MOV-IDX) NOT = 'A'
           ADD 1 TO WS-NET-SINCE
       END-IF
       IF WS-MOV-OLD (WS-MOV-IDX) = 'A'
               AND WS-MOV-NEW (WS-MOV-IDX) NOT = 'A'
           SUBTRACT 1 FROM WS-NET-SINCE
       END-IF
   END-IF.

   B400-FIND-DEPARTMENT.
   MOVE 'N' TO WS-FOUND-SWITCH.
   PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
           UNTIL WS-DPT-IDX > WS-DEPT-COUNT OR WS-FOUND
       IF WS-DPT-CODE (WS-DPT-IDX) = WS-DEPT-WORK
           SET WS-FOUND TO TRUE
       END-IF
   END-PERFORM.
   IF WS-FOUND
       SUBTRACT 1 FROM WS-DPT-IDX
   ELSE
       IF WS-DEPT-COUNT >= 200
           DISPLAY 'HDCOUNT - department table full - raise table'
               ' size and rerun'
           STOP RUN
       END-IF
       ADD 1 TO WS-DEPT-COUNT
       MOVE WS-DEPT-COUNT TO WS-DPT-IDX
       INITIALIZE WS-DPT-ENTRY (WS-DPT-IDX)
       MOVE WS-DEPT-WORK TO WS-DPT-CODE (WS-DPT-IDX)
   END-IF.

   B500-SORT-DEPARTMENTS.
   PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
           UNTIL WS-DPT-IDX >= WS-DEPT-COUNT
       PERFORM VARYING WS-DPT-IDX-2 FROM WS-DPT-IDX BY 1
               UNTIL WS-DPT-IDX-2 > WS-DEPT-COUNT
           IF WS-DPT-CODE (WS-DPT-IDX-2) < WS-DPT-CODE (WS-DPT-IDX)
               MOVE WS-DPT-ENTRY (WS-DPT-IDX) TO WS-DPT-HOLD
               MOVE WS-DPT-ENTRY (WS-DPT-IDX-2)
                   TO WS-DPT-ENTRY (WS-DPT-IDX)
               MOVE WS-DPT-HOLD TO WS-DPT-ENTRY (WS-DPT-IDX-2)
           END-IF
       END-PERFORM
   END-PERFORM.

   B600-ROLL-UP-COST-CENTER.
   MOVE 'N' TO WS-FOUND-SWITCH.
   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
           UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-FOUND
       IF WS-CC-CODE (WS-CC-IDX) = WS-DPT-CC (WS-DPT-IDX)
           SET WS-FOUND TO TRUE
       END-IF
   END-PERFORM.
   IF WS-FOUND
       SUBTRACT 1 FROM WS-CC-IDX
   ELSE
       IF WS-CC-COUNT >= 100
           DISPLAY 'HDCOUNT - cost center table full - raise table'
               ' size and rerun'
           STOP RUN
       END-IF
       ADD 1 TO WS-CC-COUNT
       MOVE WS-CC-COUNT TO WS-CC-IDX
       INITIALIZE WS-CC-ENTRY (WS-CC-IDX)
       MOVE WS-DPT-CC (WS-DPT-IDX) TO WS-CC-CODE (WS-CC-IDX)
   END-IF.
   ADD WS-DPT-OPENING (WS-DPT-IDX) TO WS-CC-OPENING (WS-CC-IDX).
   ADD WS-DPT-HIRED (WS-DPT-IDX) TO WS-CC-HIRED (WS-CC-IDX).
   ADD WS-DPT-REHIRED (WS-DPT-IDX) TO WS-CC-REHIRED (WS-CC-IDX).
   ADD WS-DPT-XFER-IN (WS-DPT-IDX) TO WS-CC-XFER-IN (WS-CC-IDX).
   ADD WS-DPT-XFER-OUT (WS-DPT-IDX) TO WS-CC-XFER-OUT (WS-CC-IDX).
   ADD WS-DPT-TERMED (WS-DPT-IDX) TO WS-CC-TERMED (WS-CC-IDX).
   ADD WS-DPT-CLOSING (WS-DPT-IDX) TO WS-CC-CLOSING (WS-CC-IDX).
   ADD WS-DPT-EXPECTED (WS-DPT-IDX) TO WS-CC-EXPECTED (WS-CC-IDX).

   B650-SORT-COST-CENTERS.
   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
           UNTIL WS-CC-IDX >= WS-CC-COUNT
       PERFORM VARYING WS-CC-IDX-2 FROM WS-CC-IDX BY 1
               UNTIL WS-CC-IDX-2 > WS-CC-COUNT
           IF WS-CC-CODE (WS-CC-IDX-2) < WS-CC-CODE (WS-CC-IDX)
               MOVE WS-CC-ENTRY (WS-CC-IDX) TO WS-CC-HOLD
               MOVE WS-CC-ENTRY (WS-CC-IDX-2) TO WS-CC-ENTRY (WS-CC-IDX)
               MOVE WS-CC-HOLD TO WS-CC-ENTRY (WS-CC-IDX-2)
           END-IF
       END-PERFORM
   END-PERFORM.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
       DELIMITED BY SIZE INTO HDC-PERIOD.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO HDC-RUN-DATE.
   MOVE WS-PAGE-COUNT TO HDC-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM HDC-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM HDC-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.
