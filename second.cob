        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROCCAL-STATUS.

    SELECT FUEL-CARD-EVENTS ASSIGN TO "data/fuelcard.events"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELEVT-STATUS.

    SELECT EMPLOYEE-ARCHIVE ASSIGN TO "data/employee.archive"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT FLEET-UNIT ASSIGN TO "data/fleet.unit"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FUN-KEY
        FILE STATUS IS WS-FLTUNIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-IN.
    COPY PENDTR.

FD  RECYCLE-FILE.
01  RECYCLE-RECORD PIC X(85).

FD  PENDING-LIST.
01  PENDING-LIST-RECORD PIC X(132).
01  PROCESSING-CALENDAR-RECORD.
    COPY PROCCAL.

FD  FUEL-CARD-EVENTS.
01  FUEL-CARD-EVENTS-RECORD.
    COPY FUELEVT.

FD  EMPLOYEE-ARCHIVE.
01  EMPLOYEE-ARCHIVE-RECORD.
    COPY ARCREC.

FD  FLEET-UNIT.
01  FLEET-UNIT-RECORD.
    COPY FLTUNIT.

   WORKING-STORAGE SECTION.
   *> Initialise variables
   *> 30 is the chars
      88 WS-TRANS-CHANGE VALUE 'C'.
      88 WS-TRANS-DELETE VALUE 'D'.
      88 WS-TRANS-REHIRE VALUE 'R'.
      88 WS-TRANS-CANCEL-PENDING VALUE 'X'.
      88 WS-TRANS-AMEND-PENDING  VALUE 'M'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   01 WS-VEHICLE-STATUS PIC X(02) VALUE '00'.
      88 WS-VEHICLE-NOT-FOUND VALUE '23', '35'.
      88 WS-VEHICLE-LENGTH-ERR VALUE '39'.

   01 WS-CAR-CHANGED-SWITCH PIC X VALUE 'N'.
      88 WS-CAR-CHANGED VALUE 'Y'.
   01 WS-MASTER-COUNT PIC 9(08) VALUE ZERO.
   01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-MASTER-EOF VALUE 'Y'.
   01 WS-VEHICLE-COUNT PIC 9(08) VALUE ZERO.
   01 WS-VEHICLE-COUNT-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-VEHICLE-COUNT-EOF VALUE 'Y'.

   01 WS-VALID-REC-SWITCH PIC X VALUE 'Y'.
      88 WS-VALID-REC VALUE 'Y'.
   01 WS-AVAIL-CAR-WORK PIC A(10).
   01 WS-UNIT-NEEDED-SWITCH PIC X VALUE 'N'.
      88 WS-UNIT-NEEDED VALUE 'Y'.
   *> a change naming a different unit of the car already held - the
   *> employee gives one unit back as they take the other, so the
   *> fleet-wide availability count does not apply
   01 WS-UNIT-SWAP-SWITCH PIC X VALUE 'N'.
      88 WS-UNIT-SWAP VALUE 'Y'.
   01 WS-OPEN-FOR-CAR PIC 9(05).

   *> physical vehicles on FLEET-UNIT (maintained by UNITMNT) - a new
   *> assignment takes the unit the transaction names, or the first
   *> available unit of the code when it names none; a code with no
   *> units on the register assigns with unit zero as before
   01 WS-FLTUNIT-STATUS PIC X(02) VALUE '00'.
      88 WS-FLTUNIT-FOUND      VALUE '00'.
      88 WS-FLTUNIT-NOT-FOUND  VALUE '23', '35'.
      88 WS-FLTUNIT-LENGTH-ERR VALUE '39'.
   01 WS-FLTUNIT-OPEN-SWITCH PIC X VALUE 'N'.
      88 WS-FLTUNIT-OPEN VALUE 'Y'.
   01 WS-FLTUNIT-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-FLTUNIT-EOF VALUE 'Y'.
   01 WS-UNIT-TRACKED-SWITCH PIC X VALUE 'N'.
      88 WS-UNIT-TRACKED VALUE 'Y'.
   01 WS-UNIT-NO PIC 9(04) VALUE ZERO.
   01 WS-UNIT-ALLOC PIC 9(04) VALUE ZERO.

   *> department / cost-center structure on DEPARTMENT-REFERENCE
   *> (maintained by DEPTMNT) - B000-VALIDATE-REC reads it for the
   *> department edits the same way the car edits read the fleet list
         10 WS-PND-CAR        PIC A(10).
         10 WS-PND-EFF-DATE   PIC 9(08).
         10 WS-PND-DEPT       PIC X(04).
         10 WS-PND-ENTERED-BY  PIC X(08).
         10 WS-PND-APPROVED-BY PIC X(08).
         10 WS-PND-DUP-OVERRIDE PIC X(01).
         10 WS-PND-UNIT-NO    PIC 9(04).
         10 WS-PND-STATE      PIC X(01).
            88 WS-PND-QUEUED    VALUE 'Q', 'M'.
            88 WS-PND-AMENDED   VALUE 'M'.
            88 WS-PND-RELEASED  VALUE 'R'.
            88 WS-PND-CANCELLED VALUE 'X'.
   01 WS-PENDING-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-PENDING-EOF VALUE 'Y'.
   01 WS-PENDING-COUNT PIC 9(03) VALUE ZERO.
   01 WS-PND-IDX PIC 9(03).
   01 WS-PND-JDX PIC 9(03).
   01 WS-PND-LIMIT PIC 9(03).
   01 WS-PND-SWAP PIC X(85).

   01 WS-PENDING-HELD PIC 9(05) VALUE ZERO.
   01 WS-PENDING-RELEASED PIC 9(05) VALUE ZERO.
   01 WS-PENDING-REMAIN PIC 9(05) VALUE ZERO.

   *> HR withdrawing or correcting a parked record - an X or M roster
   *> record finds the queued row by employee ID, the parked record's
   *> transaction code and its effective date
   01 WS-PND-TARGET-CODE PIC X(01).
   01 WS-PND-MATCH-IDX PIC 9(03).
   01 WS-PND-KEY-TEXT PIC X(30).
   01 WS-PENDING-CANCELLED PIC 9(05) VALUE ZERO.
   01 WS-PENDING-AMENDED PIC 9(05) VALUE ZERO.

   01 WS-PENDING-LIST-LINE.
      05 PND-LST-EFF-DATE   PIC X(10).
      05 FILLER             PIC X(02) VALUE SPACES.
      05 PND-LST-NAME       PIC X(30).
      05 FILLER             PIC X(02) VALUE SPACES.
      05 PND-LST-CAR        PIC X(10).
      05 FILLER             PIC X(02) VALUE SPACES.
      05 PND-LST-NOTE       PIC X(10).

   *> batch envelope on the HR roster feed - the whole file is read
   *> once up front and verified against its header and trailer
   01 WS-VERIFY-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-VERIFY-EOF VALUE 'Y'.
   01 WS-FEED-DATE PIC 9(08) VALUE ZERO.
   *> a date may carry several feeds - the regular file is 01 and
   *> each late supplemental the next number up; FEED-CONTROL's
   *> highest sequence for the date decides which one is due next
   01 WS-FEED-SEQ PIC 9(02) VALUE ZERO.
   01 WS-FEED-LAST-SEQ PIC 9(02) VALUE ZERO.
   01 WS-FEED-NEXT-SEQ PIC 9(02) VALUE ZERO.
   01 WS-FDC-SEQ PIC 9(02) VALUE ZERO.
   01 WS-FEED-DETAIL-COUNT PIC 9(08) VALUE ZERO.
   01 WS-FEED-ID-HASH PIC 9(15) VALUE ZERO.
   01 WS-TRAILER-COUNT PIC 9(08) VALUE ZERO.
   01 WS-EFF-DD PIC 9(02).
   01 WS-MONTH-DAYS PIC 9(02).

   *> fuel card requests for the vendor interface - every assignment
   *> opened asks for a card and every assignment closed cancels one;
   *> appended as they happen so a RESTART cannot lose them, and
   *> picked up by FUELCARD once the run completes
   01 WS-FUELEVT-STATUS PIC X(02) VALUE '00'.
      88 WS-FUELEVT-OK        VALUE '00'.
      88 WS-FUELEVT-NOT-FOUND VALUE '35'.
   01 WS-FUEL-DEPT PIC X(04).
   01 WS-FUEL-COST-CENTER PIC X(06).
   01 WS-FUEL-ISSUES PIC 9(05) VALUE ZERO.
   01 WS-FUEL-CANCELS PIC 9(05) VALUE ZERO.

   *> possible-rehire check on adds - HR sometimes keys a returning
   *> employee as a new add under a new ID instead of an R rehire of
   *> the old one. every inactive master and every employee purged to
   *> EMPLOYEE-ARCHIVE is loaded here by a name key (upper case,
   *> letters only, so spacing and case slips still match) and an
   *> add whose name matches rejects unless HR has set the override
   01 WS-ARCHIVE-STATUS PIC X(02) VALUE '00'.
      88 WS-ARCHIVE-OK        VALUE '00'.
      88 WS-ARCHIVE-NOT-FOUND VALUE '35'.
   01 WS-DUP-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-DUP-EOF VALUE 'Y'.
   01 WS-DUP-TABLE.
      05 WS-DUP-ENTRY OCCURS 2000 TIMES.
         10 WS-DUP-KEY    PIC X(30).
         10 WS-DUP-ID     PIC 9(10).
         10 WS-DUP-SOURCE PIC X(01).
            88 WS-DUP-FROM-ARCHIVE VALUE 'A'.
   01 WS-DUP-USED PIC 9(04) VALUE ZERO.
   01 WS-DUP-IDX PIC 9(04).
   01 WS-DUP-MATCH-IDX PIC 9(04).
   01 WS-DUP-OVERRIDE PIC X(01).
      88 WS-DUP-OVERRIDDEN VALUE 'Y'.
   01 WS-DUP-NAME PIC X(30).
   01 WS-DUP-NAME-KEY PIC X(30).
   01 WS-DUP-CHAR-IDX PIC 9(02).
   01 WS-DUP-KEY-LEN PIC 9(02).
   01 WS-DUP-ADD-ID PIC 9(10).
   01 WS-DUP-ADD-SOURCE PIC X(01).

   *> who/when to stamp on every AUDIT-LOG record written for this run
   *> - HR's own feed posts as BATCH; a correction recycled by REJFIX
   *> carries the clerk who keyed it and the operator who approved it
   01 WS-OPERATOR-ID PIC X(08) VALUE 'BATCH'.
   01 WS-APPROVER-ID PIC X(08) VALUE SPACES.
   01 WS-ENTERED-BY PIC X(08).
   01 WS-APPROVED-BY PIC X(08).
   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CT-MM PIC 9(02).
      05 WS-CT-SS PIC 9(02).
      05 WS-CT-HH-HUND PIC 9(02).
   01 WS-CURRENT-HHMMSS REDEFINES WS-CURRENT-TIME PIC 9(06).
   *> time the control trailer is written - the end of the run
   01 WS-END-TIME.
      05 WS-ET-HHMMSS  PIC 9(06).
      05 WS-ET-HH-HUND PIC 9(02).

   *> checkpoint/restart control for the roster batch run - a
   *> checkpoint is rewritten every WS-CHECKPOINT-INTERVAL input
   01 WS-RESTART-SWITCH PIC X VALUE 'N'.
      88 WS-RESTART-MODE VALUE 'Y'.
   01 WS-RESTART-SKIP-COUNT PIC 9(08) VALUE ZERO.
   *> feed the checkpoint was taken against - with more than one feed
   *> a day, a checkpoint left by an earlier feed's run must not
   *> position a restart of a later one
   01 WS-CKPT-FEED-DATE PIC X(08) VALUE SPACES.
   01 WS-CKPT-FEED-SEQ PIC X(02) VALUE SPACES.
   01 WS-CHECKPOINT-INTERVAL PIC 9(04) VALUE 5.

PROCEDURE DIVISION.
   PERFORM A015-INIT-RESTART.
   PERFORM A005-CHECK-RUN-CONTROL.
   PERFORM A007-VERIFY-FEED.
   IF WS-RESTART-MODE
       PERFORM A016A-CHECK-CHECKPOINT-FEED
   END-IF.
   PERFORM A006-STAMP-IN-FLIGHT.
   PERFORM A010-OPEN-MASTER.
   PERFORM A011-OPEN-VEHICLE.
   PERFORM A014-LOAD-OPEN-COUNTS.
   PERFORM A012-OPEN-VEHICLE-REF.
   PERFORM A013-OPEN-DEPT-REF.
   PERFORM A019A-OPEN-FLEET-UNIT.
   PERFORM A017-LOAD-CALENDAR.
   PERFORM A018-LOAD-REHIRE-NAMES.
   PERFORM A021-OPEN-REJECTS.
   PERFORM A020-OPEN-AUDIT-LOG.
   PERFORM A022-OPEN-FUEL-EVENTS.
   PERFORM A030-SWEEP-PENDING.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-IN
   CLOSE EMPLOYEE-VEHICLE.
   CLOSE EMPLOYEE-REJECTS.
   CLOSE AUDIT-LOG.
   CLOSE FUEL-CARD-EVENTS.
   IF WS-FUEL-ISSUES > ZERO OR WS-FUEL-CANCELS > ZERO
       DISPLAY 'fuel card requests queued - issue: ' WS-FUEL-ISSUES
           ' cancel: ' WS-FUEL-CANCELS
   END-IF.
   IF WS-VEHREF-OPEN
       CLOSE VEHICLE-REFERENCE
   END-IF.
   IF WS-DEPTREF-OPEN
       CLOSE DEPARTMENT-REFERENCE
   END-IF.
   IF WS-FLTUNIT-OPEN
       CLOSE FLEET-UNIT
   END-IF.
   PERFORM A440-RECORD-FEED-DATE.
   PERFORM A420-MARK-RUN-COMPLETE.
STOP RUN.
           IF BAT-FEED-DATE NUMERIC
               MOVE BAT-FEED-DATE TO WS-FEED-DATE
           END-IF
           *> anything else non-numeric stays zero and fails the
           *> sequence check below
           EVALUATE TRUE
               WHEN BAT-FEED-SEQ = SPACES
                   MOVE 1 TO WS-FEED-SEQ
               WHEN BAT-FEED-SEQ NUMERIC
                   MOVE BAT-FEED-SEQ TO WS-FEED-SEQ
               WHEN OTHER
                   MOVE ZERO TO WS-FEED-SEQ
           END-EVALUATE
       WHEN BAT-REC-TYPE = 'T'
           SET WS-TRAILER-SEEN TO TRUE
           IF BAT-RECORD-COUNT NUMERIC
   PERFORM A009A-CHECK-FEED-DATE.

   A009A-CHECK-FEED-DATE.
   *> one row per feed already fully processed - a header date and
   *> sequence matching any of them means this file already posted
   *> once, and a sequence other than the next one due for its date
   *> means a feed in between never arrived or never completed
   IF WS-FEED-SEQ = ZERO
       DISPLAY 'roster feed rejected - batch header feed sequence'
           ' is not numeric or is zero - get the transfer rerun'
           ' from HR'
       CLOSE EMPLOYEE-IN
       STOP RUN
   END-IF.
   MOVE ZERO TO WS-FEED-LAST-SEQ.
   OPEN INPUT FEED-CONTROL.
   IF WS-FEEDCTL-NOT-FOUND
       SET WS-FEEDCTL-EOF TO TRUE
           AT END SET WS-FEEDCTL-EOF TO TRUE
           NOT AT END
               IF FDC-FEED-DATE = WS-FEED-DATE
                   PERFORM A009B-CHECK-FEED-SEQ
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-FEEDCTL-NOT-FOUND
       CLOSE FEED-CONTROL
   END-IF.
   COMPUTE WS-FEED-NEXT-SEQ = WS-FEED-LAST-SEQ + 1.
   IF WS-FEED-SEQ NOT = WS-FEED-NEXT-SEQ
       DISPLAY 'roster feed rejected - feed dated ' WS-FEED-DATE
           ' is sequence ' WS-FEED-SEQ ' but sequence '
           WS-FEED-NEXT-SEQ ' is the next due for that date -'
           ' process the missing feed first'
       CLOSE EMPLOYEE-IN
       STOP RUN
   END-IF.

   A009B-CHECK-FEED-SEQ.
   IF FDC-FEED-SEQ NUMERIC
       MOVE FDC-FEED-SEQ TO WS-FDC-SEQ
   ELSE
       MOVE 1 TO WS-FDC-SEQ
   END-IF.
   IF WS-FDC-SEQ = WS-FEED-SEQ
       DISPLAY 'roster feed rejected - feed dated ' WS-FEED-DATE
           ' sequence ' WS-FEED-SEQ ' was already processed by run '
           FDC-RUN-ID ' - duplicate delivery'
       CLOSE FEED-CONTROL
       CLOSE EMPLOYEE-IN
       STOP RUN
   END-IF.
   IF WS-FDC-SEQ > WS-FEED-LAST-SEQ
       MOVE WS-FDC-SEQ TO WS-FEED-LAST-SEQ
   END-IF.

   A440-RECORD-FEED-DATE.
   *> stamped only at normal end of run, so a run that dies can be
       END-IF
       MOVE WS-FEED-DATE TO FDC-FEED-DATE
       MOVE WS-RUN-ID TO FDC-RUN-ID
       MOVE WS-FEED-SEQ TO FDC-FEED-SEQ
       WRITE FEED-CONTROL-RECORD
       CLOSE FEED-CONTROL
   END-IF.
       CLOSE EMPLOYEE-VEHICLE
       OPEN I-O EMPLOYEE-VEHICLE
   END-IF.
   IF WS-VEHICLE-LENGTH-ERR
       DISPLAY 'HELLO - EMPLOYEE-VEHICLE record layout mismatch -'
           ' run the VEHCONV conversion before this job'
       STOP RUN
   END-IF.

   A014-LOAD-OPEN-COUNTS.
   *> one pass over the vehicle history at startup builds the
           ' non-processing-day warnings this run'
   END-IF.

   A019A-OPEN-FLEET-UNIT.
   *> opened for update - assignments opening and closing here move
   *> units between available and assigned. No register on file
   *> means no code has units yet and every assignment goes out with
   *> unit zero, as before the register existed
   OPEN I-O FLEET-UNIT.
   IF WS-FLTUNIT-LENGTH-ERR
       DISPLAY 'HELLO - FLEET-UNIT record layout mismatch -'
           ' delete the file and reload it through UNITMNT before'
           ' this job'
       STOP RUN
   END-IF.
   IF WS-FLTUNIT-NOT-FOUND
       DISPLAY 'FLEET-UNIT not on file - run UNITMNT to load the'
           ' units - assignments will not name a unit'
   ELSE
       SET WS-FLTUNIT-OPEN TO TRUE
   END-IF.

   A018-LOAD-REHIRE-NAMES.
   MOVE LOW-VALUES TO EMP-ID.
   START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
       INVALID KEY SET WS-DUP-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-DUP-EOF
       READ EMPLOYEE-MASTER NEXT RECORD
           AT END SET WS-DUP-EOF TO TRUE
           NOT AT END
               IF EMP-INACTIVE
                   MOVE EMP-NAME TO WS-DUP-NAME
                   MOVE EMP-ID TO WS-DUP-ADD-ID
                   MOVE 'M' TO WS-DUP-ADD-SOURCE
                   PERFORM B092-ADD-REHIRE-NAME
               END-IF
       END-READ
   END-PERFORM.
   *> archived employees are only loaded while they are off the
   *> master - one restored by EMPPURGE is covered by its master row
   MOVE 'N' TO WS-DUP-EOF-SWITCH.
   OPEN INPUT EMPLOYEE-ARCHIVE.
   IF WS-ARCHIVE-NOT-FOUND
       SET WS-DUP-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-DUP-EOF
       READ EMPLOYEE-ARCHIVE
           AT END SET WS-DUP-EOF TO TRUE
           NOT AT END
               IF ARC-REC-TYPE = 'M'
                   PERFORM A019-ADD-ARCHIVED-NAME
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-ARCHIVE-NOT-FOUND
       CLOSE EMPLOYEE-ARCHIVE
   END-IF.

   A019-ADD-ARCHIVED-NAME.
   MOVE ARC-EMP-ID TO EMP-ID.
   READ EMPLOYEE-MASTER
       INVALID KEY
           MOVE ARC-DATA (11:30) TO WS-DUP-NAME
           MOVE ARC-EMP-ID TO WS-DUP-ADD-ID
           MOVE 'A' TO WS-DUP-ADD-SOURCE
           PERFORM B092-ADD-REHIRE-NAME
       NOT INVALID KEY
           CONTINUE
   END-READ.

   A020-OPEN-AUDIT-LOG.
   *> AUDIT-LOG accumulates across runs - extend it if it already
   *> exists, otherwise create it on the first run.
       OPEN OUTPUT AUDIT-LOG
   END-IF.

   A022-OPEN-FUEL-EVENTS.
   *> requests accumulate until FUELCARD sends them and the vendor
   *> confirms them - extend-or-create like AUDIT-LOG
   OPEN EXTEND FUEL-CARD-EVENTS.
   IF WS-FUELEVT-NOT-FOUND
       OPEN OUTPUT FUEL-CARD-EVENTS
   END-IF.

   A021-OPEN-REJECTS.
   *> EMPLOYEE-REJECTS accumulates across runs the same way - a
   *> reject not corrected the same day must survive to be aged and
               CONTINUE
       END-EVALUATE
   END-PERFORM.
   PERFORM A035-WRITE-QUEUED-PENDING.

   A031-LOAD-PENDING.
   OPEN INPUT PENDING-TRANS.
               MOVE PND-EFF-DATE
                   TO WS-PND-EFF-DATE (WS-PENDING-COUNT)
               MOVE PND-DEPT TO WS-PND-DEPT (WS-PENDING-COUNT)
               MOVE PND-ENTERED-BY
                   TO WS-PND-ENTERED-BY (WS-PENDING-COUNT)
               MOVE PND-APPROVED-BY
                   TO WS-PND-APPROVED-BY (WS-PENDING-COUNT)
               MOVE PND-DUP-OVERRIDE
                   TO WS-PND-DUP-OVERRIDE (WS-PENDING-COUNT)
               IF PND-UNIT-NO NUMERIC
                   MOVE PND-UNIT-NO TO WS-PND-UNIT-NO (WS-PENDING-COUNT)
               ELSE
                   MOVE ZERO TO WS-PND-UNIT-NO (WS-PENDING-COUNT)
               END-IF
               SET WS-PND-QUEUED (WS-PENDING-COUNT) TO TRUE
       END-READ
   END-PERFORM.
   MOVE WS-PND-NAME (WS-PND-IDX) TO WS-NAME.
   MOVE WS-PND-CAR (WS-PND-IDX) TO WS-CAR.
   MOVE WS-PND-DEPT (WS-PND-IDX) TO WS-DEPT.
   MOVE WS-PND-ENTERED-BY (WS-PND-IDX) TO WS-ENTERED-BY.
   MOVE WS-PND-APPROVED-BY (WS-PND-IDX) TO WS-APPROVED-BY.
   PERFORM B080-SET-OPERATOR.
   MOVE WS-PND-DUP-OVERRIDE (WS-PND-IDX) TO WS-DUP-OVERRIDE.
   MOVE WS-PND-UNIT-NO (WS-PND-IDX) TO WS-UNIT-NO.
   PERFORM B000-VALIDATE-REC.
   IF WS-VALID-REC
       DISPLAY 'releasing pending transaction for : ' WS-ID
       ' effective date ' WS-PND-EFF-DATE (WS-PND-IDX)
       ' is invalid or beyond the far-future cap'.

   A035-WRITE-QUEUED-PENDING.
   *> rewrites PENDING-TRANS from the table - only rows still queued
   *> go back - and leaves the file open for the day's arrivals
   OPEN OUTPUT PENDING-TRANS.
   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
           UNTIL WS-PND-IDX > WS-PENDING-COUNT
       IF WS-PND-QUEUED (WS-PND-IDX)
           MOVE WS-PND-TRANS-CODE (WS-PND-IDX) TO PND-TRANS-CODE
           MOVE WS-PND-ID (WS-PND-IDX) TO PND-ID
           MOVE WS-PND-NAME (WS-PND-IDX) TO PND-NAME
           MOVE WS-PND-CAR (WS-PND-IDX) TO PND-CAR
           MOVE WS-PND-EFF-DATE (WS-PND-IDX) TO PND-EFF-DATE
           MOVE WS-PND-DEPT (WS-PND-IDX) TO PND-DEPT
           MOVE WS-PND-ENTERED-BY (WS-PND-IDX) TO PND-ENTERED-BY
           MOVE WS-PND-APPROVED-BY (WS-PND-IDX) TO PND-APPROVED-BY
           MOVE WS-PND-DUP-OVERRIDE (WS-PND-IDX) TO PND-DUP-OVERRIDE
           MOVE WS-PND-UNIT-NO (WS-PND-IDX) TO PND-UNIT-NO
           WRITE PENDING-TRANS-RECORD
       END-IF
   END-PERFORM.

   A040-DRAIN-RECYCLE.
   *> pick up the corrections REJFIX recycled, through the same
   *> edits and posting as the day's own roster file, then truncate
   IF WS-CHECKPOINT-OK
       READ CHECKPOINT-FILE
           AT END CONTINUE
           NOT AT END
               MOVE CKPT-RECORDS-DONE TO WS-RESTART-SKIP-COUNT
               MOVE CKPT-FEED-DATE TO WS-CKPT-FEED-DATE
               MOVE CKPT-FEED-SEQ TO WS-CKPT-FEED-SEQ
       END-READ
       CLOSE CHECKPOINT-FILE
   END-IF.

   A016A-CHECK-CHECKPOINT-FEED.
   *> the checkpoint is rewritten by every run, so after an earlier
   *> feed's run completes it still holds that run's position - a
   *> restart of a later feed that died before its own first
   *> checkpoint would otherwise skip that many of its records. A
   *> checkpoint carrying no feed predates the sequence and is
   *> trusted as before
   IF WS-CKPT-FEED-DATE NOT = SPACES
       IF WS-CKPT-FEED-DATE NOT = WS-FEED-DATE
               OR WS-CKPT-FEED-SEQ NOT = WS-FEED-SEQ
           DISPLAY 'checkpoint belongs to feed ' WS-CKPT-FEED-DATE
               ' sequence ' WS-CKPT-FEED-SEQ ' - not this file -'
               ' restarting from its first record'
           MOVE ZERO TO WS-RESTART-SKIP-COUNT
       END-IF
   END-IF.

   A100-PROCESS-REC.
   IF WS-RESTART-MODE AND WS-RECORDS-READ NOT > WS-RESTART-SKIP-COUNT
       CONTINUE
   MOVE EMPIN-ID TO WS-ID.
   MOVE EMPIN-CAR TO WS-CAR.
   MOVE EMPIN-DEPT TO WS-DEPT.
   MOVE EMPIN-ENTERED-BY TO WS-ENTERED-BY.
   MOVE EMPIN-APPROVED-BY TO WS-APPROVED-BY.
   PERFORM B080-SET-OPERATOR.
   MOVE EMPIN-DUP-OVERRIDE TO WS-DUP-OVERRIDE.
   IF EMPIN-UNIT-NO NUMERIC
       MOVE EMPIN-UNIT-NO TO WS-UNIT-NO
   ELSE
       MOVE ZERO TO WS-UNIT-NO
   END-IF.
   *> the effective date is edited as a real calendar date against
   *> the processing calendar before the hold-or-post decision, so
   *> an impossible date rejects up front instead of queueing on
       *> HR sends hires and terminations up to two weeks ahead - a
       *> future-dated record queues on PENDING-TRANS instead of
       *> posting, and comes back through A030-SWEEP-PENDING on the
       *> run its date arrives; spaces or zero means post today.
       *> a cancel or amend of a parked record carries the parked
       *> record's date, so it is taken out before the hold test
       EVALUATE TRUE
           WHEN WS-TRANS-CANCEL-PENDING OR WS-TRANS-AMEND-PENDING
               PERFORM A120-CHANGE-PENDING
           WHEN EMPIN-EFF-DATE NUMERIC
                   AND EMPIN-EFF-DATE > WS-CURRENT-DATE
               PERFORM A110-HOLD-FUTURE-TRANS
           WHEN OTHER
               PERFORM B000-VALIDATE-REC
               IF WS-VALID-REC
                   DISPLAY "My name is : "WS-NAME
                   DISPLAY "My ID is : "WS-ID
                   display "My car is : "WS-CAR
                   ADD WS-ID TO WS-ID-HASH-TOTAL
                   PERFORM A200-POST-MASTER
               END-IF
       END-EVALUATE
   END-IF.

   A110-HOLD-FUTURE-TRANS.
   MOVE WS-CAR TO WS-PND-CAR (WS-PENDING-COUNT).
   MOVE EMPIN-EFF-DATE TO WS-PND-EFF-DATE (WS-PENDING-COUNT).
   MOVE WS-DEPT TO WS-PND-DEPT (WS-PENDING-COUNT).
   MOVE WS-ENTERED-BY TO WS-PND-ENTERED-BY (WS-PENDING-COUNT).
   MOVE WS-APPROVED-BY TO WS-PND-APPROVED-BY (WS-PENDING-COUNT).
   MOVE WS-DUP-OVERRIDE TO WS-PND-DUP-OVERRIDE (WS-PENDING-COUNT).
   MOVE WS-UNIT-NO TO WS-PND-UNIT-NO (WS-PENDING-COUNT).
   SET WS-PND-QUEUED (WS-PENDING-COUNT) TO TRUE.
   ADD 1 TO WS-PENDING-HELD.
   MOVE WS-TRANS-CODE TO PND-TRANS-CODE.
   MOVE WS-CAR TO PND-CAR.
   MOVE EMPIN-EFF-DATE TO PND-EFF-DATE.
   MOVE WS-DEPT TO PND-DEPT.
   MOVE WS-ENTERED-BY TO PND-ENTERED-BY.
   MOVE WS-APPROVED-BY TO PND-APPROVED-BY.
   MOVE WS-DUP-OVERRIDE TO PND-DUP-OVERRIDE.
   MOVE WS-UNIT-NO TO PND-UNIT-NO.
   WRITE PENDING-TRANS-RECORD.

   A120-CHANGE-PENDING.
   *> a cancel or amend never posts to the master - it works on the
   *> queued row it names, and PENDING-TRANS is rewritten at once so
   *> the change survives a RESTART that skips this record
   MOVE EMPIN-PND-TRANS-CODE TO WS-PND-TARGET-CODE.
   MOVE ZERO TO WS-PND-MATCH-IDX.
   EVALUATE TRUE
       WHEN WS-ID = ZERO OR NOT WS-ID NUMERIC
           MOVE 'ID01' TO REJ-REASON-CODE
           MOVE 'employee ID is zero or non-numeric' TO
               REJ-REASON-TEXT
           PERFORM B100-WRITE-REJECT
       WHEN WS-PND-TARGET-CODE NOT = 'A' AND NOT = 'C'
               AND NOT = 'D' AND NOT = 'R'
           MOVE 'PND3' TO REJ-REASON-CODE
           MOVE 'pending transaction code must be A, C, D or R' TO
               REJ-REASON-TEXT
           PERFORM B100-WRITE-REJECT
       WHEN OTHER
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                       OR WS-PND-MATCH-IDX > ZERO
               IF WS-PND-QUEUED (WS-PND-IDX)
                       AND WS-PND-ID (WS-PND-IDX) = WS-ID
                       AND WS-PND-TRANS-CODE (WS-PND-IDX)
                           = WS-PND-TARGET-CODE
                       AND WS-PND-EFF-DATE (WS-PND-IDX)
                           = EMPIN-EFF-DATE
                   MOVE WS-PND-IDX TO WS-PND-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PND-MATCH-IDX = ZERO AND WS-TRANS-CANCEL-PENDING
                   MOVE 'PND1' TO REJ-REASON-CODE
                   MOVE 'cancel matches no queued pending transaction'
                       TO REJ-REASON-TEXT
                   PERFORM B100-WRITE-REJECT
               WHEN WS-PND-MATCH-IDX = ZERO
                   MOVE 'PND2' TO REJ-REASON-CODE
                   MOVE 'amend matches no queued pending transaction'
                       TO REJ-REASON-TEXT
                   PERFORM B100-WRITE-REJECT
               WHEN OTHER
                   MOVE SPACES TO WS-PND-KEY-TEXT
                   STRING WS-PND-TARGET-CODE ' ' EMPIN-EFF-DATE
                       DELIMITED BY SIZE INTO WS-PND-KEY-TEXT
                   IF WS-TRANS-CANCEL-PENDING
                       PERFORM A121-CANCEL-PENDING
                   ELSE
                       PERFORM A122-AMEND-PENDING
                   END-IF
                   CLOSE PENDING-TRANS
                   PERFORM A035-WRITE-QUEUED-PENDING
           END-EVALUATE
   END-EVALUATE.

   A121-CANCEL-PENDING.
   SET WS-PND-CANCELLED (WS-PND-MATCH-IDX) TO TRUE.
   ADD 1 TO WS-PENDING-CANCELLED.
   MOVE 'PND-CANCEL' TO AUD-FIELD-NAME.
   MOVE WS-PND-KEY-TEXT TO AUD-OLD-VALUE.
   MOVE 'CANCELLED' TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.
   DISPLAY 'pending transaction for ' WS-ID ' effective '
       EMPIN-EFF-DATE ' cancelled'.

   A122-AMEND-PENDING.
   *> only the fields HR filled in are replaced - a blank name, car
   *> or department leaves what is queued; the amended row is edited
   *> in full when it releases, the same as any other queued row
   SET WS-PND-AMENDED (WS-PND-MATCH-IDX) TO TRUE.
   ADD 1 TO WS-PENDING-AMENDED.
   MOVE 'PND-AMEND' TO AUD-FIELD-NAME.
   MOVE WS-PND-KEY-TEXT TO AUD-OLD-VALUE.
   MOVE 'AMENDED' TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.
   IF WS-NAME NOT = SPACES
           AND WS-NAME NOT = WS-PND-NAME (WS-PND-MATCH-IDX)
       MOVE 'PND-NAME' TO AUD-FIELD-NAME
       MOVE WS-PND-NAME (WS-PND-MATCH-IDX) TO AUD-OLD-VALUE
       MOVE WS-NAME TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
       MOVE WS-NAME TO WS-PND-NAME (WS-PND-MATCH-IDX)
   END-IF.
   IF WS-CAR NOT = SPACES
           AND WS-CAR NOT = WS-PND-CAR (WS-PND-MATCH-IDX)
       MOVE 'PND-CAR' TO AUD-FIELD-NAME
       MOVE WS-PND-CAR (WS-PND-MATCH-IDX) TO AUD-OLD-VALUE
       MOVE WS-CAR TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
       MOVE WS-CAR TO WS-PND-CAR (WS-PND-MATCH-IDX)
   END-IF.
   IF WS-DEPT NOT = SPACES
           AND WS-DEPT NOT = WS-PND-DEPT (WS-PND-MATCH-IDX)
       MOVE 'PND-DEPT' TO AUD-FIELD-NAME
       MOVE WS-PND-DEPT (WS-PND-MATCH-IDX) TO AUD-OLD-VALUE
       MOVE WS-DEPT TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
       MOVE WS-DEPT TO WS-PND-DEPT (WS-PND-MATCH-IDX)
   END-IF.
   IF WS-UNIT-NO > ZERO
           AND WS-UNIT-NO NOT = WS-PND-UNIT-NO (WS-PND-MATCH-IDX)
       MOVE 'PND-UNIT' TO AUD-FIELD-NAME
       MOVE WS-PND-UNIT-NO (WS-PND-MATCH-IDX) TO AUD-OLD-VALUE
       MOVE WS-UNIT-NO TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
       MOVE WS-UNIT-NO TO WS-PND-UNIT-NO (WS-PND-MATCH-IDX)
   END-IF.
   DISPLAY 'pending transaction for ' WS-ID ' effective '
       EMPIN-EFF-DATE ' amended'.

   A300-CHECKPOINT.
   *> fires for every EMPLOYEE-IN record read past the restart point,
   *> valid or not, so WS-RECORDS-READ always reflects input position
   MOVE WS-RUN-ID TO CKPT-RUN-ID.
   MOVE WS-ID TO CKPT-LAST-ID.
   MOVE WS-RECORDS-READ TO CKPT-RECORDS-DONE.
   MOVE WS-FEED-DATE TO CKPT-FEED-DATE.
   MOVE WS-FEED-SEQ TO CKPT-FEED-SEQ.
   OPEN OUTPUT CHECKPOINT-FILE.
   WRITE CHECKPOINT-RECORD.
   CLOSE CHECKPOINT-FILE.
               IF WS-VALID-REC AND VREF-UNITS-OWNED > ZERO
                   PERFORM B057-EDIT-AVAILABILITY
               END-IF
               IF WS-VALID-REC
                   PERFORM B058-EDIT-FLEET-UNIT
               END-IF
       END-READ
   END-IF.

       PERFORM B100-WRITE-REJECT
   END-IF.

   B056-CHECK-UNIT-NEEDED.
   *> a change keeping the employee in the car already on their
   *> master record opens nothing new, so it needs no unit - unless
   *> it names a different unit of that car than the open assignment
   *> holds, which is a reassignment to the named unit
   SET WS-UNIT-NEEDED TO TRUE.
   MOVE 'N' TO WS-UNIT-SWAP-SWITCH.
   IF WS-TRANS-CHANGE
       MOVE WS-ID TO EMP-ID
       READ EMPLOYEE-MASTER
           NOT INVALID KEY
               IF EMP-CAR = WS-CAR
                   MOVE 'N' TO WS-UNIT-NEEDED-SWITCH
                   IF WS-UNIT-NO > ZERO
                       PERFORM B056A-CHECK-OPEN-UNIT
                   END-IF
               END-IF
       END-READ
   END-IF.

   B056A-CHECK-OPEN-UNIT.
   *> the open row is keyed by the effective date on the master
   MOVE EMP-ID TO VEH-EMP-ID.
   MOVE EMP-CAR-EFF-DATE TO VEH-EFF-DATE.
   READ EMPLOYEE-VEHICLE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           IF VEH-RETURN-DATE = ZERO
                   AND VEH-UNIT-NO NOT = WS-UNIT-NO
               SET WS-UNIT-NEEDED TO TRUE
               SET WS-UNIT-SWAP TO TRUE
           END-IF
   END-READ.

   B057-EDIT-AVAILABILITY.
   *> a new assignment needs a free unit of the make - open
   *> assignments at or past the units we own reject with their own
   *> reason code instead of assigning cars the fleet does not hold
   PERFORM B056-CHECK-UNIT-NEEDED.
   IF WS-UNIT-NEEDED AND NOT WS-UNIT-SWAP
       MOVE ZERO TO WS-OPEN-FOR-CAR
       PERFORM VARYING WS-AVAIL-IDX FROM 1 BY 1
               UNTIL WS-AVAIL-IDX > WS-AVAIL-USED
       END-IF
   END-IF.

   B058-EDIT-FLEET-UNIT.
   *> a named unit must be on the register under the incoming car
   *> and free - one already out to another employee, in the shop or
   *> disposed of refuses the assignment. With no unit named the
   *> first available unit of the code is taken
   MOVE ZERO TO WS-UNIT-ALLOC.
   MOVE 'N' TO WS-UNIT-SWAP-SWITCH.
   IF WS-FLTUNIT-OPEN
       PERFORM B056-CHECK-UNIT-NEEDED
       IF WS-UNIT-NEEDED AND WS-UNIT-NO > ZERO
           MOVE WS-CAR TO FUN-CAR-CODE
           MOVE WS-UNIT-NO TO FUN-UNIT-NO
           READ FLEET-UNIT
               INVALID KEY
                   MOVE 'UNT1' TO REJ-REASON-CODE
                   MOVE 'fleet unit not on the register for this car'
                       TO REJ-REASON-TEXT
                   PERFORM B100-WRITE-REJECT
               NOT INVALID KEY
                   IF FUN-AVAILABLE
                       MOVE WS-UNIT-NO TO WS-UNIT-ALLOC
                   ELSE
                       MOVE 'UNT2' TO REJ-REASON-CODE
                       MOVE 'fleet unit already out, in the shop or disposed'
                           TO REJ-REASON-TEXT
                       PERFORM B100-WRITE-REJECT
                   END-IF
           END-READ
       END-IF
       IF WS-UNIT-NEEDED AND WS-UNIT-NO = ZERO
           PERFORM B059-ALLOCATE-UNIT
       END-IF
   END-IF.

   B059-ALLOCATE-UNIT.
   MOVE 'N' TO WS-UNIT-TRACKED-SWITCH.
   MOVE 'N' TO WS-FLTUNIT-EOF-SWITCH.
   MOVE WS-CAR TO FUN-CAR-CODE.
   MOVE ZERO TO FUN-UNIT-NO.
   START FLEET-UNIT KEY IS NOT LESS THAN FUN-KEY
       INVALID KEY SET WS-FLTUNIT-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-FLTUNIT-EOF OR WS-UNIT-ALLOC > ZERO
       READ FLEET-UNIT NEXT RECORD
           AT END SET WS-FLTUNIT-EOF TO TRUE
           NOT AT END
               IF FUN-CAR-CODE NOT = WS-CAR
                   SET WS-FLTUNIT-EOF TO TRUE
               ELSE
                   SET WS-UNIT-TRACKED TO TRUE
                   IF FUN-AVAILABLE
                       MOVE FUN-UNIT-NO TO WS-UNIT-ALLOC
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   IF WS-UNIT-TRACKED AND WS-UNIT-ALLOC = ZERO
       MOVE 'UNT3' TO REJ-REASON-CODE
       MOVE 'no fleet unit of this car available' TO
           REJ-REASON-TEXT
       PERFORM B100-WRITE-REJECT
   END-IF.

   B060-EDIT-DEPT-CODE.
   *> an add must land in a live department; a change may leave the
   *> department alone by sending spaces, but anything it does send
       END-IF
   END-PERFORM.

   B080-SET-OPERATOR.
   *> expects WS-ENTERED-BY and WS-APPROVED-BY from the record being
   *> applied - blank means HR's own feed, which posts as BATCH
   IF WS-ENTERED-BY = SPACES
       MOVE 'BATCH' TO WS-OPERATOR-ID
   ELSE
       MOVE WS-ENTERED-BY TO WS-OPERATOR-ID
   END-IF.
   MOVE WS-APPROVED-BY TO WS-APPROVER-ID.

   B090-CHECK-POSSIBLE-REHIRE.
   MOVE WS-NAME TO WS-DUP-NAME.
   PERFORM B096-BUILD-NAME-KEY.
   MOVE ZERO TO WS-DUP-MATCH-IDX.
   IF WS-DUP-NAME-KEY NOT = SPACES AND NOT WS-DUP-OVERRIDDEN
       PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-USED
                   OR WS-DUP-MATCH-IDX > ZERO
           IF WS-DUP-KEY (WS-DUP-IDX) = WS-DUP-NAME-KEY
               MOVE WS-DUP-IDX TO WS-DUP-MATCH-IDX
           END-IF
       END-PERFORM
   END-IF.
   IF WS-DUP-MATCH-IDX > ZERO
       MOVE 'DUP2' TO REJ-REASON-CODE
       MOVE SPACES TO REJ-REASON-TEXT
       IF WS-DUP-FROM-ARCHIVE (WS-DUP-MATCH-IDX)
           STRING 'possible rehire of ID '
                  WS-DUP-ID (WS-DUP-MATCH-IDX) ' (archived)'
               DELIMITED BY SIZE INTO REJ-REASON-TEXT
       ELSE
           STRING 'possible rehire of ID '
                  WS-DUP-ID (WS-DUP-MATCH-IDX)
               DELIMITED BY SIZE INTO REJ-REASON-TEXT
       END-IF
       PERFORM B100-WRITE-REJECT
   END-IF.

   B092-ADD-REHIRE-NAME.
   *> expects WS-DUP-NAME, WS-DUP-ADD-ID and WS-DUP-ADD-SOURCE
   PERFORM B096-BUILD-NAME-KEY.
   IF WS-DUP-NAME-KEY NOT = SPACES
       IF WS-DUP-USED >= 2000
           DISPLAY 'rehire name table full - raise table size and'
               ' rerun'
           STOP RUN
       END-IF
       ADD 1 TO WS-DUP-USED
       MOVE WS-DUP-NAME-KEY TO WS-DUP-KEY (WS-DUP-USED)
       MOVE WS-DUP-ADD-ID TO WS-DUP-ID (WS-DUP-USED)
       MOVE WS-DUP-ADD-SOURCE TO WS-DUP-SOURCE (WS-DUP-USED)
   END-IF.

   B094-DROP-REHIRE-NAME.
   *> a rehired employee is active again - blank the entry rather
   *> than close the gap, the table is only ever searched
   PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
           UNTIL WS-DUP-IDX > WS-DUP-USED
       IF WS-DUP-ID (WS-DUP-IDX) = WS-ID
           MOVE SPACES TO WS-DUP-KEY (WS-DUP-IDX)
       END-IF
   END-PERFORM.

   B096-BUILD-NAME-KEY.
   *> upper case, letters only - 'Mary  Ann O Neil' and
   *> 'MARY ANN ONEIL' come out the same
   MOVE SPACES TO WS-DUP-NAME-KEY.
   MOVE ZERO TO WS-DUP-KEY-LEN.
   INSPECT WS-DUP-NAME CONVERTING 'abcdefghijklmnopqrstuvwxyz'
       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
   PERFORM VARYING WS-DUP-CHAR-IDX FROM 1 BY 1
           UNTIL WS-DUP-CHAR-IDX > 30
       IF WS-DUP-NAME (WS-DUP-CHAR-IDX:1) >= 'A'
               AND WS-DUP-NAME (WS-DUP-CHAR-IDX:1) <= 'Z'
           ADD 1 TO WS-DUP-KEY-LEN
           MOVE WS-DUP-NAME (WS-DUP-CHAR-IDX:1)
               TO WS-DUP-NAME-KEY (WS-DUP-KEY-LEN:1)
       END-IF
   END-PERFORM.

   B100-WRITE-REJECT.
   MOVE 'N' TO WS-VALID-REC-SWITCH.
   MOVE WS-ID TO REJ-ID.
   MOVE WS-ID TO EMP-ID.
   READ EMPLOYEE-MASTER
       INVALID KEY
           *> a free ID is not enough - the person may already be on
           *> file under an old one, in which case HR wants an R
           *> rehire of that ID, not a second master
           PERFORM B090-CHECK-POSSIBLE-REHIRE
           *> attempt the vehicle-history row before the master record
           *> exists at all - a collision here means the add is never
           *> committed, rather than leaving a master row with no
           *> matching open assignment
           IF WS-VALID-REC
               MOVE 'Y' TO WS-VEHICLE-WRITE-SWITCH
               PERFORM D100-OPEN-NEW-ASSIGNMENT
               IF WS-VEHICLE-WRITE-OK
                   MOVE WS-NAME TO EMP-NAME
                   MOVE WS-CAR TO EMP-CAR
                   MOVE WS-DEPT TO EMP-DEPT
                   MOVE WS-CURRENT-DATE TO EMP-CAR-EFF-DATE
                   SET EMP-ACTIVE TO TRUE
                   WRITE EMPLOYEE-MASTER-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM A215-AUDIT-NEW-HIRE
               END-IF
           END-IF
       NOT INVALID KEY
           MOVE 'DUP1' TO REJ-REASON-CODE
           PERFORM B100-WRITE-REJECT
   END-READ.

   A215-AUDIT-NEW-HIRE.
   *> a hire lands on the audit trail like any other master change,
   *> so the headcount movement report can find it - each field goes
   *> from blank to its starting value, and the STATUS row is written
   *> last so a reader walking the trail backwards meets the hire
   *> while the department is still set
   MOVE 'NAME' TO AUD-FIELD-NAME.
   MOVE SPACES TO AUD-OLD-VALUE.
   MOVE WS-NAME TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.
   MOVE 'CAR' TO AUD-FIELD-NAME.
   MOVE SPACES TO AUD-OLD-VALUE.
   MOVE WS-CAR TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.
   MOVE 'DEPT' TO AUD-FIELD-NAME.
   MOVE SPACES TO AUD-OLD-VALUE.
   MOVE WS-DEPT TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.
   MOVE 'STATUS' TO AUD-FIELD-NAME.
   MOVE SPACES TO AUD-OLD-VALUE.
   MOVE 'A' TO AUD-NEW-VALUE.
   PERFORM C100-WRITE-AUDIT-REC.

   A220-CHANGE-EMPLOYEE.
   MOVE WS-ID TO EMP-ID.
   READ EMPLOYEE-MASTER
           IF EMP-CAR NOT = WS-CAR
               SET WS-CAR-CHANGED TO TRUE
           END-IF
           *> a different unit of the same car is a reassignment -
           *> the old row closes and releases its unit, the new row
           *> takes the unit the edits cleared, and the CAR row from
           *> and to the same code records the move on the audit trail
           IF WS-UNIT-SWAP AND WS-UNIT-ALLOC > ZERO
               SET WS-CAR-CHANGED TO TRUE
           END-IF
           MOVE 'Y' TO WS-VEHICLE-WRITE-SWITCH
           *> open the new assignment row first, on the incoming
           *> transaction's own values - if it collides with one
           IF WS-CAR-CHANGED
               PERFORM D100-OPEN-NEW-ASSIGNMENT
           END-IF
           *> the old assignment closes while the master still holds
           *> the name and department the employee had on it, so the
           *> fuel card cancel carries the card's own details
           IF WS-CAR-CHANGED AND WS-VEHICLE-WRITE-OK
               MOVE 'CAR' TO AUD-FIELD-NAME
               MOVE EMP-CAR TO AUD-OLD-VALUE
               MOVE WS-CAR TO AUD-NEW-VALUE
               PERFORM C100-WRITE-AUDIT-REC
               PERFORM D200-CLOSE-OLD-ASSIGNMENT
               MOVE WS-CURRENT-DATE TO EMP-CAR-EFF-DATE
               MOVE WS-CAR TO EMP-CAR
           END-IF
           IF EMP-NAME NOT = WS-NAME
               MOVE 'NAME' TO AUD-FIELD-NAME
               MOVE EMP-NAME TO AUD-OLD-VALUE
               PERFORM C100-WRITE-AUDIT-REC
               MOVE WS-DEPT TO EMP-DEPT
           END-IF
           IF WS-CAR-CHANGED AND NOT WS-VEHICLE-WRITE-OK
               MOVE 'CHG2' TO REJ-REASON-CODE
               MOVE 'car change rejected, name applied' TO
               *> car on file - close out the open assignment so
               *> vehicle history does not show them as current
               PERFORM D200-CLOSE-OLD-ASSIGNMENT
               MOVE EMP-NAME TO WS-DUP-NAME
               MOVE EMP-ID TO WS-DUP-ADD-ID
               MOVE 'M' TO WS-DUP-ADD-SOURCE
               PERFORM B092-ADD-REHIRE-NAME
           END-IF
           SET EMP-INACTIVE TO TRUE
           REWRITE EMPLOYEE-MASTER-RECORD
               MOVE 'Y' TO WS-VEHICLE-WRITE-SWITCH
               PERFORM D100-OPEN-NEW-ASSIGNMENT
               IF WS-VEHICLE-WRITE-OK
                   *> the fields a rehire resets are audited ahead of
                   *> the STATUS row, the same order an add writes
                   PERFORM A245-AUDIT-REHIRE-FIELDS
                   MOVE 'STATUS' TO AUD-FIELD-NAME
                   MOVE EMP-STATUS TO AUD-OLD-VALUE
                   MOVE 'A' TO AUD-NEW-VALUE
                   PERFORM C100-WRITE-AUDIT-REC
                   PERFORM B094-DROP-REHIRE-NAME
                   SET EMP-ACTIVE TO TRUE
                   MOVE WS-NAME TO EMP-NAME
                   MOVE WS-CAR TO EMP-CAR
           END-IF
   END-READ.

   A245-AUDIT-REHIRE-FIELDS.
   IF EMP-NAME NOT = WS-NAME
       MOVE 'NAME' TO AUD-FIELD-NAME
       MOVE EMP-NAME TO AUD-OLD-VALUE
       MOVE WS-NAME TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
   END-IF.
   IF EMP-CAR NOT = WS-CAR
       MOVE 'CAR' TO AUD-FIELD-NAME
       MOVE EMP-CAR TO AUD-OLD-VALUE
       MOVE WS-CAR TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
   END-IF.
   IF WS-DEPT NOT = SPACES AND EMP-DEPT NOT = WS-DEPT
       MOVE 'DEPT' TO AUD-FIELD-NAME
       MOVE EMP-DEPT TO AUD-OLD-VALUE
       MOVE WS-DEPT TO AUD-NEW-VALUE
       PERFORM C100-WRITE-AUDIT-REC
   END-IF.

   C100-WRITE-AUDIT-REC.
   STRING WS-CD-YYYY WS-CD-MM WS-CD-DD
          WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO AUD-TIMESTAMP.
   MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
   MOVE WS-APPROVER-ID TO AUD-APPROVED-BY.
   MOVE WS-ID TO AUD-EMP-ID.
   WRITE AUDIT-LOG-RECORD.

   MOVE WS-CURRENT-DATE TO VEH-EFF-DATE.
   MOVE WS-CAR TO VEH-CAR-CODE.
   MOVE ZERO TO VEH-RETURN-DATE.
   MOVE WS-UNIT-ALLOC TO VEH-UNIT-NO.
   WRITE EMPLOYEE-VEHICLE-RECORD
       INVALID KEY
           *> employee already has an open assignment effective today -
       NOT INVALID KEY
           MOVE WS-CAR TO WS-AVAIL-CAR-WORK
           PERFORM D110-COUNT-OPEN-PLUS
           PERFORM D300-QUEUE-FUEL-ISSUE
           IF WS-UNIT-ALLOC > ZERO
               PERFORM D130-ASSIGN-UNIT
           END-IF
   END-WRITE.

   D200-CLOSE-OLD-ASSIGNMENT.
           REWRITE EMPLOYEE-VEHICLE-RECORD
           MOVE VEH-CAR-CODE TO WS-AVAIL-CAR-WORK
           PERFORM D120-COUNT-OPEN-MINUS
           PERFORM D310-QUEUE-FUEL-CANCEL
           IF VEH-UNIT-NO > ZERO AND WS-FLTUNIT-OPEN
               PERFORM D140-RELEASE-UNIT
           END-IF
   END-READ.

   D130-ASSIGN-UNIT.
   *> the unit goes out to the employee the moment the assignment
   *> row is on file, so a later record in the same run cannot take it
   MOVE WS-CAR TO FUN-CAR-CODE.
   MOVE WS-UNIT-ALLOC TO FUN-UNIT-NO.
   READ FLEET-UNIT
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           SET FUN-ASSIGNED TO TRUE
           MOVE WS-ID TO FUN-HOLDER-ID
           MOVE WS-CURRENT-DATE TO FUN-STATUS-DATE
           REWRITE FLEET-UNIT-RECORD
           MOVE 'UNIT' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING FUN-CAR-CODE DELIMITED BY SPACE
                  ' UNIT ' FUN-UNIT-NO ' ' FUN-PLATE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           PERFORM C100-WRITE-AUDIT-REC
   END-READ.

   D140-RELEASE-UNIT.
   *> only a unit still recorded against this employee is freed
   MOVE VEH-CAR-CODE TO FUN-CAR-CODE.
   MOVE VEH-UNIT-NO TO FUN-UNIT-NO.
   READ FLEET-UNIT
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           IF FUN-ASSIGNED AND FUN-HOLDER-ID = EMP-ID
               SET FUN-AVAILABLE TO TRUE
               MOVE ZERO TO FUN-HOLDER-ID
               MOVE WS-CURRENT-DATE TO FUN-STATUS-DATE
               REWRITE FLEET-UNIT-RECORD
               MOVE 'UNIT' TO AUD-FIELD-NAME
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               STRING FUN-CAR-CODE DELIMITED BY SPACE
                      ' UNIT ' FUN-UNIT-NO ' ' FUN-PLATE
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               PERFORM C100-WRITE-AUDIT-REC
           END-IF
   END-READ.

   D300-QUEUE-FUEL-ISSUE.
   *> a card for the assignment just opened, on the transaction's own
   *> values - spaces in the department on a change or rehire means
   *> the employee stays where the master record has them
   IF WS-DEPT NOT = SPACES
       MOVE WS-DEPT TO WS-FUEL-DEPT
   ELSE
       MOVE EMP-DEPT TO WS-FUEL-DEPT
   END-IF.
   PERFORM D320-LOOKUP-FUEL-COST-CENTER.
   MOVE SPACES TO FUEL-CARD-EVENTS-RECORD.
   MOVE 'I' TO FCE-EVENT-TYPE.
   MOVE WS-ID TO FCE-EMP-ID.
   MOVE WS-NAME TO FCE-EMP-NAME.
   MOVE WS-CAR TO FCE-CAR-CODE.
   MOVE WS-FUEL-COST-CENTER TO FCE-COST-CENTER.
   MOVE WS-CURRENT-DATE TO FCE-EVENT-DATE.
   MOVE 'N' TO FCE-STATUS.
   MOVE ZERO TO FCE-SENT-DATE.
   WRITE FUEL-CARD-EVENTS-RECORD.
   ADD 1 TO WS-FUEL-ISSUES.

   D310-QUEUE-FUEL-CANCEL.
   *> the card on the assignment just closed - the car comes from the
   *> vehicle row being closed, the rest from the master record
   MOVE EMP-DEPT TO WS-FUEL-DEPT.
   PERFORM D320-LOOKUP-FUEL-COST-CENTER.
   MOVE SPACES TO FUEL-CARD-EVENTS-RECORD.
   MOVE 'C' TO FCE-EVENT-TYPE.
   MOVE EMP-ID TO FCE-EMP-ID.
   MOVE EMP-NAME TO FCE-EMP-NAME.
   MOVE VEH-CAR-CODE TO FCE-CAR-CODE.
   MOVE WS-FUEL-COST-CENTER TO FCE-COST-CENTER.
   MOVE WS-CURRENT-DATE TO FCE-EVENT-DATE.
   MOVE 'N' TO FCE-STATUS.
   MOVE ZERO TO FCE-SENT-DATE.
   WRITE FUEL-CARD-EVENTS-RECORD.
   ADD 1 TO WS-FUEL-CANCELS.

   D320-LOOKUP-FUEL-COST-CENTER.
   MOVE SPACES TO WS-FUEL-COST-CENTER.
   IF WS-DEPTREF-OPEN AND WS-FUEL-DEPT NOT = SPACES
       MOVE WS-FUEL-DEPT TO DEPT-CODE
       READ DEPARTMENT-REFERENCE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE DEPT-COST-CENTER TO WS-FUEL-COST-CENTER
       END-READ
   END-IF.

   A400-COUNT-MASTER.
   *> full recount of EMPLOYEE-MASTER (active and inactive) so
   *> RECONRPT has a true record count to compare day over day,
           NOT AT END ADD 1 TO WS-MASTER-COUNT
       END-READ
   END-PERFORM.
   *> EMPLOYEE-VEHICLE is counted the same way, so a forward recovery
   *> of both files can be proved against this run's totals
   MOVE LOW-VALUES TO VEH-KEY.
   START EMPLOYEE-VEHICLE KEY IS NOT LESS THAN VEH-KEY
       INVALID KEY SET WS-VEHICLE-COUNT-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-VEHICLE-COUNT-EOF
       READ EMPLOYEE-VEHICLE NEXT RECORD
           AT END SET WS-VEHICLE-COUNT-EOF TO TRUE
           NOT AT END ADD 1 TO WS-VEHICLE-COUNT
       END-READ
   END-PERFORM.

   A410-WRITE-CONTROL-TOTALS.
   *> CONTROL-TOTALS accumulates one trailer record per run, across
   MOVE WS-RECORDS-WRITTEN TO CTL-RECORDS-WRITTEN.
   MOVE WS-ID-HASH-TOTAL TO CTL-ID-HASH-TOTAL.
   MOVE WS-MASTER-COUNT TO CTL-MASTER-COUNT.
   MOVE WS-VEHICLE-COUNT TO CTL-VEHICLE-COUNT.
   MOVE WS-FEED-DATE TO CTL-FEED-DATE.
   MOVE WS-FEED-SEQ TO CTL-FEED-SEQ.
   *> a run that crosses midnight is stamped at the last second of
   *> the day it started - the date its audit rows and this trailer
   *> carry - so a recovery to that day still picks this row
   ACCEPT WS-END-TIME FROM TIME.
   IF WS-ET-HHMMSS < WS-CURRENT-HHMMSS
       MOVE 235959 TO CTL-RUN-TIME
   ELSE
       MOVE WS-ET-HHMMSS TO CTL-RUN-TIME
   END-IF.
   WRITE CONTROL-TOTALS-RECORD.
   CLOSE CONTROL-TOTALS.

           MOVE WS-PND-ID (WS-PND-IDX) TO PND-LST-ID
           MOVE WS-PND-NAME (WS-PND-IDX) TO PND-LST-NAME
           MOVE WS-PND-CAR (WS-PND-IDX) TO PND-LST-CAR
           IF WS-PND-AMENDED (WS-PND-IDX)
               MOVE 'AMENDED' TO PND-LST-NOTE
           ELSE
               MOVE SPACES TO PND-LST-NOTE
           END-IF
           WRITE PENDING-LIST-RECORD FROM WS-PENDING-LIST-LINE
       END-IF
   END-PERFORM.
       MOVE 'NO TRANSACTIONS PENDING' TO PENDING-LIST-RECORD
       WRITE PENDING-LIST-RECORD
   END-IF.
   *> what HR withdrew this run, so the clerks can see the cancel
   *> landed and the row will not release
   IF WS-PENDING-CANCELLED > ZERO
       MOVE SPACES TO PENDING-LIST-RECORD
       WRITE PENDING-LIST-RECORD
       MOVE 'CANCELLED THIS RUN' TO PENDING-LIST-RECORD
       WRITE PENDING-LIST-RECORD
       MOVE SPACES TO PENDING-LIST-RECORD
       WRITE PENDING-LIST-RECORD
       PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT
           IF WS-PND-CANCELLED (WS-PND-IDX)
               MOVE SPACES TO PND-LST-EFF-DATE
               STRING WS-PND-EFF-DATE (WS-PND-IDX) (1:4) '-'
                      WS-PND-EFF-DATE (WS-PND-IDX) (5:2) '-'
                      WS-PND-EFF-DATE (WS-PND-IDX) (7:2)
                   DELIMITED BY SIZE INTO PND-LST-EFF-DATE
               MOVE WS-PND-TRANS-CODE (WS-PND-IDX)
                   TO PND-LST-TRANS-CODE
               MOVE WS-PND-ID (WS-PND-IDX) TO PND-LST-ID
               MOVE WS-PND-NAME (WS-PND-IDX) TO PND-LST-NAME
               MOVE WS-PND-CAR (WS-PND-IDX) TO PND-LST-CAR
               MOVE 'CANCELLED' TO PND-LST-NOTE
               WRITE PENDING-LIST-RECORD FROM WS-PENDING-LIST-LINE
           END-IF
       END-PERFORM
   END-IF.
   MOVE SPACES TO PENDING-LIST-RECORD.
   WRITE PENDING-LIST-RECORD.
   MOVE SPACES TO PENDING-LIST-RECORD.
          '  STILL QUEUED: ' WS-PENDING-REMAIN
       DELIMITED BY SIZE INTO PENDING-LIST-RECORD.
   WRITE PENDING-LIST-RECORD.
   MOVE SPACES TO PENDING-LIST-RECORD.
   STRING 'CANCELLED THIS RUN: ' WS-PENDING-CANCELLED
          '  AMENDED THIS RUN: ' WS-PENDING-AMENDED
       DELIMITED BY SIZE INTO PENDING-LIST-RECORD.
   WRITE PENDING-LIST-RECORD.
   CLOSE PENDING-LIST.
