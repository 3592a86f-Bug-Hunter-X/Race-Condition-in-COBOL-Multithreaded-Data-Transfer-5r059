       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.
      *****************************************************************
      *  STANDGEN
      *  Morning generator for standing (recurring) transfers.  Reads
      *  the standing-instruction master (see STANDMST.cpy) and cuts
      *  every occurrence that has fallen due since the instruction
      *  was last generated into one BATCHCTL-wrapped batch on
      *  VALINFIL -- batch id STANDING, business date the run date --
      *  so the same weekly and monthly transfers stop being re-keyed
      *  upstream.  Each detail is an ordinary transfer for the
      *  instruction's area and amount, effective today, carrying the
      *  instruction's priority class.
      *  Runs on business days only (weekends plus CALFILE closed
      *  days), so a scheduled date that lands on a closed day is
      *  picked up by the next business morning's run -- the roll
      *  XFERRLSE applies to warehoused transfers.  Every scheduled
      *  date after SIM-LAST-GEN-DATE up to today (or the end date)
      *  is cut, so a morning the chain did not run is caught up the
      *  next; SIM-LAST-GEN-DATE then moves to today.
      *  A rerun never cuts an occurrence twice: besides the master's
      *  dates, a STANDING batch for today already on VALINFIL or on
      *  BCHREG means today's batch exists and nothing is generated
      *  (an instruction keyed after it runs is picked up tomorrow).
      *  One on VALINFIL but not on BCHREG was left by a run that
      *  stopped before registering it: the rerun brings the master's
      *  dates up to it and registers and banks it from the probe's
      *  tally of its details, instead of leaving it for XFERMAIN to
      *  refuse.
      *  Unlike the internal release batches this is new money, so
      *  the batch is registered on BCHREG like an edited feed and
      *  its totals banked on EDITCTL for EODBAL, exactly as XFEREDIT
      *  does for the batch it accepts.
      *  An instruction whose area is no longer ACTIVE on AREAMST is
      *  not generated -- the occurrence is reported and spent --
      *  and an instruction damaged on the master is skipped; either
      *  ends the run with return code 4.
      *  Run sequence: a morning producer, with XFERRLSE, HELDRLSE
      *  and SUSPRLSE, before XFERMAIN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-MASTER-FILE ASSIGN TO "STANDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDMST-STATUS.

           SELECT AREA-MASTER-FILE ASSIGN TO "AREAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAMST-STATUS.

           SELECT RELEASE-DATASET ASSIGN TO "VALINFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.

           SELECT EDIT-CONTROL-FILE ASSIGN TO "EDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITCTL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

      *    Probe only (see 122-CHECK-NO-STALL-PENDING).
           SELECT PROBLEM-LOG-FILE ASSIGN TO "PROBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-MASTER-FILE.
           COPY STANDMST.

       FD  AREA-MASTER-FILE.
           COPY AREAMST.

       FD  RELEASE-DATASET.
       01  RELEASE-RECORD.
           COPY XFERREC REPLACING XFER-ID             BY REL-ID
                                   XFER-AMOUNT         BY REL-AMOUNT
                                   XFER-EFFECTIVE-DATE BY REL-EFF-DATE
                                   XFER-FILLER         BY REL-FILLER.
           COPY BATCHCTL REPLACING
               BATCH-HEADER-REC     BY REL-BATCH-HEADER
               BCH-HDR-TYPE         BY REL-HDR-TYPE
               BCH-IS-HEADER        BY REL-IS-HEADER
               BCH-HDR-BATCH-ID     BY REL-HDR-BATCH-ID
               BCH-HDR-BUS-DATE     BY REL-HDR-BUS-DATE
               BATCH-TRAILER-REC    BY REL-BATCH-TRAILER
               BCH-TRL-TYPE         BY REL-TRL-TYPE
               BCH-IS-TRAILER       BY REL-IS-TRAILER
               BCH-TRL-DETAIL-COUNT BY REL-TRL-DETAIL-COUNT
               BCH-TRL-HASH-TOTAL   BY REL-TRL-HASH-TOTAL.

       FD  REGISTRY-FILE.
           COPY BCHREG.

       FD  EDIT-CONTROL-FILE.
           COPY EDITCTL.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  PROBLEM-LOG-FILE.
       01  PROBLEM-LOG-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STANDMST-STATUS          PIC XX.
       01  WS-AREAMST-STATUS           PIC XX.
       01  WS-RELEASE-STATUS           PIC XX.
       01  WS-BCHREG-STATUS            PIC XX.
       01  WS-EDITCTL-STATUS           PIC XX.
       01  WS-CALFILE-STATUS           PIC XX.
       01  WS-PROBLOG-STATUS           PIC XX.

      *    VALINFIL open mode from 120's probe, as XFERRLSE.
       01  WS-APPEND-MODE-SWITCH       PIC X VALUE 'N'.
           88  WS-APPEND-MODE          VALUE 'Y'.
       01  WS-PROBE-IN-BATCH-SWITCH    PIC X VALUE 'N'.
           88  WS-PROBE-IN-BATCH       VALUE 'Y'.
       01  WS-PROBE-BROKEN-SWITCH      PIC X VALUE 'N'.
           88  WS-PROBE-BROKEN         VALUE 'Y'.
       01  WS-PROBE-RECORD-COUNT       PIC 9(7) VALUE 0.
      *    Today's STANDING batch as the probe finds it on VALINFIL.
       01  WS-PROBE-TODAY-SWITCH       PIC X VALUE 'N'.
           88  WS-PROBE-IN-TODAY       VALUE 'Y'.
       01  WS-PROBE-TODAY-COUNT        PIC 9(7) VALUE 0.
       01  WS-PROBE-TODAY-HASH         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NO-MASTER-SWITCH         PIC X VALUE 'N'.
           88  WS-NO-MASTER            VALUE 'Y'.
       01  WS-CLOSED-DAY-SWITCH        PIC X VALUE 'N'.
           88  WS-CLOSED-DAY           VALUE 'Y'.
       01  WS-ALREADY-CUT-SWITCH       PIC X VALUE 'N'.
           88  WS-ALREADY-CUT          VALUE 'Y'.
       01  WS-REGISTERED-SWITCH        PIC X VALUE 'N'.
           88  WS-ALREADY-REGISTERED   VALUE 'Y'.
       01  WS-REREGISTER-SWITCH        PIC X VALUE 'N'.
           88  WS-REREGISTER           VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-BATCH-ID                 PIC X(8) VALUE 'STANDING'.

      *    Holiday/closed dates from CALFILE plus the weekday test --
      *    XFERRLSE's calendar, unchanged.
       01  WS-CAL-MAX                  PIC 9(3) VALUE 400.
       01  WS-CAL-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DATE         PIC X(10).
       01  WS-CAL-SCAN-SUB             PIC 9(3).
       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CAL-EOF              VALUE 'Y'.
       01  WS-BIZ-DATE-IN              PIC X(10).
       01  WS-BIZ-DIGITS               PIC 9(8).
       01  WS-BIZ-DIGITS-X REDEFINES WS-BIZ-DIGITS
                                       PIC X(8).
       01  WS-BIZ-INTEGER              PIC S9(9) COMP-5.
       01  WS-BIZ-DOW                  PIC 9(1).
       01  WS-BIZ-DAY-SWITCH           PIC X.
           88  WS-BIZ-DAY              VALUE 'Y'.

      *    Active area ids from AREAMST.
       01  WS-AREA-MAX                 PIC 9(3) VALUE 500.
       01  WS-AREA-COUNT               PIC 9(3) VALUE 0.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 500 TIMES.
               10  WS-AR-AREA-ID       PIC X(10).
       01  WS-AREA-SUB                 PIC 9(3).
       01  WS-AREA-FOUND-SWITCH        PIC X.
           88  WS-AREA-FOUND           VALUE 'Y'.

      *    The whole master, loaded up front and rewritten with the
      *    new last-generated dates -- STANDMNT's table.
       01  WS-INSTR-MAX                PIC 9(4) VALUE 2000.
       01  WS-INSTR-COUNT              PIC 9(4) VALUE 0.
       01  WS-INSTR-TABLE.
           05  WS-INSTR-ENTRY OCCURS 2000 TIMES.
               10  WS-IN-RECORD        PIC X(105).
       01  WS-INSTR-SUB                PIC 9(4).

      *    Day-by-day walk of one instruction's due window.
       01  WS-FROM-DATE                PIC X(10).
       01  WS-TO-DATE                  PIC X(10).
       01  WS-FROM-INTEGER             PIC S9(9) COMP-5.
       01  WS-TO-INTEGER               PIC S9(9) COMP-5.
       01  WS-START-INTEGER            PIC S9(9) COMP-5.
       01  WS-DAY-INTEGER              PIC S9(9) COMP-5.
       01  WS-WEEK-REM                 PIC 9(1).
       01  WS-TARGET-DAY               PIC 9(2).
       01  WS-SCHEDULED-SWITCH         PIC X.
           88  WS-SCHEDULED            VALUE 'Y'.
       01  WS-DAY-DATE                 PIC X(10).

      *    Days-in-month -- XFEREDIT's 335 rules.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-SEP1              PIC X.
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-SEP2              PIC X.
           05  WS-ED-DAY               PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 99 VALUE 0.
       01  WS-LEAP-REM-4               PIC 9(4).
       01  WS-LEAP-REM-100             PIC 9(4).
       01  WS-LEAP-REM-400             PIC 9(4).

       01  WS-COUNTS.
           05  WS-INSTR-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-GENERATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-INACTIVE-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNREADABLE-COUNT     PIC 9(7) VALUE 0.
       01  WS-GENERATED-HASH-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AMOUNT-DISPLAY           PIC -(9)9.99.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND AND NOT WS-NO-MASTER
              AND NOT WS-CLOSED-DAY AND NOT WS-ALREADY-CUT
              PERFORM 200-GENERATE-ONE-INSTRUCTION
                  VARYING WS-INSTR-SUB FROM 1 BY 1
                  UNTIL WS-INSTR-SUB > WS-INSTR-COUNT
              PERFORM 500-WRITE-BATCH-TRAILER
              PERFORM 600-REWRITE-MASTER
              IF WS-GENERATED-COUNT > 0 AND WS-RETURN-CODE < 16
                 PERFORM 650-REGISTER-BATCH
                 PERFORM 660-WRITE-EDIT-CONTROL
              END-IF
              PERFORM 700-REPORT-TOTALS
           END-IF
           IF NOT WS-ABEND AND WS-REREGISTER
              PERFORM 400-REGISTER-LEFT-BATCH
           END-IF
           IF (WS-INACTIVE-COUNT > 0 OR WS-UNREADABLE-COUNT > 0)
              AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
      *    Outside the transfer window, so plain status-checked OPENs
      *    as in XFERRLSE.  No STANDMST means no instruction has been
      *    keyed yet -- a clean no-op.
           PERFORM 310-GET-TIMESTAMP
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 130-LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN
           PERFORM 140-CHECK-BUSINESS-DAY
           IF NOT WS-BIZ-DAY
              DISPLAY 'STANDGEN: ' WS-RUN-DATE ' IS NOT A BUSINESS '
                  'DAY - NOTHING GENERATED'
              SET WS-CLOSED-DAY TO TRUE
           END-IF
           IF NOT WS-CLOSED-DAY
              PERFORM 110-LOAD-MASTER
           END-IF
           IF NOT WS-ABEND AND NOT WS-CLOSED-DAY AND NOT WS-NO-MASTER
              PERFORM 115-CHECK-REGISTRY
           END-IF
           IF NOT WS-ABEND AND NOT WS-CLOSED-DAY AND NOT WS-NO-MASTER
              PERFORM 120-PROBE-RELEASE-DATASET
           END-IF
           IF NOT WS-ABEND AND NOT WS-CLOSED-DAY AND NOT WS-NO-MASTER
              AND WS-ALREADY-CUT
              IF WS-ALREADY-REGISTERED
                 DISPLAY 'STANDGEN: STANDING BATCH FOR ' WS-RUN-DATE
                     ' ALREADY CUT - NOTHING GENERATED'
              ELSE
                 DISPLAY 'STANDGEN: STANDING BATCH FOR ' WS-RUN-DATE
                     ' ON VALINFIL BUT NOT REGISTERED - REGISTERING'
                 SET WS-REREGISTER TO TRUE
              END-IF
           END-IF
           IF NOT WS-ABEND AND NOT WS-CLOSED-DAY AND NOT WS-NO-MASTER
              AND NOT WS-ALREADY-CUT
              PERFORM 150-LOAD-ACTIVE-AREAS
           END-IF
           IF NOT WS-ABEND AND NOT WS-CLOSED-DAY AND NOT WS-NO-MASTER
              AND NOT WS-ALREADY-CUT
              IF WS-APPEND-MODE
                 OPEN EXTEND RELEASE-DATASET
              ELSE
                 OPEN OUTPUT RELEASE-DATASET
              END-IF
              IF WS-RELEASE-STATUS NOT = '00'
                 DISPLAY 'STANDGEN: CANNOT OPEN VALINFIL, STATUS='
                     WS-RELEASE-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       110-LOAD-MASTER.
           OPEN INPUT STANDING-MASTER-FILE
           EVALUATE WS-STANDMST-STATUS
               WHEN '35'
                   DISPLAY 'STANDGEN: NO STANDING INSTRUCTIONS ON FILE'
                   SET WS-NO-MASTER TO TRUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 111-LOAD-ONE-INSTRUCTION UNTIL WS-EOF
                   CLOSE STANDING-MASTER-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT OPEN STANDMST, STATUS='
                       WS-STANDMST-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       111-LOAD-ONE-INSTRUCTION.
      *    Kept as whole record images: only the last-generated date
      *    changes, and everything else goes back exactly as keyed.
      *    Overflow stops the run -- a master rewritten from a
      *    truncated table would lose instructions.
           READ STANDING-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF SIM-INSTR-ID NOT = SPACES
                      IF WS-INSTR-COUNT < WS-INSTR-MAX
                         ADD 1 TO WS-INSTR-COUNT
                         ADD 1 TO WS-INSTR-READ-COUNT
                         MOVE STANDING-MASTER-RECORD
                             TO WS-IN-RECORD(WS-INSTR-COUNT)
                      ELSE
                         DISPLAY 'STANDGEN: INSTRUCTION TABLE FULL - '
                             'DROPPED: ' SIM-INSTR-ID
                         SET WS-ABEND TO TRUE
                      END-IF
                   END-IF
           END-READ.

       115-CHECK-REGISTRY.
      *    Today's STANDING batch already registered: it was cut by
      *    an earlier run today (and may already have transferred).
           OPEN INPUT REGISTRY-FILE
           EVALUATE WS-BCHREG-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 116-CHECK-ONE-REGISTRY-ROW UNTIL WS-EOF
                   CLOSE REGISTRY-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT OPEN BCHREG, STATUS='
                       WS-BCHREG-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       116-CHECK-ONE-REGISTRY-ROW.
           READ REGISTRY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF BRG-BATCH-ID = WS-BATCH-ID
                      AND BRG-BUS-DATE = WS-RUN-DATE
                      SET WS-ALREADY-CUT TO TRUE
                      SET WS-ALREADY-REGISTERED TO TRUE
                   END-IF
           END-READ.

       120-PROBE-RELEASE-DATASET.
      *    XFERRLSE's probe: complete, not-yet-attempted batch sets
      *    on VALINFIL mean the batch is APPENDED behind them; an
      *    incomplete set or a pending stall refuses.  The probe also
      *    spots a STANDING header for today left by an earlier run
      *    that stopped before registering it, and tallies that
      *    batch's details the way 220 did when it cut them.
           OPEN INPUT RELEASE-DATASET
           EVALUATE WS-RELEASE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 121-PROBE-ONE-RECORD UNTIL WS-EOF
                   CLOSE RELEASE-DATASET
                   MOVE 'N' TO WS-EOF-SWITCH
                   EVALUATE TRUE
                       WHEN WS-PROBE-RECORD-COUNT = 0
                           CONTINUE
                       WHEN WS-PROBE-BROKEN OR WS-PROBE-IN-BATCH
                           DISPLAY 'STANDGEN: VALINFIL HOLDS AN '
                               'INCOMPLETE BATCH - RUN XFERMAIN '
                               'FIRST'
                           SET WS-ABEND TO TRUE
                           MOVE 12 TO WS-RETURN-CODE
                       WHEN OTHER
                           PERFORM 122-CHECK-NO-STALL-PENDING
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT PROBE VALINFIL, STATUS='
                       WS-RELEASE-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       121-PROBE-ONE-RECORD.
           READ RELEASE-DATASET
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROBE-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN REL-IS-HEADER
                           IF WS-PROBE-IN-BATCH
                              SET WS-PROBE-BROKEN TO TRUE
                           END-IF
                           SET WS-PROBE-IN-BATCH TO TRUE
                           MOVE 'N' TO WS-PROBE-TODAY-SWITCH
                           IF REL-HDR-BATCH-ID = WS-BATCH-ID
                              AND REL-HDR-BUS-DATE = WS-RUN-DATE
                              SET WS-ALREADY-CUT TO TRUE
                              SET WS-PROBE-IN-TODAY TO TRUE
                           END-IF
                       WHEN REL-IS-TRAILER
                           IF NOT WS-PROBE-IN-BATCH
                              SET WS-PROBE-BROKEN TO TRUE
                           END-IF
                           MOVE 'N' TO WS-PROBE-IN-BATCH-SWITCH
                           MOVE 'N' TO WS-PROBE-TODAY-SWITCH
                       WHEN OTHER
                           IF NOT WS-PROBE-IN-BATCH
                              SET WS-PROBE-BROKEN TO TRUE
                           END-IF
                           IF WS-PROBE-IN-TODAY
                              ADD 1 TO WS-PROBE-TODAY-COUNT
                              IF REL-AMOUNT NUMERIC
                                 ADD REL-AMOUNT
                                     TO WS-PROBE-TODAY-HASH
                              END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       122-CHECK-NO-STALL-PENDING.
           OPEN INPUT PROBLEM-LOG-FILE
           EVALUATE WS-PROBLOG-STATUS
               WHEN '35'
                   SET WS-APPEND-MODE TO TRUE
               WHEN '00'
                   READ PROBLEM-LOG-FILE
                       AT END SET WS-APPEND-MODE TO TRUE
                       NOT AT END
                           DISPLAY 'STANDGEN: STALLED BATCH ON '
                               'VALINFIL - RUN XFERRQUE FIRST'
                           SET WS-ABEND TO TRUE
                           MOVE 12 TO WS-RETURN-CODE
                   END-READ
                   CLOSE PROBLEM-LOG-FILE
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT PROBE PROBLOG, STATUS='
                       WS-PROBLOG-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE
           IF WS-APPEND-MODE AND NOT WS-ALREADY-CUT
              DISPLAY 'STANDGEN: APPENDING BEHIND WAITING BATCH(ES) '
                  'ON VALINFIL'
           END-IF.

       130-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CALFILE-STATUS
               WHEN '35'
                   DISPLAY 'STANDGEN: NO CALFILE - EVERY WEEKDAY '
                       'TREATED AS A BUSINESS DAY'
               WHEN '00'
                   PERFORM 135-LOAD-ONE-CAL-DATE UNTIL WS-CAL-EOF
                   CLOSE CALENDAR-FILE
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT OPEN CALFILE, STATUS='
                       WS-CALFILE-STATUS ' - EVERY WEEKDAY TREATED '
                       'AS A BUSINESS DAY'
           END-EVALUATE.

       135-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE = SPACES
                      CONTINUE
                   ELSE
                      IF WS-CAL-COUNT < WS-CAL-MAX
                         ADD 1 TO WS-CAL-COUNT
                         MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                      ELSE
                         DISPLAY 'STANDGEN: CALENDAR TABLE FULL - '
                             'DROPPED: ' CAL-DATE
                      END-IF
                   END-IF
           END-READ.

       140-CHECK-BUSINESS-DAY.
      *    Weekend by weekday arithmetic, holiday by calendar scan.
           SET WS-BIZ-DAY TO TRUE
           MOVE SPACES TO WS-BIZ-DIGITS-X
           STRING WS-BIZ-DATE-IN(1:4) WS-BIZ-DATE-IN(6:2)
               WS-BIZ-DATE-IN(9:2)
               DELIMITED BY SIZE INTO WS-BIZ-DIGITS-X
           IF WS-BIZ-DIGITS-X NUMERIC
              AND WS-BIZ-DATE-IN(6:2) >= '01'
              AND WS-BIZ-DATE-IN(6:2) <= '12'
              AND WS-BIZ-DATE-IN(9:2) >= '01'
              AND WS-BIZ-DATE-IN(9:2) <= '31'
              COMPUTE WS-BIZ-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-BIZ-DIGITS)
              COMPUTE WS-BIZ-DOW = FUNCTION MOD(WS-BIZ-INTEGER 7)
              IF WS-BIZ-DOW = 6 OR WS-BIZ-DOW = 0
                 MOVE 'N' TO WS-BIZ-DAY-SWITCH
              ELSE
                 PERFORM VARYING WS-CAL-SCAN-SUB FROM 1 BY 1
                         UNTIL WS-CAL-SCAN-SUB > WS-CAL-COUNT
                    IF WS-CAL-DATE(WS-CAL-SCAN-SUB)
                        = WS-BIZ-DATE-IN
                       MOVE 'N' TO WS-BIZ-DAY-SWITCH
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       145-DATE-TO-INTEGER.
      *    WS-BIZ-DATE-IN (already edited) to WS-BIZ-INTEGER.
           MOVE SPACES TO WS-BIZ-DIGITS-X
           STRING WS-BIZ-DATE-IN(1:4) WS-BIZ-DATE-IN(6:2)
               WS-BIZ-DATE-IN(9:2)
               DELIMITED BY SIZE INTO WS-BIZ-DIGITS-X
           COMPUTE WS-BIZ-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DIGITS).

       146-INTEGER-TO-DATE.
           COMPUTE WS-BIZ-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-BIZ-INTEGER)
           MOVE SPACES TO WS-BIZ-DATE-IN
           STRING WS-BIZ-DIGITS-X(1:4) '-' WS-BIZ-DIGITS-X(5:2) '-'
               WS-BIZ-DIGITS-X(7:2)
               DELIMITED BY SIZE INTO WS-BIZ-DATE-IN.

       150-LOAD-ACTIVE-AREAS.
      *    No AREAMST leaves the table empty: every due occurrence is
      *    then reported as not generated, never cut blind.
           OPEN INPUT AREA-MASTER-FILE
           EVALUATE WS-AREAMST-STATUS
               WHEN '35'
                   DISPLAY 'STANDGEN: NO AREAMST - NO AREA IS ACTIVE'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 155-LOAD-ONE-AREA UNTIL WS-EOF
                   CLOSE AREA-MASTER-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'STANDGEN: CANNOT OPEN AREAMST, STATUS='
                       WS-AREAMST-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       155-LOAD-ONE-AREA.
           READ AREA-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ARM-ACTIVE AND ARM-AREA-ID NOT = SPACES
                      IF WS-AREA-COUNT < WS-AREA-MAX
                         ADD 1 TO WS-AREA-COUNT
                         MOVE ARM-AREA-ID
                             TO WS-AR-AREA-ID(WS-AREA-COUNT)
                      ELSE
                         DISPLAY 'STANDGEN: AREA TABLE FULL - '
                             'DROPPED: ' ARM-AREA-ID
                      END-IF
                   END-IF
           END-READ.

       160-WRITE-BATCH-HEADER.
      *    Written lazily from the first occurrence, as XFERRLSE's
      *    150: a morning with nothing due cuts no batch at all.
           MOVE SPACES TO REL-BATCH-HEADER
           MOVE 'BATCHHDR' TO REL-HDR-TYPE
           MOVE WS-BATCH-ID TO REL-HDR-BATCH-ID
           MOVE WS-RUN-DATE TO REL-HDR-BUS-DATE
           WRITE REL-BATCH-HEADER.

       200-GENERATE-ONE-INSTRUCTION.
      *    Due window: the day after the last-generated date (the
      *    start date if that is later) through today, or the end
      *    date if that comes first.  An instruction whose fields
      *    were damaged on the master is reported and left alone.
           MOVE WS-IN-RECORD(WS-INSTR-SUB) TO STANDING-MASTER-RECORD
           IF SIM-ACTIVE
              MOVE SIM-START-DATE TO WS-EDIT-DATE
              IF WS-ED-YEAR NOT NUMERIC OR WS-ED-MONTH NOT NUMERIC
                 OR WS-ED-DAY NOT NUMERIC OR SIM-AMOUNT NOT NUMERIC
                 OR NOT SIM-FREQUENCY-VALID
                 ADD 1 TO WS-UNREADABLE-COUNT
                 DISPLAY 'STANDGEN: UNREADABLE INSTRUCTION SKIPPED: '
                     SIM-INSTR-ID
              ELSE
                 PERFORM 205-SET-DUE-WINDOW
                 IF WS-FROM-DATE NOT > WS-TO-DATE
                    PERFORM 210-CHECK-ONE-DAY
                        VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER
                        BY 1 UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
                    MOVE WS-TO-DATE TO SIM-LAST-GEN-DATE
                    MOVE STANDING-MASTER-RECORD
                        TO WS-IN-RECORD(WS-INSTR-SUB)
                 END-IF
              END-IF
           END-IF.

       205-SET-DUE-WINDOW.
           MOVE SIM-START-DATE TO WS-BIZ-DATE-IN
           PERFORM 145-DATE-TO-INTEGER
           MOVE WS-BIZ-INTEGER TO WS-START-INTEGER
           MOVE SIM-START-DATE TO WS-FROM-DATE
           IF SIM-LAST-GEN-DATE NOT = SPACES
              AND SIM-LAST-GEN-DATE NOT < SIM-START-DATE
              MOVE SIM-LAST-GEN-DATE TO WS-BIZ-DATE-IN
              PERFORM 145-DATE-TO-INTEGER
              ADD 1 TO WS-BIZ-INTEGER
              PERFORM 146-INTEGER-TO-DATE
              MOVE WS-BIZ-DATE-IN TO WS-FROM-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-TO-DATE
           IF SIM-END-DATE NOT = SPACES
              AND SIM-END-DATE < WS-TO-DATE
              MOVE SIM-END-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-BIZ-DATE-IN
           PERFORM 145-DATE-TO-INTEGER
           MOVE WS-BIZ-INTEGER TO WS-FROM-INTEGER
           MOVE WS-TO-DATE TO WS-BIZ-DATE-IN
           PERFORM 145-DATE-TO-INTEGER
           MOVE WS-BIZ-INTEGER TO WS-TO-INTEGER
           IF SIM-MONTHLY
              MOVE SIM-START-DATE(9:2) TO WS-TARGET-DAY
           ELSE
              MOVE SIM-DAY TO WS-TARGET-DAY
           END-IF.

       210-CHECK-ONE-DAY.
      *    Is this calendar day one of the instruction's scheduled
      *    dates?  Daily means business days only; the monthly kinds
      *    fall back to the month's last day when it is shorter than
      *    the target day.
           MOVE WS-DAY-INTEGER TO WS-BIZ-INTEGER
           PERFORM 146-INTEGER-TO-DATE
           MOVE WS-BIZ-DATE-IN TO WS-DAY-DATE
           MOVE 'N' TO WS-SCHEDULED-SWITCH
           EVALUATE TRUE
               WHEN SIM-DAILY
                   PERFORM 140-CHECK-BUSINESS-DAY
                   IF WS-BIZ-DAY
                      SET WS-SCHEDULED TO TRUE
                   END-IF
               WHEN SIM-WEEKLY
                   COMPUTE WS-WEEK-REM = FUNCTION MOD
                       (WS-DAY-INTEGER - WS-START-INTEGER 7)
                   IF WS-WEEK-REM = 0
                      SET WS-SCHEDULED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-DAY-DATE TO WS-EDIT-DATE
                   PERFORM 230-SET-DAYS-IN-MONTH
                   IF WS-ED-DAY = WS-TARGET-DAY
                      OR (WS-ED-DAY = WS-DAYS-IN-MONTH
                          AND WS-TARGET-DAY > WS-DAYS-IN-MONTH)
                      SET WS-SCHEDULED TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-SCHEDULED AND NOT WS-REREGISTER
              PERFORM 220-WRITE-OCCURRENCE
           END-IF.

       220-WRITE-OCCURRENCE.
           MOVE 'N' TO WS-AREA-FOUND-SWITCH
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
              IF WS-AR-AREA-ID(WS-AREA-SUB) = SIM-AREA-ID
                 SET WS-AREA-FOUND TO TRUE
              END-IF
           END-PERFORM
           MOVE SIM-AMOUNT TO WS-AMOUNT-DISPLAY
           IF NOT WS-AREA-FOUND
              ADD 1 TO WS-INACTIVE-COUNT
              DISPLAY 'NOT GENERATED - AREA NOT ACTIVE: '
                  SIM-INSTR-ID ' ' SIM-AREA-ID ' DUE ' WS-DAY-DATE
           ELSE
              IF WS-GENERATED-COUNT = 0
                 PERFORM 160-WRITE-BATCH-HEADER
              END-IF
              MOVE SPACES TO RELEASE-RECORD
              MOVE SIM-AREA-ID TO REL-ID
              MOVE SIM-AMOUNT TO REL-AMOUNT
              MOVE WS-RUN-DATE TO REL-EFF-DATE
              MOVE SIM-PRIORITY TO REL-FILLER(23:1)
              WRITE RELEASE-RECORD
              ADD 1 TO WS-GENERATED-COUNT
              ADD SIM-AMOUNT TO WS-GENERATED-HASH-TOTAL
              DISPLAY 'GENERATED: ' SIM-INSTR-ID ' ' SIM-AREA-ID
                  ' ' WS-AMOUNT-DISPLAY ' DUE ' WS-DAY-DATE
           END-IF.

       230-SET-DAYS-IN-MONTH.
           EVALUATE WS-ED-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   COMPUTE WS-LEAP-REM-4 = FUNCTION MOD
                       (WS-ED-YEAR 4)
                   COMPUTE WS-LEAP-REM-100 = FUNCTION MOD
                       (WS-ED-YEAR 100)
                   COMPUTE WS-LEAP-REM-400 = FUNCTION MOD
                       (WS-ED-YEAR 400)
                   IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                      OR WS-LEAP-REM-400 = 0
                      MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                      MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       310-GET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

       400-REGISTER-LEFT-BATCH.
      *    Today's batch is on VALINFIL but was never registered.  The
      *    due windows are walked again without writing anything, so
      *    the master's dates reach today whether or not the earlier
      *    run got as far as 600 -- a window it already moved is
      *    empty now and left as it is.  Once the master is safely
      *    rewritten the batch is registered and banked with the
      *    count and hash the probe tallied from its details.
           PERFORM 200-GENERATE-ONE-INSTRUCTION
               VARYING WS-INSTR-SUB FROM 1 BY 1
               UNTIL WS-INSTR-SUB > WS-INSTR-COUNT
           PERFORM 600-REWRITE-MASTER
           IF WS-RETURN-CODE < 16
              MOVE WS-PROBE-TODAY-COUNT TO WS-GENERATED-COUNT
              MOVE WS-PROBE-TODAY-HASH TO WS-GENERATED-HASH-TOTAL
              PERFORM 650-REGISTER-BATCH
              PERFORM 660-WRITE-EDIT-CONTROL
              MOVE WS-GENERATED-HASH-TOTAL TO WS-AMOUNT-DISPLAY
              DISPLAY 'STANDGEN REGISTERED ' WS-BATCH-ID ' '
                  WS-RUN-DATE ' DETAILS=' WS-GENERATED-COUNT
                  ' HASH=' WS-AMOUNT-DISPLAY
           END-IF.

       500-WRITE-BATCH-TRAILER.
           IF WS-GENERATED-COUNT > 0
              MOVE SPACES TO REL-BATCH-TRAILER
              MOVE 'BATCHTRL' TO REL-TRL-TYPE
              MOVE WS-GENERATED-COUNT TO REL-TRL-DETAIL-COUNT
              MOVE WS-GENERATED-HASH-TOTAL TO REL-TRL-HASH-TOTAL
              WRITE REL-BATCH-TRAILER
           ELSE
              DISPLAY 'STANDGEN: NOTHING DUE - NO STANDING BATCH CUT'
           END-IF
           CLOSE RELEASE-DATASET.

       600-REWRITE-MASTER.
      *    The batch is on VALINFIL before the dates move, and the
      *    dates move before the batch is registered.  A run stopped
      *    (or a rewrite that fails, RC 16) anywhere short of
      *    registering leaves an unregistered batch on VALINFIL; the
      *    rerun's probe finds it and 400 moves any dates not yet
      *    moved and registers it, so no occurrence is cut twice and
      *    the batch is not left for XFERMAIN to refuse.
           OPEN OUTPUT STANDING-MASTER-FILE
           IF WS-STANDMST-STATUS NOT = '00'
              DISPLAY 'STANDGEN: CANNOT REWRITE STANDMST, STATUS='
                  WS-STANDMST-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM VARYING WS-INSTR-SUB FROM 1 BY 1
                      UNTIL WS-INSTR-SUB > WS-INSTR-COUNT
                 MOVE WS-IN-RECORD(WS-INSTR-SUB)
                     TO STANDING-MASTER-RECORD
                 WRITE STANDING-MASTER-RECORD
              END-PERFORM
              CLOSE STANDING-MASTER-FILE
           END-IF.

       650-REGISTER-BATCH.
      *    Status R, as XFEREDIT's 570: XFERMAIN confirms it and
      *    flips it to C when the batch is consumed.
           OPEN EXTEND REGISTRY-FILE
           IF WS-BCHREG-STATUS = '35'
              OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-BCHREG-STATUS NOT = '00'
              DISPLAY 'STANDGEN: CANNOT OPEN BCHREG, STATUS='
                  WS-BCHREG-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 310-GET-TIMESTAMP
              MOVE SPACES TO BATCH-REGISTRY-RECORD
              MOVE WS-BATCH-ID TO BRG-BATCH-ID
              MOVE WS-RUN-DATE TO BRG-BUS-DATE
              SET BRG-REGISTERED TO TRUE
              MOVE WS-TIMESTAMP TO BRG-TIMESTAMP
              WRITE BATCH-REGISTRY-RECORD
              CLOSE REGISTRY-FILE
           END-IF.

       660-WRITE-EDIT-CONTROL.
      *    The batch's totals banked on the "in" side of EODBAL's
      *    cross-foot, as XFEREDIT's 560 banks an accepted feed.
           OPEN EXTEND EDIT-CONTROL-FILE
           IF WS-EDITCTL-STATUS = '35'
              OPEN OUTPUT EDIT-CONTROL-FILE
           END-IF
           IF WS-EDITCTL-STATUS NOT = '00'
              DISPLAY 'STANDGEN: CANNOT OPEN EDITCTL, STATUS='
                  WS-EDITCTL-STATUS
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO EDIT-CONTROL-RECORD
              MOVE WS-RUN-DATE TO ECT-BUS-DATE
              MOVE WS-GENERATED-COUNT TO ECT-ACCEPTED-COUNT
              MOVE WS-GENERATED-HASH-TOTAL TO ECT-ACCEPTED-AMOUNT
              WRITE EDIT-CONTROL-RECORD
              CLOSE EDIT-CONTROL-FILE
           END-IF.

       700-REPORT-TOTALS.
           DISPLAY 'STANDGEN INSTRUCTIONS=' WS-INSTR-READ-COUNT
               ' GENERATED=' WS-GENERATED-COUNT
               ' NOT-ACTIVE=' WS-INACTIVE-COUNT
               ' UNREADABLE=' WS-UNREADABLE-COUNT.
