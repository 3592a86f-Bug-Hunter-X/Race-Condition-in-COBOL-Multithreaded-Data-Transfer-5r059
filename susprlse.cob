       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRLSE.
      *****************************************************************
      *  SUSPRLSE
      *  Operations release for suspected duplicate details.  XFEREDIT
      *  routes a detail that repeats an earlier one (same area id,
      *  amount and effective date -- see SUSPXFER.cpy) to SUSPXFER
      *  instead of VALINFIL; this job applies operations' decisions
      *  once someone has confirmed with the business whether the
      *  repeat is genuine.  The decision file SUSPDEC carries one
      *  line per area id -- 'A' to release, 'R' to reject -- with an
      *  optional effective date that narrows the decision to the
      *  suspects of that date (blank applies it to every suspect of
      *  the area).  Released items are wrapped in a fresh BATCHCTL
      *  control batch (batch id SUSPRLSE) and written to VALINFIL so
      *  they flow through the normal hold/lock/checkpoint/audit
      *  path -- the hold check still applies, a release here vouches
      *  only that the item is not a re-key.  Rejected items are
      *  logged to SUSPREJ with the deciding timestamp; items with no
      *  decision stay queued, carried through the SUSPNEXT work file
      *  and copied back over SUSPXFER the same way HELDRLSE
      *  maintains HELDXFER, and are listed on the console so the
      *  queue is in front of operations every morning.
      *  Run sequence: SUSPRLSE, then XFERMAIN (release batch).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "SUSPDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.

           SELECT RELEASE-DATASET ASSIGN TO "VALINFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

      *    Same layout as HOLDREJ, so EODBAL tallies the two alike.
           SELECT REJECT-LOG-FILE ASSIGN TO "SUSPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJLOG-STATUS.

           SELECT CARRY-FILE ASSIGN TO "SUSPNEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

      *    Probe only (see 112-CHECK-NO-STALL-PENDING): a non-empty
      *    PROBLOG means the batches on VALINFIL stalled partway and
      *    belong to XFERRQUE, so appending behind them is unsafe.
           SELECT PROBLEM-LOG-FILE ASSIGN TO "PROBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  DEC-ACTION                  PIC X.
               88  DEC-APPROVE             VALUE 'A'.
               88  DEC-REJECT              VALUE 'R'.
           05  FILLER                      PIC X.
           05  DEC-EFF-DATE                PIC X(10).

       FD  SUSPECT-FILE.
           COPY SUSPXFER.

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

       FD  REJECT-LOG-FILE.
       01  REJECT-LOG-RECORD.
           05  RJL-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X VALUE SPACE.
           05  RJL-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  RJL-AMOUNT                  PIC -(9)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  RJL-DESCRIPTION             PIC X(30).

       FD  CARRY-FILE.
       01  CARRY-RECORD                PIC X(161).

       FD  PROBLEM-LOG-FILE.
       01  PROBLEM-LOG-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DECISION-STATUS          PIC XX.
       01  WS-SUSPECT-STATUS           PIC XX.
       01  WS-RELEASE-STATUS           PIC XX.
       01  WS-REJLOG-STATUS            PIC XX.
       01  WS-CARRY-STATUS             PIC XX.
       01  WS-PROBLOG-STATUS           PIC XX.

      *    VALINFIL open mode from 110's probe: fresh, or append the
      *    release batch behind complete, not-yet-attempted sets
      *    already waiting -- the multi-batch morning that lets one
      *    XFERMAIN window consume every producer's batch together.
       01  WS-APPEND-MODE-SWITCH       PIC X VALUE 'N'.
           88  WS-APPEND-MODE          VALUE 'Y'.
       01  WS-PROBE-IN-BATCH-SWITCH    PIC X VALUE 'N'.
           88  WS-PROBE-IN-BATCH       VALUE 'Y'.
       01  WS-PROBE-BROKEN-SWITCH      PIC X VALUE 'N'.
           88  WS-PROBE-BROKEN         VALUE 'Y'.
       01  WS-PROBE-RECORD-COUNT       PIC 9(7) VALUE 0.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NO-SUSPECTS-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-SUSPECTS          VALUE 'Y'.
       01  WS-DECISIONS-LOADED-SWITCH  PIC X VALUE 'N'.
           88  WS-DECISIONS-LOADED     VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-AMOUNT-DISPLAY           PIC -(9)9.99.

      *    The day's decisions, loaded up front so each suspect is
      *    matched with one table scan -- the same table HELDRLSE
      *    keeps, plus the optional date.  A dated decision beats an
      *    undated one for the same area, so "release the 14th,
      *    reject the rest" can be said in two lines.  Overflow lines
      *    are reported and ignored rather than silently applied.
       01  WS-DECISION-MAX             PIC 9(3) VALUE 200.
       01  WS-DECISION-COUNT           PIC 9(3) VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEC-IDX.
               10  WS-DEC-AREA-ID      PIC X(10).
               10  WS-DEC-ACTION       PIC X.
               10  WS-DEC-EFF-DATE     PIC X(10).
       01  WS-MATCH-ACTION             PIC X.
       01  WS-DATED-ACTION             PIC X.
       01  WS-SCAN-SUB                 PIC 9(3).

       01  WS-COUNTS.
           05  WS-SUSPECT-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RELEASED-HASH-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND AND NOT WS-NO-SUSPECTS
              PERFORM 200-APPLY-DECISIONS UNTIL WS-EOF
              PERFORM 500-WRITE-RELEASE-TRAILER
              PERFORM 600-REWRITE-SUSPECT-QUEUE
              PERFORM 650-EMPTY-DECISION-FILE
              PERFORM 700-REPORT-TOTALS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
      *    Like HELDRLSE, this runs outside the transfer window, so
      *    plain status-checked OPENs are enough.  No SUSPXFER means
      *    nothing is queued; no SUSPDEC means operations has decided
      *    nothing yet -- both end the run cleanly.
           PERFORM 310-GET-TIMESTAMP
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 110-PROBE-RELEASE-DATASET
           IF NOT WS-ABEND
              OPEN INPUT SUSPECT-FILE
              IF WS-SUSPECT-STATUS = '35'
                 DISPLAY 'SUSPRLSE: NO SUSPECTED DUPLICATES QUEUED'
                 SET WS-NO-SUSPECTS TO TRUE
              ELSE
                 IF WS-SUSPECT-STATUS NOT = '00'
                    DISPLAY 'SUSPRLSE: CANNOT OPEN SUSPXFER, STATUS='
                        WS-SUSPECT-STATUS
                    SET WS-ABEND TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT WS-ABEND AND NOT WS-NO-SUSPECTS
              PERFORM 120-LOAD-DECISIONS
           END-IF
           IF NOT WS-ABEND AND NOT WS-NO-SUSPECTS
              IF WS-APPEND-MODE
                 OPEN EXTEND RELEASE-DATASET
              ELSE
                 OPEN OUTPUT RELEASE-DATASET
              END-IF
              IF WS-RELEASE-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT OPEN VALINFIL, STATUS='
                     WS-RELEASE-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
              OPEN EXTEND REJECT-LOG-FILE
              IF WS-REJLOG-STATUS = '35'
                 OPEN OUTPUT REJECT-LOG-FILE
              END-IF
              IF WS-REJLOG-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT OPEN SUSPREJ, STATUS='
                     WS-REJLOG-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
              OPEN OUTPUT CARRY-FILE
              IF WS-CARRY-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT OPEN SUSPNEXT, STATUS='
                     WS-CARRY-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       110-PROBE-RELEASE-DATASET.
      *    Same probe as HELDRLSE's 110: complete, not-yet-attempted
      *    batch sets on VALINFIL (PROBLOG empty) mean the release
      *    batch is APPENDED behind them; an incomplete set or a
      *    pending stall still refuses before the suspect queue or
      *    decision file has been touched.
           OPEN INPUT RELEASE-DATASET
           EVALUATE WS-RELEASE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 111-PROBE-ONE-RECORD UNTIL WS-EOF
                   CLOSE RELEASE-DATASET
                   MOVE 'N' TO WS-EOF-SWITCH
                   EVALUATE TRUE
                       WHEN WS-PROBE-RECORD-COUNT = 0
                           CONTINUE
                       WHEN WS-PROBE-BROKEN OR WS-PROBE-IN-BATCH
                           DISPLAY 'SUSPRLSE: VALINFIL HOLDS AN '
                               'INCOMPLETE BATCH - RUN XFERMAIN '
                               'FIRST'
                           SET WS-ABEND TO TRUE
                           MOVE 12 TO WS-RETURN-CODE
                       WHEN OTHER
                           PERFORM 112-CHECK-NO-STALL-PENDING
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'SUSPRLSE: CANNOT PROBE VALINFIL, STATUS='
                       WS-RELEASE-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       111-PROBE-ONE-RECORD.
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
                       WHEN REL-IS-TRAILER
                           IF NOT WS-PROBE-IN-BATCH
                              SET WS-PROBE-BROKEN TO TRUE
                           END-IF
                           MOVE 'N' TO WS-PROBE-IN-BATCH-SWITCH
                       WHEN OTHER
                           IF NOT WS-PROBE-IN-BATCH
                              SET WS-PROBE-BROKEN TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

       112-CHECK-NO-STALL-PENDING.
      *    Complete sets plus a non-empty PROBLOG is a stalled run's
      *    leftover -- some of those details already moved, and only
      *    XFERRQUE can tell which.
           OPEN INPUT PROBLEM-LOG-FILE
           EVALUATE WS-PROBLOG-STATUS
               WHEN '35'
                   SET WS-APPEND-MODE TO TRUE
               WHEN '00'
                   READ PROBLEM-LOG-FILE
                       AT END SET WS-APPEND-MODE TO TRUE
                       NOT AT END
                           DISPLAY 'SUSPRLSE: STALLED BATCH ON '
                               'VALINFIL - RUN XFERRQUE FIRST'
                           SET WS-ABEND TO TRUE
                           MOVE 12 TO WS-RETURN-CODE
                   END-READ
                   CLOSE PROBLEM-LOG-FILE
               WHEN OTHER
                   DISPLAY 'SUSPRLSE: CANNOT PROBE PROBLOG, STATUS='
                       WS-PROBLOG-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE
           IF WS-APPEND-MODE
              DISPLAY 'SUSPRLSE: APPENDING BEHIND WAITING BATCH(ES) '
                  'ON VALINFIL'
           END-IF.

       120-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = '35'
              DISPLAY 'SUSPRLSE: NO DECISION FILE - ALL SUSPECTS STAY '
                  'QUEUED'
           ELSE
              IF WS-DECISION-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT OPEN SUSPDEC, STATUS='
                     WS-DECISION-STATUS
                 SET WS-ABEND TO TRUE
              ELSE
                 PERFORM 130-LOAD-ONE-DECISION UNTIL WS-EOF
                 CLOSE DECISION-FILE
                 MOVE 'N' TO WS-EOF-SWITCH
                 SET WS-DECISIONS-LOADED TO TRUE
                 DISPLAY 'SUSPRLSE: DECISIONS LOADED: '
                     WS-DECISION-COUNT
              END-IF
           END-IF.

       130-LOAD-ONE-DECISION.
           READ DECISION-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT DEC-APPROVE AND NOT DEC-REJECT
                      DISPLAY 'SUSPRLSE: BAD DECISION IGNORED: '
                          DEC-AREA-ID ' ' DEC-ACTION
                   ELSE
                      IF WS-DECISION-COUNT < WS-DECISION-MAX
                         ADD 1 TO WS-DECISION-COUNT
                         SET DEC-IDX TO WS-DECISION-COUNT
                         MOVE DEC-AREA-ID
                             TO WS-DEC-AREA-ID(DEC-IDX)
                         MOVE DEC-ACTION TO WS-DEC-ACTION(DEC-IDX)
                         MOVE DEC-EFF-DATE
                             TO WS-DEC-EFF-DATE(DEC-IDX)
                      ELSE
                         DISPLAY 'SUSPRLSE: DECISION TABLE FULL - '
                             'IGNORED: ' DEC-AREA-ID
                      END-IF
                   END-IF
           END-READ.

       150-WRITE-RELEASE-HEADER.
      *    Batch id SUSPRLSE marks this as an internal release batch
      *    (XFERMAIN exempts it from the registry check, XFEREDIT
      *    refuses it on a raw feed).  Written lazily, from 210's
      *    first release -- a run that releases nothing writes
      *    nothing, so an appended-to VALINFIL never collects empty
      *    batches.
           MOVE SPACES TO REL-BATCH-HEADER
           MOVE 'BATCHHDR' TO REL-HDR-TYPE
           MOVE 'SUSPRLSE' TO REL-HDR-BATCH-ID
           MOVE WS-RUN-DATE TO REL-HDR-BUS-DATE
           WRITE REL-BATCH-HEADER.

       200-APPLY-DECISIONS.
           READ SUSPECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPECT-READ-COUNT
                   PERFORM 205-FIND-DECISION
                   EVALUATE WS-MATCH-ACTION
                       WHEN 'A'
                           PERFORM 210-RELEASE-APPROVED-ITEM
                       WHEN 'R'
                           PERFORM 220-LOG-REJECTED-ITEM
                       WHEN OTHER
                           PERFORM 230-CARRY-SUSPECT-ITEM
                   END-EVALUATE
           END-READ.

       205-FIND-DECISION.
           MOVE SPACE TO WS-MATCH-ACTION
           MOVE SPACE TO WS-DATED-ACTION
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-DECISION-COUNT
              IF WS-DEC-AREA-ID(WS-SCAN-SUB) = SUS-ID
                 EVALUATE TRUE
                     WHEN WS-DEC-EFF-DATE(WS-SCAN-SUB) = SPACES
                         MOVE WS-DEC-ACTION(WS-SCAN-SUB)
                             TO WS-MATCH-ACTION
                     WHEN WS-DEC-EFF-DATE(WS-SCAN-SUB) = SUS-EFF-DATE
                         MOVE WS-DEC-ACTION(WS-SCAN-SUB)
                             TO WS-DATED-ACTION
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-DATED-ACTION NOT = SPACE
              MOVE WS-DATED-ACTION TO WS-MATCH-ACTION
           END-IF.

       210-RELEASE-APPROVED-ITEM.
           IF WS-RELEASED-COUNT = 0
              PERFORM 150-WRITE-RELEASE-HEADER
           END-IF
           MOVE SUSPECT-TRANSFER-REC(1:100) TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           IF SUS-AMOUNT NUMERIC
              ADD SUS-AMOUNT TO WS-RELEASED-HASH-TOTAL
           END-IF
           DISPLAY 'RELEASED FOR TRANSFER: ' SUS-ID ' ' SUS-EFF-DATE.

       220-LOG-REJECTED-ITEM.
           PERFORM 310-GET-TIMESTAMP
           MOVE SPACES TO REJECT-LOG-RECORD
           MOVE WS-TIMESTAMP TO RJL-TIMESTAMP
           MOVE SUS-ID TO RJL-AREA-ID
           IF SUS-AMOUNT NUMERIC
              MOVE SUS-AMOUNT TO RJL-AMOUNT
           ELSE
              MOVE 0 TO RJL-AMOUNT
           END-IF
           MOVE 'REJECTED AS DUPLICATE' TO RJL-DESCRIPTION
           WRITE REJECT-LOG-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED - NOT TRANSFERRED: ' SUS-ID ' '
               SUS-EFF-DATE.

       230-CARRY-SUSPECT-ITEM.
           MOVE SUSPECT-TRANSFER-REC TO CARRY-RECORD
           WRITE CARRY-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           IF SUS-AMOUNT NUMERIC
              MOVE SUS-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
              MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF
           DISPLAY 'STILL SUSPECT: ' SUS-ID ' ' SUS-EFF-DATE ' '
               WS-AMOUNT-DISPLAY ' BATCH ' SUS-BATCH-ID ' MATCHED '
               SUS-MATCH-SOURCE ' ' SUS-MATCH-STAMP.

       310-GET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

       500-WRITE-RELEASE-TRAILER.
      *    With the lazy header (150), nothing released means no
      *    batch was opened and no trailer is owed.
           IF WS-RELEASED-COUNT > 0
              MOVE SPACES TO REL-BATCH-TRAILER
              MOVE 'BATCHTRL' TO REL-TRL-TYPE
              MOVE WS-RELEASED-COUNT TO REL-TRL-DETAIL-COUNT
              MOVE WS-RELEASED-HASH-TOTAL TO REL-TRL-HASH-TOTAL
              WRITE REL-BATCH-TRAILER
           ELSE
              DISPLAY 'SUSPRLSE: NOTHING RELEASED - NO RELEASE '
                  'BATCH CUT'
           END-IF
           CLOSE RELEASE-DATASET
           CLOSE SUSPECT-FILE
           CLOSE REJECT-LOG-FILE
           CLOSE CARRY-FILE.

       600-REWRITE-SUSPECT-QUEUE.
      *    Same copy-back as HELDRLSE's 600-REWRITE-HOLD-QUEUE: the
      *    undecided remainder on SUSPNEXT becomes the new SUSPXFER.
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = '00'
              DISPLAY 'SUSPRLSE: CANNOT REOPEN SUSPNEXT, STATUS='
                  WS-CARRY-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT SUSPECT-FILE
              IF WS-SUSPECT-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT REWRITE SUSPXFER, STATUS='
                     WS-SUSPECT-STATUS
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 MOVE 'N' TO WS-EOF-SWITCH
                 PERFORM 610-COPY-CARRY-RECORD UNTIL WS-EOF
                 CLOSE SUSPECT-FILE
              END-IF
              CLOSE CARRY-FILE
           END-IF.

       610-COPY-CARRY-RECORD.
           READ CARRY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CARRY-RECORD TO SUSPECT-TRANSFER-REC
                   WRITE SUSPECT-TRANSFER-REC
           END-READ.

       650-EMPTY-DECISION-FILE.
      *    Decisions are spent the run they are applied, as in
      *    HELDRLSE.  Left standing, a stale 'A' would wave through
      *    the next genuine re-key of the same area unseen.
           IF WS-DECISIONS-LOADED
              OPEN OUTPUT DECISION-FILE
              IF WS-DECISION-STATUS NOT = '00'
                 DISPLAY 'SUSPRLSE: CANNOT EMPTY SUSPDEC, STATUS='
                     WS-DECISION-STATUS
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 CLOSE DECISION-FILE
              END-IF
           END-IF.

       700-REPORT-TOTALS.
           DISPLAY 'SUSPRLSE SUSPECT-READ=' WS-SUSPECT-READ-COUNT
               ' RELEASED=' WS-RELEASED-COUNT
               ' REJECTED=' WS-REJECTED-COUNT
               ' CARRIED=' WS-CARRIED-COUNT.
