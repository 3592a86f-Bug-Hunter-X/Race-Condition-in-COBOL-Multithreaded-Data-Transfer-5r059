      *  WORKING-STORAGE flag -- arbitrates contention, so unrelated
      *  areas can be locked at the same time instead of serializing
      *  on one shared flag.
      *  Every transfer and reversal written to OUTFILE also moves the
      *  area's running position on AREABAL, and an ordinary transfer
      *  that would take the position past the area's overdraft limit
      *  is diverted to LIMTXFER instead of moving the money.
      *  OUTFILE carries the detail in its own currency.  The hold
      *  check, the overdraft-limit projection and the AREABAL
      *  position all use the base amount, at the rate XFEREDIT
      *  stamped on the detail.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

      *    Running per-area position (see AREABAL.cpy), read and
      *    rewritten under the area's lock for every transfer and
      *    reversal.  RELATIVE and opened per record, the same as
      *    LOCKTAB-FILE/CHECKPOINT-FILE (see 240-OPEN-RECORD-FILES).
           SELECT AREA-BALANCE-FILE ASSIGN TO "AREABAL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ABAL-REL-KEY
               FILE STATUS IS WS-ABAL-STATUS.

      *    Ordinary transfers that would take their area past its
      *    overdraft limit are diverted here instead of transferring
      *    (see LIMTXFER.cpy).  Shared like HELDXFER, same per-record
      *    OPEN EXTEND pattern.
           SELECT LIMIT-FILE ASSIGN TO "LIMTXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMT-STATUS.

      *    Startup-only read of the tuning parameters; see XFERPARM.cpy
      *    for the keyword set, ranges and fallback rules.
           SELECT PARAMETER-FILE ASSIGN TO "XFERPARM"
               FILE STATUS IS WS-PARM-STATUS.

      *    Startup-only read of the area master (see AREAMST.cpy) for
      *    the per-area hold-threshold overrides and overdraft limits;
      *    maintained by AREAMNT, enforced as an edit by XFEREDIT.
           SELECT AREA-MASTER-FILE ASSIGN TO "AREAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAMST-STATUS.
       FD  HELD-FILE.
           COPY HELDXFER.

       FD  AREA-BALANCE-FILE.
           COPY AREABAL.

       FD  LIMIT-FILE.
           COPY LIMTXFER.

      *    CKPT-TYPE-FLAG distinguishes an area's ordinary transfer
      *    from a reversal of the same area inside one run/restart --
      *    the two are separate units of work with separate hash
      *    read old and new lines alike.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUD-TYPE-FLAG               PIC X(8).
      *    Currency code (blank for base currency) and the amount in
      *    base currency, signed like AUD-AMOUNT.  Appended the same
      *    way; a line without them is a base-currency amount.
           05  FILLER                      PIC X VALUE SPACE.
           05  AUD-CURRENCY                PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  AUD-BASE-AMOUNT             PIC -(9)9.99.

       WORKING-STORAGE SECTION.
      *    WS-AREA-1 / WS-AREA-2 stay 100-byte transfer areas; the
       01  WS-CALFILE-STATUS           PIC XX.
       01  WS-SUMRPT-STATUS            PIC XX.
       01  WS-EXCP-STATUS              PIC XX.
       01  WS-ABAL-STATUS              PIC XX.
       01  WS-LIMT-STATUS              PIC XX.
       01  WS-LOCKTAB-REL-KEY          PIC 9(9) VALUE 1.
       01  WS-CKPT-REL-KEY             PIC 9(9) VALUE 1.
       01  WS-ABAL-REL-KEY             PIC 9(9) VALUE 1.
       01  WS-CURRENT-AREA-ID          PIC X(10).
       01  WS-CURRENT-HOLDER           PIC X(8).
      *    Normalized type of the record in hand: 'R' for a reversal,
      *    settlement areas run a far lower hold limit than the bulk
      *    clearing areas.  See 233-SET-EFFECTIVE-THRESHOLD.
       01  WS-EFFECTIVE-THRESHOLD      PIC S9(9)V99 COMP-3.
      *    The record in hand's amount in base currency, which is what
      *    the hold threshold is set in.  See 237-SET-BASE-AMOUNT.
       01  WS-BASE-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-BASE-RATE                PIC 9(5)V9(6).
       01  WS-BASE-RATE-X REDEFINES WS-BASE-RATE
                                       PIC X(11).
       01  WS-BASE-UNKNOWN-SWITCH      PIC X VALUE 'N'.
           88  WS-BASE-UNKNOWN         VALUE 'Y'.
      *    The overdraft limit for the record in hand, from the area
      *    master; zero (no master, unknown area, no limit set) means
      *    the position is tracked but never refused.
       01  WS-EFFECTIVE-LIMIT          PIC S9(11)V99 COMP-3.
      *    The posted transfer's amount in base currency, at the rate
      *    stamped on it -- what AREABAL and the audit line carry.
      *    See 422-SET-POSTING-AMOUNT.
       01  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-POST-RATE                PIC 9(5)V9(6).
       01  WS-POST-RATE-X REDEFINES WS-POST-RATE
                                       PIC X(11).

      *    Per-area hold-threshold overrides and overdraft limits
      *    from the area master,
      *    loaded once at startup alongside XFERPARM.  A missing or
      *    unreadable AREAMST warns and leaves every area on the
      *    global threshold -- the same fallback discipline as a bad
           05  WS-AREA-ENTRY OCCURS 500 TIMES.
               10  WS-AR-AREA-ID       PIC X(10).
               10  WS-AR-THRESHOLD     PIC S9(9)V99 COMP-3.
               10  WS-AR-LIMIT         PIC S9(11)V99 COMP-3.
       01  WS-AREA-SCAN-SUB            PIC 9(3).
       01  WS-MASTER-LOADED-SWITCH     PIC X VALUE 'N'.
           88  WS-MASTER-LOADED        VALUE 'Y'.
       01  WS-AREA-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-AREA-EOF             VALUE 'Y'.

      *    Area-balance state for the record in hand (410-LOCATE-
      *    AREA-BALANCE).  The slot starts at the area's LOCKTAB hash
      *    and probes forward past slots owned by other areas; an
      *    empty slot ends the probe (balances are never deleted, so
      *    an area's row can never sit beyond a gap).
      *    WS-PENDING-CKPT-STAMP is the timestamp of a PENDING
      *    checkpoint 220 found for this record on a restart -- if
      *    the position already carries that stamp the crashed unit
      *    of work got as far as posting it, and it is not posted or
      *    limit-checked again.  WS-ABAL-FAILED means the position
      *    could not be read or kept (the reason is for PROBLOG), and
      *    the unit of work must go no further.
       01  WS-ABAL-SLOT-MAX            PIC 9(9) VALUE 4001.
       01  WS-ABAL-PROBE-COUNT         PIC 9(9).
       01  WS-ABAL-POSITION            PIC S9(11)V99 COMP-3.
       01  WS-ABAL-PROJECTED           PIC S9(11)V99 COMP-3.
       01  WS-ABAL-FOUND-SWITCH        PIC X.
           88  WS-ABAL-FOUND           VALUE 'Y'.
       01  WS-ABAL-EMPTY-SWITCH        PIC X.
           88  WS-ABAL-EMPTY           VALUE 'Y'.
       01  WS-ABAL-POSTED-SWITCH       PIC X.
           88  WS-ABAL-POSTED          VALUE 'Y'.
       01  WS-ABAL-FAILED-SWITCH       PIC X.
           88  WS-ABAL-FAILED          VALUE 'Y'.
       01  WS-ABAL-PROBLEM-REASON      PIC X(50).
       01  WS-OVER-LIMIT-SWITCH        PIC X.
           88  WS-OVER-LIMIT           VALUE 'Y'.
       01  WS-PENDING-CKPT-STAMP       PIC X(21).

      *    Every area this run moved or refused, with its position
      *    the first time the run saw it and after the run's last
      *    posting -- the opening/closing section of SUMRPT.  Same
      *    500-entry cap as the area table; an area beyond it still
      *    posts to AREABAL, it just is not itemized.
       01  WS-RUNPOS-MAX               PIC 9(3) VALUE 500.
       01  WS-RUNPOS-COUNT             PIC 9(3) VALUE 0.
       01  WS-RUNPOS-TABLE.
           05  WS-RUNPOS-ENTRY OCCURS 500 TIMES.
               10  WS-RP-AREA-ID       PIC X(10).
               10  WS-RP-OPENING       PIC S9(11)V99 COMP-3.
               10  WS-RP-CLOSING       PIC S9(11)V99 COMP-3.
               10  WS-RP-OVER-LIMIT    PIC 9(7).
       01  WS-RUNPOS-SUB               PIC 9(3).
       01  WS-RUNPOS-MATCH-SUB         PIC 9(3).
       01  WS-POSITION-DISPLAY         PIC -(11)9.99.
       01  WS-CLOSING-DISPLAY          PIC -(11)9.99.

      *    The batch registry, loaded at startup and rewritten with
      *    consumed statuses when the run ends clean.  A missing
      *    registry (first days after BCHREG's introduction, or a
       01  WS-FILE-OPEN-FAILED-SWITCH  PIC X VALUE 'N'.
           88  WS-FILE-OPEN-FAILED     VALUE 'Y'.
      *    Which divert file 238-RECORD-DIVERT-CONTENTION is reporting
      *    on (PENDXFER, HELDXFER or LIMTXFER) when its open-retry
      *    budget ran out.
       01  WS-DIVERT-FILE-NAME         PIC X(8).

       01  WS-LOCK-ACQUIRED-SWITCH     PIC X VALUE 'N'.
           05  WS-OUTPUT-RECORD-COUNT  PIC 9(7) VALUE 0.
           05  WS-WAREHOUSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-OVER-LIMIT-COUNT     PIC 9(7) VALUE 0.

      *    Batch-control state for 150-VERIFY-BATCH-CONTROLS' pre-pass
      *    and for the header fields the main pass carries through to
               10  WS-BT-WAREHOUSED    PIC 9(7).
               10  WS-BT-HELD          PIC 9(7).
               10  WS-BT-REFUSED       PIC 9(7).
               10  WS-BT-OVER-LIMIT    PIC 9(7).

      *    Parameter-load state (105-LOAD-PARAMETERS).  The source
      *    tags say, per knob, whether the run is on the compiled-in
                           PERFORM 232-SET-RECORD-TYPE
                           PERFORM 233-SET-EFFECTIVE-THRESHOLD
                           PERFORM 234-SET-PRIORITY-CLASS
                           PERFORM 237-SET-BASE-AMOUNT
                           EVALUATE TRUE
                               WHEN IN-EFF-DATE > WS-RUN-DATE
                                   PERFORM 230-WAREHOUSE-RECORD
      *    managed to write it to HELDXFER (238's stall path), so the
      *    retry run is its first real pass at this gate.  A stalled
      *    HELDRLSE-approved item re-held here just needs re-approval,
      *    which is the conservative outcome.  A foreign-currency
      *    detail whose base amount cannot be worked out is held
      *    for the same reason.
                               WHEN (WS-BASE-AMOUNT
                                       > WS-EFFECTIVE-THRESHOLD
                                     OR WS-BASE-UNKNOWN)
                                AND WS-BATCH-ID NOT = 'HELDRLSE'
                                   PERFORM 235-HOLD-RECORD
                               WHEN OTHER
           ADD 1 TO WS-BT-ATTEMPTED(WS-CUR-BATCH)
           ADD 1 TO WS-PR-ATTEMPTED(WS-CURRENT-PRI-SUB)
           MOVE 'N' TO WS-ALREADY-DONE-SWITCH
           MOVE SPACES TO WS-PENDING-CKPT-STAMP
           PERFORM 240-OPEN-RECORD-FILES
           IF WS-FILE-OPEN-FAILED
              PERFORM 246-RECORD-FILE-CONTENTION
              ELSE
                 PERFORM 300-ACQUIRE-LOCK
                 IF WS-LOCK-ACQUIRED
                    PERFORM 410-LOCATE-AREA-BALANCE
                 END-IF
      *    The limit is judged under the lock, against the position
      *    as it stands now -- a concurrent instance moving the same
      *    area has either posted already or must wait for this
      *    lock, so two transfers can never both fit the same
      *    headroom.  A refused detail releases the lock untouched:
      *    no checkpoint, no OUTFILE entry, no position change.
                 EVALUATE TRUE
                    WHEN NOT WS-LOCK-ACQUIRED
                       PERFORM 245-CLOSE-RECORD-FILES
                       PERFORM 330-STALL-HANDLING
                    WHEN WS-ABAL-FAILED
                       PERFORM 500-RELEASE-LOCK
                       PERFORM 245-CLOSE-RECORD-FILES
                       PERFORM 418-RECORD-BALANCE-PROBLEM
                    WHEN NOT WS-ABAL-FOUND AND NOT WS-ABAL-EMPTY
                       PERFORM 500-RELEASE-LOCK
                       PERFORM 245-CLOSE-RECORD-FILES
                       PERFORM 419-RECORD-BALANCE-FULL
                    WHEN WS-OVER-LIMIT
                       PERFORM 500-RELEASE-LOCK
                       PERFORM 245-CLOSE-RECORD-FILES
                       PERFORM 415-DIVERT-OVER-LIMIT
                    WHEN OTHER
                       PERFORM 505-WRITE-CHECKPOINT-PENDING
                       PERFORM 400-DO-TRANSFER
                       PERFORM 420-POST-AREA-BALANCE
      *    A position that could not be kept stops the unit of
      *    work here: the PENDING checkpoint is withdrawn and the
      *    record stalls, so it never reaches the audit log or
      *    OUTFILE.
                       IF WS-ABAL-FAILED
                          PERFORM 423-WITHDRAW-CHECKPOINT
                          PERFORM 500-RELEASE-LOCK
                          PERFORM 245-CLOSE-RECORD-FILES
                          PERFORM 418-RECORD-BALANCE-PROBLEM
                       ELSE
                          ADD 1 TO WS-COMPLETED-COUNT
                          ADD 1 TO WS-BT-COMPLETED(WS-CUR-BATCH)
                          ADD 1 TO WS-PR-COMPLETED(WS-CURRENT-PRI-SUB)
                          ADD WS-WAIT-TIME-MS
                              TO WS-PR-TOTAL-WAIT(WS-CURRENT-PRI-SUB)
                          IF WS-WAIT-TIME-MS >
                             WS-PR-MAX-WAIT(WS-CURRENT-PRI-SUB)
                             MOVE WS-WAIT-TIME-MS
                                 TO WS-PR-MAX-WAIT(WS-CURRENT-PRI-SUB)
                          END-IF
                          ADD WS-WAIT-TIME-MS TO WS-TOTAL-WAIT-MS
                          IF WS-WAIT-TIME-MS > WS-MAX-WAIT-MS
                             MOVE WS-WAIT-TIME-MS TO WS-MAX-WAIT-MS
                          END-IF
                          PERFORM 500-RELEASE-LOCK
                          PERFORM 510-WRITE-CHECKPOINT
                          PERFORM 245-CLOSE-RECORD-FILES
                          PERFORM 520-WRITE-AUDIT-RECORD
                          PERFORM 600-RECONCILE
                          PERFORM 610-WRITE-OUTPUT-RECORD
                          DISPLAY WS-AREA-2
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

              CLOSE LOCKTAB-FILE
           END-IF

      *    AREABAL is never truncated -- the positions carry from one
      *    run and one day to the next -- so it is only created when
      *    absent, the same create-then-reopen dance as LOCKTAB-FILE.
           MOVE 0 TO WS-FILE-OPEN-RETRY
           OPEN I-O AREA-BALANCE-FILE
           PERFORM UNTIL WS-ABAL-STATUS NOT = '61'
                   OR WS-FILE-OPEN-RETRY NOT < WS-FILE-OPEN-MAX-RETRY
              ADD 1 TO WS-FILE-OPEN-RETRY
              PERFORM 325-BACKOFF-WAIT
              OPEN I-O AREA-BALANCE-FILE
           END-PERFORM
           IF WS-ABAL-STATUS = '35'
              MOVE 0 TO WS-FILE-OPEN-RETRY
              OPEN OUTPUT AREA-BALANCE-FILE
              PERFORM UNTIL WS-ABAL-STATUS NOT = '61'
                      OR WS-FILE-OPEN-RETRY NOT < WS-FILE-OPEN-MAX-RETRY
                 ADD 1 TO WS-FILE-OPEN-RETRY
                 PERFORM 325-BACKOFF-WAIT
                 OPEN OUTPUT AREA-BALANCE-FILE
              END-PERFORM
              CLOSE AREA-BALANCE-FILE
              MOVE 0 TO WS-FILE-OPEN-RETRY
              OPEN I-O AREA-BALANCE-FILE
              PERFORM UNTIL WS-ABAL-STATUS NOT = '61'
                      OR WS-FILE-OPEN-RETRY NOT < WS-FILE-OPEN-MAX-RETRY
                 ADD 1 TO WS-FILE-OPEN-RETRY
                 PERFORM 325-BACKOFF-WAIT
                 OPEN I-O AREA-BALANCE-FILE
              END-PERFORM
           END-IF
           IF WS-ABAL-STATUS NOT = '00'
              DISPLAY 'XFERMAIN: CANNOT OPEN AREABAL, STATUS='
                  WS-ABAL-STATUS
              SET WS-ABEND TO TRUE
           ELSE
              CLOSE AREA-BALANCE-FILE
           END-IF

           MOVE 0 TO WS-FILE-OPEN-RETRY
           IF WS-IS-RESTART
              OPEN I-O CHECKPOINT-FILE
                      ELSE
                         PERFORM 109-WARN-PARM-RANGE
                      END-IF
      *    Read by XFEREDIT, not this program.
                  WHEN 'DUP-WINDOW-DAYS'
                      CONTINUE
      *    Read by XFERSTRC, not this program.
                  WHEN 'STRUCT-NEAR-PCT'
                  WHEN 'STRUCT-MAX-COUNT'
                  WHEN 'STRUCT-AMT-PCT'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'XFERMAIN: UNKNOWN XFERPARM KEYWORD '
                          'IGNORED: ' PRM-KEYWORD
                         ELSE
                            MOVE 0 TO WS-AR-THRESHOLD(WS-AREA-COUNT)
                         END-IF
                         IF ARM-OVERDRAFT-LIMIT NUMERIC
                            MOVE ARM-OVERDRAFT-LIMIT
                                TO WS-AR-LIMIT(WS-AREA-COUNT)
                         ELSE
                            MOVE 0 TO WS-AR-LIMIT(WS-AREA-COUNT)
                         END-IF
                      ELSE
                         DISPLAY 'XFERMAIN: AREA TABLE FULL - '
                             'GLOBAL THRESHOLD FOR: ' ARM-AREA-ID
           MOVE 0 TO WS-BT-WAREHOUSED(WS-CUR-BATCH)
           MOVE 0 TO WS-BT-HELD(WS-CUR-BATCH)
           MOVE 0 TO WS-BT-REFUSED(WS-CUR-BATCH)
           MOVE 0 TO WS-BT-OVER-LIMIT(WS-CUR-BATCH)
           MOVE 0 TO WS-BAL-DETAIL-COUNT
           MOVE 0 TO WS-BAL-HASH-TOTAL
           SET WS-IN-BATCH TO TRUE.
      *    hand-built or stale VALINFIL), already consumed means its
      *    details moved on an earlier run -- either way the batch is
      *    refused, not transferred.  The internal release batches
      *    (PENDRLSE/HELDRLSE/RETRYRUN/SUSPRLSE) are cut fresh by
      *    their own jobs under the VALINFIL interlock and are exempt.
           IF WS-BREG-LOADED
              PERFORM 169-VERIFY-ONE-BATCH
                  VARYING WS-BT-SUB FROM 1 BY 1
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'PENDRLSE'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'HELDRLSE'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'RETRYRUN'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'SUSPRLSE'
              PERFORM 170-FIND-REGISTRY-ENTRY
              EVALUATE TRUE
                  WHEN NOT WS-BREG-FOUND
           PERFORM 241-OPEN-LOCKTAB-RETRY
           IF NOT WS-FILE-OPEN-FAILED
              PERFORM 242-OPEN-CKPT-RETRY
           END-IF
           IF NOT WS-FILE-OPEN-FAILED
              PERFORM 243-OPEN-AREABAL-RETRY
           END-IF.

       241-OPEN-LOCKTAB-RETRY.
              SET WS-FILE-OPEN-FAILED TO TRUE
           END-IF.

       243-OPEN-AREABAL-RETRY.
           MOVE 0 TO WS-FILE-OPEN-RETRY
           OPEN I-O AREA-BALANCE-FILE
           PERFORM UNTIL WS-ABAL-STATUS NOT = '61'
                   OR WS-FILE-OPEN-RETRY NOT < WS-FILE-OPEN-MAX-RETRY
              ADD 1 TO WS-FILE-OPEN-RETRY
              PERFORM 325-BACKOFF-WAIT
              OPEN I-O AREA-BALANCE-FILE
           END-PERFORM
           IF WS-ABAL-STATUS NOT = '00'
              DISPLAY
                  'XFERMAIN: CANNOT OPEN AREABAL FOR RECORD, STATUS='
                  WS-ABAL-STATUS
              CLOSE LOCKTAB-FILE
              CLOSE CHECKPOINT-FILE
              SET WS-FILE-OPEN-FAILED TO TRUE
           END-IF.

       245-CLOSE-RECORD-FILES.
           CLOSE LOCKTAB-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE AREA-BALANCE-FILE.

       246-RECORD-FILE-CONTENTION.
      *    LOCKTAB-FILE/CHECKPOINT-FILE/AREA-BALANCE-FILE stayed
      *    unavailable for this record's whole open-retry budget --
      *    treated as a stall (same as 330-STALL-HANDLING) rather
      *    than aborting the run over one record's transient
      *    contention with another instance.
           ADD 1 TO WS-STALLED-COUNT
           ADD 1 TO WS-BT-STALLED(WS-CUR-BATCH)
           ADD 1 TO WS-PR-STALLED(WS-CURRENT-PRI-SUB)
           MOVE WS-CURRENT-AREA-ID TO PL-AREA-ID
           MOVE SPACES TO PL-HOLDER-ID
           MOVE WS-FILE-OPEN-RETRY TO PL-ATTEMPTS
           MOVE 'LOCKTAB/CHKPTFIL/AREABAL OPEN CONTENTION'
               TO PL-REASON
           MOVE WS-CURRENT-TYPE-FLAG TO PL-TYPE-FLAG
           PERFORM 331-OPEN-PROBLOG-RETRY
      *    An area with its own nonzero threshold on the master is
      *    held against that; everything else (no master, unknown
      *    area, zero override) stays on the global
      *    WS-HOLD-THRESHOLD.  The area's overdraft limit comes off
      *    the same master entry in the same scan.
           MOVE WS-HOLD-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           MOVE 0 TO WS-EFFECTIVE-LIMIT
           IF WS-MASTER-LOADED
              PERFORM VARYING WS-AREA-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-AREA-SCAN-SUB > WS-AREA-COUNT
                 IF WS-AR-AREA-ID(WS-AREA-SCAN-SUB) = IN-ID
                    IF WS-AR-THRESHOLD(WS-AREA-SCAN-SUB) NOT = 0
                       MOVE WS-AR-THRESHOLD(WS-AREA-SCAN-SUB)
                           TO WS-EFFECTIVE-THRESHOLD
                    END-IF
                    MOVE WS-AR-LIMIT(WS-AREA-SCAN-SUB)
                        TO WS-EFFECTIVE-LIMIT
                 END-IF
              END-PERFORM
           END-IF.
              MOVE 5 TO WS-CURRENT-PRI-SUB
           END-IF.

       237-SET-BASE-AMOUNT.
      *    A base-currency detail carries no rate (XFERREC.cpy bytes
      *    27-37 blank) and is its own base amount.  A foreign one is
      *    converted at the rate XFEREDIT stamped -- never re-read
      *    from FXRATE, so a held or warehoused item released days
      *    later is judged at the rate it was edited at.  A rate that
      *    does not read as a number (a hand-built record that missed
      *    the edit) leaves the base amount unknown.
           MOVE 'N' TO WS-BASE-UNKNOWN-SWITCH
           MOVE IN-AMOUNT TO WS-BASE-AMOUNT
           IF IN-FILLER(27:11) NOT = SPACES
              MOVE IN-FILLER(27:11) TO WS-BASE-RATE-X
              IF WS-BASE-RATE IS NUMERIC
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                     IN-AMOUNT * WS-BASE-RATE
              ELSE
                 SET WS-BASE-UNKNOWN TO TRUE
              END-IF
           END-IF.

       235-HOLD-RECORD.
      *    The amount is over the high-value threshold, so a keyed-
      *    wrong 9-digit figure can no longer move as easily as a
           END-IF.

       238-RECORD-DIVERT-CONTENTION.
      *    PENDXFER/HELDXFER/LIMTXFER stayed unavailable for this
      *    record's whole open-retry budget -- the same treatment as
      *    246-RECORD-FILE-CONTENTION: a PROBLOG entry and a stall,
      *    so the run ends RC 8, VALINFIL survives for XFERRQUE, and
      *    the record's only copy is never silently discarded.
                         SET WS-ALREADY-DONE TO TRUE
                      ELSE
                         IF CKPT-PENDING
                            MOVE CKPT-TIMESTAMP
                                TO WS-PENDING-CKPT-STAMP
                            PERFORM 225-RECOVER-STALE-LOCK
                         END-IF
                      END-IF
       400-DO-TRANSFER.
           MOVE WS-AREA-1 TO WS-AREA-2.

       410-LOCATE-AREA-BALANCE.
      *    Reads the area's AREABAL row (or finds the empty slot a
      *    first posting will take) and judges the overdraft limit
      *    against it.  Only an ordinary transfer can be refused --
      *    a reversal only ever brings the position back down.  The
      *    limit and the position are both in base currency, so the
      *    transfer is projected at its base amount from 237.
           MOVE 'N' TO WS-ABAL-FOUND-SWITCH
           MOVE 'N' TO WS-ABAL-EMPTY-SWITCH
           MOVE 'N' TO WS-ABAL-POSTED-SWITCH
           MOVE 'N' TO WS-ABAL-FAILED-SWITCH
           MOVE 'N' TO WS-OVER-LIMIT-SWITCH
           MOVE 0 TO WS-ABAL-POSITION
           MOVE 0 TO WS-ABAL-PROBE-COUNT
           MOVE WS-LOCKTAB-REL-KEY TO WS-ABAL-REL-KEY
           PERFORM 411-PROBE-ONE-SLOT
               UNTIL WS-ABAL-FOUND OR WS-ABAL-EMPTY OR WS-ABAL-FAILED
                  OR WS-ABAL-PROBE-COUNT NOT < WS-ABAL-SLOT-MAX
           IF WS-ABAL-FOUND
              IF ABL-POSITION NUMERIC
                 MOVE ABL-POSITION TO WS-ABAL-POSITION
              END-IF
              IF WS-PENDING-CKPT-STAMP NOT = SPACES
                 AND ABL-UPDATED-AT = WS-PENDING-CKPT-STAMP
                 AND ABL-LAST-TYPE = WS-CURRENT-TYPE-FLAG
                 SET WS-ABAL-POSTED TO TRUE
                 DISPLAY 'POSITION ALREADY POSTED BY CRASHED RUN: '
                     IN-ID
              END-IF
           END-IF
           IF WS-CURRENT-TYPE-FLAG NOT = 'R'
              AND NOT WS-ABAL-POSTED
              AND WS-EFFECTIVE-LIMIT > 0
              COMPUTE WS-ABAL-PROJECTED =
                  WS-ABAL-POSITION + WS-BASE-AMOUNT
              IF WS-ABAL-PROJECTED > WS-EFFECTIVE-LIMIT
                 SET WS-OVER-LIMIT TO TRUE
              END-IF
           END-IF.

       411-PROBE-ONE-SLOT.
           READ AREA-BALANCE-FILE
               INVALID KEY SET WS-ABAL-EMPTY TO TRUE
               NOT INVALID KEY
                   IF ABL-AREA-ID = IN-ID
                      SET WS-ABAL-FOUND TO TRUE
                   ELSE
                      ADD 1 TO WS-ABAL-PROBE-COUNT
                      IF WS-ABAL-REL-KEY < WS-ABAL-SLOT-MAX
                         ADD 1 TO WS-ABAL-REL-KEY
                      ELSE
                         MOVE 1 TO WS-ABAL-REL-KEY
                      END-IF
                   END-IF
           END-READ
      *    Anything but a row or an empty slot (a locked record, an
      *    I/O error) ends the probe -- the position cannot be known.
           IF WS-ABAL-STATUS NOT = '00' AND WS-ABAL-STATUS NOT = '23'
              MOVE 'N' TO WS-ABAL-FOUND-SWITCH
              MOVE 'N' TO WS-ABAL-EMPTY-SWITCH
              SET WS-ABAL-FAILED TO TRUE
              MOVE SPACES TO WS-ABAL-PROBLEM-REASON
              STRING 'AREABAL READ FAILED - STATUS=' WS-ABAL-STATUS
                  DELIMITED BY SIZE INTO WS-ABAL-PROBLEM-REASON
              DISPLAY 'XFERMAIN: AREABAL READ FAILED: '
                  IN-ID ' STATUS=' WS-ABAL-STATUS
           END-IF.

       415-DIVERT-OVER-LIMIT.
      *    The transfer would take the area past its overdraft limit:
      *    the record goes to LIMTXFER, stamped with the time and the
      *    position/limit it was refused against, instead of moving
      *    the money.  Same open-retry stall discipline as
      *    230-WAREHOUSE-RECORD, and counted only once the WRITE has
      *    actually landed.  A refusal is a warning (RC 4) -- the
      *    run itself is sound, but someone has to look at the item.
           PERFORM 416-OPEN-LIMIT-RETRY
           IF WS-FILE-OPEN-FAILED
              MOVE 'LIMTXFER' TO WS-DIVERT-FILE-NAME
              PERFORM 238-RECORD-DIVERT-CONTENTION
           ELSE
              PERFORM 310-GET-TIMESTAMP
              MOVE INPUT-RECORD TO LIMIT-TRANSFER-REC(1:100)
              MOVE WS-TIMESTAMP TO LMT-DIVERTED-TIMESTAMP
              MOVE WS-ABAL-POSITION TO LMT-POSITION
              MOVE WS-EFFECTIVE-LIMIT TO LMT-LIMIT
              WRITE LIMIT-TRANSFER-REC
              CLOSE LIMIT-FILE
              ADD 1 TO WS-OVER-LIMIT-COUNT
              ADD 1 TO WS-BT-OVER-LIMIT(WS-CUR-BATCH)
              PERFORM 425-NOTE-RUN-POSITION
              IF WS-RUNPOS-MATCH-SUB > 0
                 ADD 1 TO WS-RP-OVER-LIMIT(WS-RUNPOS-MATCH-SUB)
              END-IF
              DISPLAY 'OVER LIMIT - DIVERTED: ' IN-ID
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       416-OPEN-LIMIT-RETRY.
           MOVE 'N' TO WS-FILE-OPEN-FAILED-SWITCH
           MOVE 0 TO WS-FILE-OPEN-RETRY
           OPEN EXTEND LIMIT-FILE
           PERFORM UNTIL WS-LIMT-STATUS NOT = '61'
                   OR WS-FILE-OPEN-RETRY NOT < WS-FILE-OPEN-MAX-RETRY
              ADD 1 TO WS-FILE-OPEN-RETRY
              PERFORM 325-BACKOFF-WAIT
              OPEN EXTEND LIMIT-FILE
           END-PERFORM
           IF WS-LIMT-STATUS = '35'
              OPEN OUTPUT LIMIT-FILE
           END-IF
           IF WS-LIMT-STATUS NOT = '00'
              DISPLAY
                  'XFERMAIN: CANNOT OPEN LIMTXFER FOR RECORD, STATUS='
                  WS-LIMT-STATUS
              SET WS-FILE-OPEN-FAILED TO TRUE
           END-IF.

       418-RECORD-BALANCE-PROBLEM.
      *    This area's position cannot be read or kept, so the money
      *    must not move untracked.  Reported as a stall like 246, so
      *    VALINFIL survives and the record is retried once AREABAL
      *    has been put right.
           ADD 1 TO WS-STALLED-COUNT
           ADD 1 TO WS-BT-STALLED(WS-CUR-BATCH)
           ADD 1 TO WS-PR-STALLED(WS-CURRENT-PRI-SUB)
           PERFORM 310-GET-TIMESTAMP
           MOVE SPACES TO PROBLEM-LOG-RECORD
           MOVE WS-TIMESTAMP TO PL-TIMESTAMP
           MOVE WS-CURRENT-AREA-ID TO PL-AREA-ID
           MOVE SPACES TO PL-HOLDER-ID
           MOVE 0 TO PL-ATTEMPTS
           MOVE WS-ABAL-PROBLEM-REASON TO PL-REASON
           MOVE WS-CURRENT-TYPE-FLAG TO PL-TYPE-FLAG
           PERFORM 331-OPEN-PROBLOG-RETRY
           IF NOT WS-FILE-OPEN-FAILED
              WRITE PROBLEM-LOG-RECORD
              CLOSE PROBLEM-LOG-FILE
           END-IF
           IF WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       419-RECORD-BALANCE-FULL.
      *    Every AREABAL slot belongs to some other area.
           MOVE 'AREABAL FULL - NO SLOT FOR AREA POSITION'
               TO WS-ABAL-PROBLEM-REASON
           PERFORM 418-RECORD-BALANCE-PROBLEM.

       420-POST-AREA-BALANCE.
      *    Posted under the lock, right behind 400-DO-TRANSFER and
      *    stamped with the PENDING checkpoint's timestamp, so the
      *    position moves exactly once per unit of work: a crash
      *    before this leaves nothing posted, a crash after it is
      *    recognized by 410 on the restart.  A reversal comes off
      *    the position, matching its offsetting OUTFILE entry.  The
      *    position is kept in base currency (see 422).
      *    The area lock covers the area's home slot only, and the
      *    probe can run on into another area's home slot, so an
      *    empty slot 410 found may have been taken by the time of the
      *    WRITE (status 22).  The probe is then run again from the
      *    home slot and the WRITE retried once where it now lands.
      *    Any other failure, or a second one, sets WS-ABAL-FAILED.
           PERFORM 422-SET-POSTING-AMOUNT
           IF NOT WS-ABAL-POSTED
              PERFORM 424-STORE-AREA-BALANCE
              IF WS-ABAL-STATUS = '22' AND NOT WS-ABAL-FOUND
                 DISPLAY 'XFERMAIN: AREABAL SLOT TAKEN - PROBING '
                     'AGAIN: ' IN-ID
                 PERFORM 410-LOCATE-AREA-BALANCE
                 EVALUATE TRUE
                     WHEN WS-ABAL-FAILED
                         CONTINUE
                     WHEN NOT WS-ABAL-FOUND AND NOT WS-ABAL-EMPTY
                         SET WS-ABAL-FAILED TO TRUE
                         MOVE 'AREABAL FULL - NO SLOT FOR AREA POSITION'
                             TO WS-ABAL-PROBLEM-REASON
                     WHEN OTHER
                         PERFORM 424-STORE-AREA-BALANCE
                 END-EVALUATE
              END-IF
              IF NOT WS-ABAL-FAILED AND WS-ABAL-STATUS NOT = '00'
                 SET WS-ABAL-FAILED TO TRUE
                 MOVE SPACES TO WS-ABAL-PROBLEM-REASON
                 STRING 'AREABAL WRITE FAILED - STATUS=' WS-ABAL-STATUS
                     DELIMITED BY SIZE INTO WS-ABAL-PROBLEM-REASON
                 DISPLAY 'XFERMAIN: AREABAL WRITE FAILED: '
                     IN-ID ' STATUS=' WS-ABAL-STATUS
              END-IF
           ELSE
              MOVE WS-ABAL-POSITION TO WS-ABAL-PROJECTED
           END-IF
           IF NOT WS-ABAL-FAILED
              PERFORM 425-NOTE-RUN-POSITION
              IF WS-RUNPOS-MATCH-SUB > 0
                 MOVE WS-ABAL-PROJECTED
                     TO WS-RP-CLOSING(WS-RUNPOS-MATCH-SUB)
              END-IF
           END-IF.

       422-SET-POSTING-AMOUNT.
      *    The transfer being posted, in base currency: the same
      *    conversion as 237-SET-BASE-AMOUNT, but of the moved record
      *    in WS-AREA-2 -- for a reversal that is the reversal detail
      *    and the rate stamped on it, the rate GLEXTRCT posts it at.
      *    A blank rate is a base-currency transfer; a rate that does
      *    not read as a number (only a hand-released hold can get
      *    this far with one) posts the amount as it stands.
           MOVE A2-AMOUNT TO WS-POST-AMOUNT
           IF A2-FILLER(27:11) NOT = SPACES
              MOVE A2-FILLER(27:11) TO WS-POST-RATE-X
              IF WS-POST-RATE IS NUMERIC
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                     A2-AMOUNT * WS-POST-RATE
              END-IF
           END-IF.

       423-WITHDRAW-CHECKPOINT.
      *    The unit of work stopped before anything moved: removes the
      *    PENDING checkpoint 505 wrote for it (same area-id, type and
      *    stamp guard as 510), leaving the slot as 220 found it.
           READ CHECKPOINT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CKPT-AREA-ID = IN-ID
                      AND CKPT-TYPE-FLAG = WS-CURRENT-TYPE-FLAG
                      AND CKPT-PENDING
                      AND CKPT-TIMESTAMP = WS-TIMESTAMP
                      DELETE CHECKPOINT-FILE
                          INVALID KEY CONTINUE
                      END-DELETE
                   END-IF
           END-READ.

       424-STORE-AREA-BALANCE.
      *    REWRITEs the area's row where 410 found it, or WRITEs the
      *    first one into the empty slot 410 stopped at.  The outcome
      *    is left in WS-ABAL-STATUS for 420.
           IF WS-CURRENT-TYPE-FLAG = 'R'
              SUBTRACT WS-POST-AMOUNT FROM WS-ABAL-POSITION
                  GIVING WS-ABAL-PROJECTED
           ELSE
              ADD WS-POST-AMOUNT TO WS-ABAL-POSITION
                  GIVING WS-ABAL-PROJECTED
           END-IF
           MOVE SPACES TO AREA-BALANCE-RECORD
           MOVE IN-ID TO ABL-AREA-ID
           MOVE WS-ABAL-PROJECTED TO ABL-POSITION
           MOVE WS-TIMESTAMP TO ABL-UPDATED-AT
           MOVE WS-CURRENT-TYPE-FLAG TO ABL-LAST-TYPE
           IF WS-ABAL-FOUND
              REWRITE AREA-BALANCE-RECORD
                  INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE AREA-BALANCE-RECORD
                  INVALID KEY CONTINUE
              END-WRITE
           END-IF.

       425-NOTE-RUN-POSITION.
      *    Finds (or opens) the area's entry in the run's position
      *    table.  The opening is the position the first time this
      *    run saw the area; the closing starts there and is carried
      *    forward by each posting.  A full table leaves
      *    WS-RUNPOS-MATCH-SUB at zero and the callers skip the
      *    itemizing -- the AREABAL posting itself is unaffected.
           MOVE 0 TO WS-RUNPOS-MATCH-SUB
           PERFORM VARYING WS-RUNPOS-SUB FROM 1 BY 1
                   UNTIL WS-RUNPOS-SUB > WS-RUNPOS-COUNT
              IF WS-RP-AREA-ID(WS-RUNPOS-SUB) = IN-ID
                 MOVE WS-RUNPOS-SUB TO WS-RUNPOS-MATCH-SUB
              END-IF
           END-PERFORM
           IF WS-RUNPOS-MATCH-SUB = 0
              IF WS-RUNPOS-COUNT < WS-RUNPOS-MAX
                 ADD 1 TO WS-RUNPOS-COUNT
                 MOVE WS-RUNPOS-COUNT TO WS-RUNPOS-MATCH-SUB
                 MOVE IN-ID TO WS-RP-AREA-ID(WS-RUNPOS-MATCH-SUB)
                 MOVE WS-ABAL-POSITION
                     TO WS-RP-OPENING(WS-RUNPOS-MATCH-SUB)
                 MOVE WS-ABAL-POSITION
                     TO WS-RP-CLOSING(WS-RUNPOS-MATCH-SUB)
                 MOVE 0 TO WS-RP-OVER-LIMIT(WS-RUNPOS-MATCH-SUB)
              ELSE
                 DISPLAY 'XFERMAIN: RUN POSITION TABLE FULL - NOT '
                     'ITEMIZED ON SUMRPT: ' IN-ID
              END-IF
           END-IF.

       500-RELEASE-LOCK.
           DELETE LOCKTAB-FILE
               INVALID KEY CONTINUE
      *    and the HISTFILE rows XFERHLOD loads from these lines net
      *    the same way the GL does -- and a reversal row can never
      *    be mistaken for an original by a later reversal's
      *    history match.  The currency code and the base amount
      *    (422, signed the same way) follow the type flag; a
      *    base-currency transfer leaves the code blank.
           PERFORM 521-OPEN-AUDIT-RETRY
           IF NOT WS-FILE-OPEN-FAILED
              MOVE SPACES TO AUDIT-RECORD
              MOVE A2-ID TO AUD-ID
              IF WS-CURRENT-TYPE-FLAG = 'R'
                 COMPUTE AUD-AMOUNT = 0 - A2-AMOUNT
                 COMPUTE AUD-BASE-AMOUNT = 0 - WS-POST-AMOUNT
                 MOVE 'REVERSAL' TO AUD-TYPE-FLAG
              ELSE
                 MOVE A2-AMOUNT TO AUD-AMOUNT
                 MOVE WS-POST-AMOUNT TO AUD-BASE-AMOUNT
                 MOVE SPACES TO AUD-TYPE-FLAG
              END-IF
              MOVE A2-FILLER(24:3) TO AUD-CURRENCY
              MOVE A2-EFF-DATE TO AUD-EFFECTIVE-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'OVER LIMIT: ' WS-OVER-LIMIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'AVG WAIT (MS) : ' WS-AVG-WAIT-MS
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           PERFORM 710-WRITE-PER-BATCH-COUNTS
           PERFORM 720-WRITE-PER-PRIORITY-COUNTS
           PERFORM 730-WRITE-AREA-POSITIONS
           CLOSE SUMMARY-REPORT-FILE
           DISPLAY 'ATTEMPTED=' WS-ATTEMPTED-COUNT
               ' COMPLETED=' WS-COMPLETED-COUNT
               ' STALLED=' WS-STALLED-COUNT
               ' WAREHOUSED=' WS-WAREHOUSED-COUNT
               ' HELD=' WS-HELD-COUNT
               ' OVER-LIMIT=' WS-OVER-LIMIT-COUNT
               ' AVG-WAIT-MS=' WS-AVG-WAIT-MS
               ' MAX-WAIT-MS=' WS-MAX-WAIT-MS
               ' EXCEPTIONS=' WS-EXCEPTION-COUNT
                 MOVE SPACES TO SUMMARY-REPORT-LINE
                 STRING '  WAREHOUSED ' WS-BT-WAREHOUSED(WS-BT-SUB)
                     ' HELD ' WS-BT-HELD(WS-BT-SUB)
                     ' OVER LIMIT ' WS-BT-OVER-LIMIT(WS-BT-SUB)
                     DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                 WRITE SUMMARY-REPORT-LINE
              END-IF
              END-IF
           END-PERFORM.

       730-WRITE-AREA-POSITIONS.
      *    Each area this run moved or refused, in the order the run
      *    first touched it: the AREABAL position before the run's
      *    first posting and after its last.  EODBAL carries the
      *    same figures for the whole day.
           MOVE 'AREA POSITIONS (AREABAL)' TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING '  AREA-ID            OPENING'
               '         CLOSING OVERLMT'
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           PERFORM VARYING WS-RUNPOS-SUB FROM 1 BY 1
                   UNTIL WS-RUNPOS-SUB > WS-RUNPOS-COUNT
              MOVE WS-RP-OPENING(WS-RUNPOS-SUB) TO WS-POSITION-DISPLAY
              MOVE WS-RP-CLOSING(WS-RUNPOS-SUB) TO WS-CLOSING-DISPLAY
              MOVE SPACES TO SUMMARY-REPORT-LINE
              STRING '  ' WS-RP-AREA-ID(WS-RUNPOS-SUB)
                  ' ' WS-POSITION-DISPLAY
                  ' ' WS-CLOSING-DISPLAY
                  ' ' WS-RP-OVER-LIMIT(WS-RUNPOS-SUB)
                  DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
              WRITE SUMMARY-REPORT-LINE
           END-PERFORM.

       900-TERMINATE.
      *    Only INPUT-DATASET is still open at job end: 100-INITIALIZE
      *    now closes OUTPUT-DATASET/LOCKTAB-FILE/CHECKPOINT-FILE/
           IF WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'PENDRLSE'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'HELDRLSE'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'RETRYRUN'
              AND WS-BT-BATCH-ID(WS-BT-SUB) NOT = 'SUSPRLSE'
              PERFORM 170-FIND-REGISTRY-ENTRY
              IF WS-BREG-FOUND
                 AND WS-BR-STATUS(WS-BREG-MATCH-SUB) = 'R'
