       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
      *****************************************************************
      *  RUNHIST
      *  Batch-window timing history and overrun report.  NITEDRV
      *  writes a timestamped START and END line to RUNLOG for every
      *  step, but nobody reads it until a night has already gone
      *  wrong -- growth in XFERMAIN or EODBAL shows up the morning
      *  the window collides with the GL cutoff instead of weeks
      *  before.  This job turns RUNLOG into a permanent history and
      *  a trend:
      *    - every NITEDRV run not yet on STEPHIST is added to it,
      *      one line per step with its elapsed time and return code
      *      plus one NITEDRV line for the whole window (see
      *      STEPHIST.cpy).  A run is recorded once its NITEDRV END
      *      line is on RUNLOG, or -- if the driver never closed it
      *      -- once the next night's NITEDRV START is, as
      *      incomplete.  The START timestamp of the last recorded
      *      run is the high-water mark, so a rerun adds nothing;
      *    - RUNRPT shows, for each step and for the whole window,
      *      the average and worst elapsed time over the rolling
      *      period (days on the command line, default 30, ending on
      *      the latest recorded night), the latest night's elapsed
      *      time and return code, and how often the target was
      *      overrun in the period;
      *    - targets come from the RUNTGT control file, one line per
      *      step (NITEDRV for the whole window) in minutes; a step
      *      with no target is reported but never flagged.  Any step,
      *      or the window, over its target in the latest night is
      *      flagged and ends the run with return code 4.
      *  Run sequence: after NITEDRV has finished, any time before
      *  the next night.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPHIST-STATUS.

           SELECT TARGET-FILE ASSIGN TO "RUNTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTGT-STATUS.

           SELECT TIMING-REPORT-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    As NITEDRV writes it.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RL-TIMESTAMP                PIC X(21).
           05  FILLER                      PIC X.
           05  RL-STEP                     PIC X(8).
           05  FILLER                      PIC X.
           05  RL-EVENT                    PIC X(8).
           05  FILLER                      PIC X.
           05  RL-RC                       PIC 9(4).
           05  FILLER                      PIC X.
           05  RL-NOTE                     PIC X(34).

       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

       FD  TARGET-FILE.
       01  TARGET-RECORD.
           05  RTG-STEP                    PIC X(8).
           05  FILLER                      PIC X.
           05  RTG-TARGET-MINUTES          PIC 9(4).

       FD  TIMING-REPORT-FILE.
       01  TIMING-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS            PIC XX.
       01  WS-STEPHIST-STATUS          PIC XX.
       01  WS-RUNTGT-STATUS            PIC XX.
       01  WS-RUNRPT-STATUS            PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NIGHT-OPEN-SWITCH        PIC X VALUE 'N'.
           88  WS-NIGHT-OPEN           VALUE 'Y'.
       01  WS-NIGHT-CLOSED-SWITCH      PIC X VALUE 'N'.
           88  WS-NIGHT-CLOSED         VALUE 'Y'.
       01  WS-HIST-OPEN-SWITCH         PIC X VALUE 'N'.
           88  WS-HIST-OPEN            VALUE 'Y'.
       01  WS-ENTRY-FOUND-SWITCH       PIC X.
           88  WS-ENTRY-FOUND          VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

      *    Rolling period in days, ending on the latest recorded
      *    night.  Same operator-typed command-line parm handling as
      *    GLRECON's ageing window.
       01  WS-PERIOD-PARM              PIC X(8).
       01  WS-PERIOD-DAYS              PIC 9(4) VALUE 30.
       01  WS-PARM-SCAN-SUB            PIC 9(2).
       01  WS-PARM-DIGIT-COUNT         PIC 9(2).
       01  WS-PARM-VALUE               PIC 9(4).
       01  WS-PARM-SPACE-SEEN-SWITCH   PIC X.
           88  WS-PARM-SPACE-SEEN      VALUE 'Y'.
       01  WS-PARM-BAD-SWITCH          PIC X.
           88  WS-PARM-BAD             VALUE 'Y'.

      *    High-water mark: the NITEDRV START stamp of the latest run
      *    already on STEPHIST.  CURRENT-DATE stamps compare in time
      *    order as plain text.
       01  WS-LAST-RECORDED-START      PIC X(21) VALUE SPACES.
       01  WS-LATEST-START             PIC X(21) VALUE SPACES.
       01  WS-LATEST-NIGHT-DATE        PIC X(10) VALUE SPACES.
       01  WS-CUTOFF-DATE              PIC X(10).
       01  WS-CUTOFF-INTEGER           PIC S9(9) COMP-5.
       01  WS-DATE-NUMERIC             PIC 9(8).

      *    A RUNLOG stamp taken apart and turned into seconds on one
      *    continuous scale, so a step running past midnight still
      *    has a positive elapsed time.  Hundredths are dropped.
       01  WS-TS-WORK.
           05  WS-TS-DATE              PIC 9(8).
           05  WS-TS-HOURS             PIC 9(2).
           05  WS-TS-MINUTES           PIC 9(2).
           05  WS-TS-SECS              PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-TS-SECONDS               PIC 9(11).

      *    The night being read off RUNLOG: one entry per distinct
      *    step, its runs summed.  50 steps is several times the run
      *    book; overflow is reported, never silently dropped.
       01  WS-NIGHT-START              PIC X(21).
       01  WS-NIGHT-DATE               PIC X(10).
       01  WS-NIGHT-START-SECONDS      PIC 9(11).
       01  WS-NIGHT-LAST-SECONDS       PIC 9(11).
       01  WS-NIGHT-RC                 PIC 9(4).
       01  WS-NS-MAX                   PIC 9(2) VALUE 50.
       01  WS-NS-COUNT                 PIC 9(2) VALUE 0.
       01  WS-NIGHT-STEP-TABLE.
           05  WS-NIGHT-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-NS-STEP          PIC X(8).
               10  WS-NS-RUN-COUNT     PIC 9(2).
               10  WS-NS-ELAPSED       PIC 9(7).
               10  WS-NS-RC            PIC 9(4).
               10  WS-NS-STARTED-AT    PIC 9(11).
               10  WS-NS-RUNNING-SWITCH PIC X.
                   88  WS-NS-RUNNING   VALUE 'Y'.
       01  WS-NS-SUB                   PIC 9(2).
       01  WS-NS-MATCH-SUB             PIC 9(2).

      *    RUNTGT, held in seconds.
       01  WS-TG-MAX                   PIC 9(2) VALUE 50.
       01  WS-TG-COUNT                 PIC 9(2) VALUE 0.
       01  WS-TARGET-TABLE.
           05  WS-TARGET-ENTRY OCCURS 50 TIMES.
               10  WS-TG-STEP          PIC X(8).
               10  WS-TG-SECONDS       PIC 9(7).
       01  WS-TG-SUB                   PIC 9(2).
       01  WS-TARGET-KEY               PIC X(8).
       01  WS-TG-MATCH-SUB             PIC 9(2).

      *    Per-step figures over the rolling period, in the order the
      *    steps first appear on STEPHIST (so the run-book order).
       01  WS-TR-MAX                   PIC 9(2) VALUE 50.
       01  WS-TR-COUNT                 PIC 9(2) VALUE 0.
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 50 TIMES.
               10  WS-TR-STEP          PIC X(8).
               10  WS-TR-NIGHTS        PIC 9(5).
               10  WS-TR-TOTAL         PIC 9(11).
               10  WS-TR-WORST         PIC 9(7).
               10  WS-TR-LATEST        PIC 9(7).
               10  WS-TR-LATEST-RC     PIC 9(4).
               10  WS-TR-LATEST-STATUS PIC X.
               10  WS-TR-IN-LATEST-SWITCH PIC X.
                   88  WS-TR-IN-LATEST VALUE 'Y'.
               10  WS-TR-OVERRUNS      PIC 9(5).
               10  WS-TR-INCOMPLETE    PIC 9(5).
       01  WS-TR-SUB                   PIC 9(2).
       01  WS-TR-MATCH-SUB             PIC 9(2).
       01  WS-WINDOW-SUB               PIC 9(2).

       01  WS-COUNTS.
           05  WS-LOG-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-NIGHTS-ADDED-COUNT   PIC 9(7) VALUE 0.
           05  WS-ROWS-ADDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-TARGETS-BAD-COUNT    PIC 9(7) VALUE 0.
           05  WS-OVER-TARGET-COUNT    PIC 9(7) VALUE 0.
           05  WS-INCOMPLETE-COUNT     PIC 9(7) VALUE 0.

       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-FMT-SECONDS              PIC 9(7).
       01  WS-FMT-HOURS                PIC 9(2).
       01  WS-FMT-MINUTES              PIC 9(2).
       01  WS-FMT-SECS                 PIC 9(2).
       01  WS-FMT-WHOLE-HOURS          PIC 9(7).
       01  WS-FMT-REMAINDER            PIC 9(7).
       01  WS-FMT-HMS                  PIC X(8).
       01  WS-TARGET-HMS               PIC X(8).
       01  WS-AVERAGE-HMS              PIC X(8).
       01  WS-WORST-HMS                PIC X(8).
       01  WS-LATEST-HMS               PIC X(8).
       01  WS-LATEST-RC-TEXT           PIC X(4).
       01  WS-FLAG-TEXT                PIC X(7).
       01  WS-AVERAGE-SECONDS          PIC 9(7).
       01  WS-NIGHTS-DISPLAY           PIC ZZZZ9.
       01  WS-OVERRUNS-DISPLAY         PIC ZZZZ9.
       01  WS-DAYS-DISPLAY             PIC ZZZ9.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND
              PERFORM 200-EXTEND-HISTORY
              IF WS-HIST-OPEN
                 CLOSE STEP-HISTORY-FILE
              END-IF
              IF NOT WS-ABEND
                 PERFORM 400-BUILD-TRENDS
              END-IF
              IF NOT WS-ABEND
                 PERFORM 500-WRITE-REPORT
              END-IF
              PERFORM 700-REPORT-TOTALS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           IF WS-PERIOD-PARM NOT = SPACES
              PERFORM 110-PARSE-PERIOD-PARM
              IF WS-PARM-BAD OR WS-PARM-VALUE = 0
                 DISPLAY 'RUNHIST: BAD PERIOD PARM, USING DEFAULT '
                     WS-PERIOD-DAYS
              ELSE
                 MOVE WS-PARM-VALUE TO WS-PERIOD-DAYS
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 120-LOAD-TARGETS
           IF NOT WS-ABEND
              PERFORM 130-FIND-HIGH-WATER-MARK
           END-IF.

       110-PARSE-PERIOD-PARM.
      *    One to four digits, no zero padding required -- the
      *    GLRECON/CKPTMNT parser.
           MOVE 0 TO WS-PARM-DIGIT-COUNT
           MOVE 0 TO WS-PARM-VALUE
           MOVE 'N' TO WS-PARM-SPACE-SEEN-SWITCH
           MOVE 'N' TO WS-PARM-BAD-SWITCH
           PERFORM VARYING WS-PARM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SCAN-SUB > 8
              EVALUATE TRUE
                  WHEN WS-PERIOD-PARM(WS-PARM-SCAN-SUB:1) NUMERIC
                      IF WS-PARM-SPACE-SEEN
                         OR WS-PARM-DIGIT-COUNT NOT < 4
                         SET WS-PARM-BAD TO TRUE
                      ELSE
                         ADD 1 TO WS-PARM-DIGIT-COUNT
                         COMPUTE WS-PARM-VALUE =
                             (WS-PARM-VALUE * 10) + FUNCTION NUMVAL
                             (WS-PERIOD-PARM(WS-PARM-SCAN-SUB:1))
                      END-IF
                  WHEN WS-PERIOD-PARM(WS-PARM-SCAN-SUB:1) = SPACE
                      SET WS-PARM-SPACE-SEEN TO TRUE
                  WHEN OTHER
                      SET WS-PARM-BAD TO TRUE
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGIT-COUNT = 0
              SET WS-PARM-BAD TO TRUE
           END-IF.

       120-LOAD-TARGETS.
      *    No RUNTGT just means nothing is flagged.  A line that does
      *    not read is reported and ignored -- that step is simply
      *    unflagged, it does not stop the history being kept.
           OPEN INPUT TARGET-FILE
           EVALUATE WS-RUNTGT-STATUS
               WHEN '35'
                   DISPLAY 'RUNHIST: NO RUNTGT - NO TARGETS CHECKED'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 125-LOAD-ONE-TARGET UNTIL WS-EOF
                   CLOSE TARGET-FILE
               WHEN OTHER
                   DISPLAY 'RUNHIST: CANNOT OPEN RUNTGT, STATUS='
                       WS-RUNTGT-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       125-LOAD-ONE-TARGET.
           READ TARGET-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TARGET-RECORD = SPACES
                           CONTINUE
                       WHEN RTG-STEP = SPACES
                           OR RTG-TARGET-MINUTES NOT NUMERIC
                           ADD 1 TO WS-TARGETS-BAD-COUNT
                           DISPLAY 'RUNHIST: UNREADABLE RUNTGT LINE '
                               'IGNORED: ' TARGET-RECORD
                       WHEN WS-TG-COUNT NOT < WS-TG-MAX
                           ADD 1 TO WS-TARGETS-BAD-COUNT
                           DISPLAY 'RUNHIST: TARGET TABLE FULL - '
                               'IGNORED: ' RTG-STEP
                       WHEN OTHER
                           ADD 1 TO WS-TG-COUNT
                           MOVE RTG-STEP TO WS-TG-STEP(WS-TG-COUNT)
                           COMPUTE WS-TG-SECONDS(WS-TG-COUNT) =
                               RTG-TARGET-MINUTES * 60
                   END-EVALUATE
           END-READ.

       130-FIND-HIGH-WATER-MARK.
      *    No STEPHIST yet just means every run on RUNLOG is new.
           OPEN INPUT STEP-HISTORY-FILE
           EVALUATE WS-STEPHIST-STATUS
               WHEN '35'
                   DISPLAY 'RUNHIST: NO STEPHIST YET - BUILDING NEW'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 135-READ-ONE-HISTORY-ROW UNTIL WS-EOF
                   CLOSE STEP-HISTORY-FILE
               WHEN OTHER
                   DISPLAY 'RUNHIST: CANNOT OPEN STEPHIST, STATUS='
                       WS-STEPHIST-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-LAST-RECORDED-START TO WS-LATEST-START.

       135-READ-ONE-HISTORY-ROW.
           READ STEP-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF SHR-RUN-START > WS-LAST-RECORDED-START
                      MOVE SHR-RUN-START TO WS-LAST-RECORDED-START
                      MOVE SHR-NIGHT-DATE TO WS-LATEST-NIGHT-DATE
                   END-IF
           END-READ.

       200-EXTEND-HISTORY.
      *    RUNLOG is NITEDRV's append-only log; it is only read here.
           OPEN INPUT RUN-LOG-FILE
           EVALUATE WS-RUNLOG-STATUS
               WHEN '35'
                   DISPLAY 'RUNHIST: NO RUNLOG - NOTHING TO ADD'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 210-READ-ONE-LOG-LINE
                       UNTIL WS-EOF OR WS-ABEND
                   CLOSE RUN-LOG-FILE
               WHEN OTHER
                   DISPLAY 'RUNHIST: CANNOT OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       210-READ-ONE-LOG-LINE.
      *    A night still open at end of file is either tonight's run
      *    in progress or a driver that died with nothing after it;
      *    it is left for the next pass, which records it complete
      *    or (once a later night has started) incomplete.
           READ RUN-LOG-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   MOVE RL-TIMESTAMP TO WS-TS-WORK
                   IF WS-TS-DATE NUMERIC
                      AND WS-TS-HOURS NUMERIC
                      AND WS-TS-MINUTES NUMERIC
                      AND WS-TS-SECS NUMERIC
                      PERFORM 280-STAMP-TO-SECONDS
                      PERFORM 215-APPLY-LOG-LINE
                   END-IF
           END-READ.

       215-APPLY-LOG-LINE.
      *    The driver's own RECOVER and STALL notes carry no timing.
           EVALUATE TRUE
               WHEN RL-STEP = 'NITEDRV' AND RL-EVENT = 'START'
                   IF WS-NIGHT-OPEN
                      PERFORM 260-CLOSE-NIGHT
                   END-IF
                   PERFORM 220-OPEN-NIGHT
               WHEN NOT WS-NIGHT-OPEN
                   CONTINUE
               WHEN RL-STEP = 'NITEDRV' AND RL-EVENT = 'END'
                   MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-SECONDS
                   MOVE RL-RC TO WS-NIGHT-RC
                   SET WS-NIGHT-CLOSED TO TRUE
                   PERFORM 260-CLOSE-NIGHT
               WHEN RL-STEP = 'NITEDRV'
                   MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-SECONDS
               WHEN RL-EVENT = 'START'
                   MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-SECONDS
                   PERFORM 230-STEP-STARTED
               WHEN RL-EVENT = 'END'
                   MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-SECONDS
                   PERFORM 240-STEP-ENDED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-OPEN-NIGHT.
           SET WS-NIGHT-OPEN TO TRUE
           MOVE 'N' TO WS-NIGHT-CLOSED-SWITCH
           MOVE RL-TIMESTAMP TO WS-NIGHT-START
           MOVE SPACES TO WS-NIGHT-DATE
           STRING RL-TIMESTAMP(1:4) '-' RL-TIMESTAMP(5:2) '-'
               RL-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-NIGHT-DATE
           MOVE WS-TS-SECONDS TO WS-NIGHT-START-SECONDS
           MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-SECONDS
           MOVE 0 TO WS-NIGHT-RC
           MOVE 0 TO WS-NS-COUNT.

       230-STEP-STARTED.
           PERFORM 250-FIND-NIGHT-STEP
           IF NOT WS-ENTRY-FOUND
              IF WS-NS-COUNT < WS-NS-MAX
                 ADD 1 TO WS-NS-COUNT
                 MOVE WS-NS-COUNT TO WS-NS-MATCH-SUB
                 MOVE RL-STEP TO WS-NS-STEP(WS-NS-MATCH-SUB)
                 MOVE 0 TO WS-NS-RUN-COUNT(WS-NS-MATCH-SUB)
                 MOVE 0 TO WS-NS-ELAPSED(WS-NS-MATCH-SUB)
                 MOVE 0 TO WS-NS-RC(WS-NS-MATCH-SUB)
                 SET WS-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'RUNHIST: STEP TABLE FULL - NOT TIMED: '
                     RL-STEP ' ' RL-TIMESTAMP
              END-IF
           END-IF
           IF WS-ENTRY-FOUND
              MOVE WS-TS-SECONDS TO WS-NS-STARTED-AT(WS-NS-MATCH-SUB)
              SET WS-NS-RUNNING(WS-NS-MATCH-SUB) TO TRUE
           END-IF.

       240-STEP-ENDED.
      *    An END with no START in this night (a hand-edited log) is
      *    ignored.  A stamp behind its START (a clock set back)
      *    counts as no time rather than a negative one.
           PERFORM 250-FIND-NIGHT-STEP
           IF WS-ENTRY-FOUND
              AND WS-NS-RUNNING(WS-NS-MATCH-SUB)
              IF WS-TS-SECONDS > WS-NS-STARTED-AT(WS-NS-MATCH-SUB)
                 COMPUTE WS-NS-ELAPSED(WS-NS-MATCH-SUB) =
                     WS-NS-ELAPSED(WS-NS-MATCH-SUB)
                     + WS-TS-SECONDS
                     - WS-NS-STARTED-AT(WS-NS-MATCH-SUB)
              END-IF
              ADD 1 TO WS-NS-RUN-COUNT(WS-NS-MATCH-SUB)
              IF RL-RC > WS-NS-RC(WS-NS-MATCH-SUB)
                 MOVE RL-RC TO WS-NS-RC(WS-NS-MATCH-SUB)
              END-IF
              MOVE 'N' TO WS-NS-RUNNING-SWITCH(WS-NS-MATCH-SUB)
           END-IF.

       250-FIND-NIGHT-STEP.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           MOVE 0 TO WS-NS-MATCH-SUB
           PERFORM VARYING WS-NS-SUB FROM 1 BY 1
                   UNTIL WS-NS-SUB > WS-NS-COUNT
              IF WS-NS-STEP(WS-NS-SUB) = RL-STEP
                 SET WS-ENTRY-FOUND TO TRUE
                 MOVE WS-NS-SUB TO WS-NS-MATCH-SUB
              END-IF
           END-PERFORM.

       260-CLOSE-NIGHT.
      *    Only a run past the high-water mark is new; anything at or
      *    behind it was recorded by an earlier pass.
           IF WS-NIGHT-START > WS-LAST-RECORDED-START
              IF NOT WS-HIST-OPEN
                 PERFORM 270-OPEN-HISTORY-EXTEND
              END-IF
              IF WS-HIST-OPEN
                 PERFORM VARYING WS-NS-SUB FROM 1 BY 1
                         UNTIL WS-NS-SUB > WS-NS-COUNT
                    PERFORM 265-WRITE-STEP-ROW
                 END-PERFORM
                 PERFORM 266-WRITE-WINDOW-ROW
                 ADD 1 TO WS-NIGHTS-ADDED-COUNT
                 MOVE WS-NIGHT-START TO WS-LATEST-START
                 MOVE WS-NIGHT-DATE TO WS-LATEST-NIGHT-DATE
                 IF NOT WS-NIGHT-CLOSED
                    DISPLAY 'RUNHIST: RUN STARTED ' WS-NIGHT-START
                        ' NEVER ENDED - RECORDED INCOMPLETE'
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO WS-NIGHT-OPEN-SWITCH.

       265-WRITE-STEP-ROW.
           MOVE SPACES TO STEP-HISTORY-RECORD
           MOVE WS-NIGHT-START TO SHR-RUN-START
           MOVE WS-NIGHT-DATE TO SHR-NIGHT-DATE
           MOVE WS-NS-STEP(WS-NS-SUB) TO SHR-STEP
           IF WS-NS-RUNNING(WS-NS-SUB)
              SET SHR-INCOMPLETE TO TRUE
           ELSE
              SET SHR-COMPLETE TO TRUE
           END-IF
           MOVE WS-NS-RUN-COUNT(WS-NS-SUB) TO SHR-RUN-COUNT
           MOVE WS-NS-ELAPSED(WS-NS-SUB) TO SHR-ELAPSED-SECONDS
           MOVE WS-NS-RC(WS-NS-SUB) TO SHR-RC
           PERFORM 268-WRITE-HISTORY-ROW.

       266-WRITE-WINDOW-ROW.
           MOVE SPACES TO STEP-HISTORY-RECORD
           MOVE WS-NIGHT-START TO SHR-RUN-START
           MOVE WS-NIGHT-DATE TO SHR-NIGHT-DATE
           MOVE 'NITEDRV' TO SHR-STEP
           IF WS-NIGHT-CLOSED
              SET SHR-COMPLETE TO TRUE
           ELSE
              SET SHR-INCOMPLETE TO TRUE
           END-IF
           MOVE 1 TO SHR-RUN-COUNT
           COMPUTE SHR-ELAPSED-SECONDS =
               WS-NIGHT-LAST-SECONDS - WS-NIGHT-START-SECONDS
           MOVE WS-NIGHT-RC TO SHR-RC
           PERFORM 268-WRITE-HISTORY-ROW.

       268-WRITE-HISTORY-ROW.
           WRITE STEP-HISTORY-RECORD
           IF WS-STEPHIST-STATUS = '00'
              ADD 1 TO WS-ROWS-ADDED-COUNT
           ELSE
              DISPLAY 'RUNHIST: CANNOT WRITE STEPHIST, STATUS='
                  WS-STEPHIST-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       270-OPEN-HISTORY-EXTEND.
           OPEN EXTEND STEP-HISTORY-FILE
           IF WS-STEPHIST-STATUS = '35'
              OPEN OUTPUT STEP-HISTORY-FILE
           END-IF
           IF WS-STEPHIST-STATUS = '00'
              SET WS-HIST-OPEN TO TRUE
           ELSE
              DISPLAY 'RUNHIST: CANNOT EXTEND STEPHIST, STATUS='
                  WS-STEPHIST-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       280-STAMP-TO-SECONDS.
           COMPUTE WS-TS-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400)
               + (WS-TS-HOURS * 3600) + (WS-TS-MINUTES * 60)
               + WS-TS-SECS.

       400-BUILD-TRENDS.
      *    The period ends on the latest recorded night, not today,
      *    so a report run late (or a quiet week) still shows the
      *    last N days of actual runs.
           IF WS-LATEST-START = SPACES
              DISPLAY 'RUNHIST: NO RUNS RECORDED YET'
           ELSE
              MOVE WS-LATEST-NIGHT-DATE(1:4) TO WS-DATE-NUMERIC(1:4)
              MOVE WS-LATEST-NIGHT-DATE(6:2) TO WS-DATE-NUMERIC(5:2)
              MOVE WS-LATEST-NIGHT-DATE(9:2) TO WS-DATE-NUMERIC(7:2)
              COMPUTE WS-CUTOFF-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                  - WS-PERIOD-DAYS + 1
              COMPUTE WS-DATE-NUMERIC =
                  FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
              MOVE SPACES TO WS-CUTOFF-DATE
              STRING WS-DATE-NUMERIC(1:4) '-' WS-DATE-NUMERIC(5:2)
                  '-' WS-DATE-NUMERIC(7:2)
                  DELIMITED BY SIZE INTO WS-CUTOFF-DATE
              OPEN INPUT STEP-HISTORY-FILE
              IF WS-STEPHIST-STATUS NOT = '00'
                 DISPLAY 'RUNHIST: CANNOT READ STEPHIST, STATUS='
                     WS-STEPHIST-STATUS
                 SET WS-ABEND TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 MOVE 'N' TO WS-EOF-SWITCH
                 PERFORM 410-ACCUMULATE-ONE-ROW UNTIL WS-EOF
                 CLOSE STEP-HISTORY-FILE
              END-IF
           END-IF.

       410-ACCUMULATE-ONE-ROW.
      *    Incomplete lines are counted but kept out of the average,
      *    worst and overrun figures -- a killed night's times say
      *    nothing about how long the step takes.
           READ STEP-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF SHR-NIGHT-DATE NOT < WS-CUTOFF-DATE
                      AND SHR-ELAPSED-SECONDS NUMERIC
                      PERFORM 420-FIND-TREND-ENTRY
                      IF WS-ENTRY-FOUND
                         PERFORM 415-ADD-ROW-TO-TREND
                      END-IF
                   END-IF
           END-READ.

       415-ADD-ROW-TO-TREND.
           IF SHR-INCOMPLETE
              ADD 1 TO WS-TR-INCOMPLETE(WS-TR-MATCH-SUB)
           ELSE
              ADD 1 TO WS-TR-NIGHTS(WS-TR-MATCH-SUB)
              ADD SHR-ELAPSED-SECONDS TO WS-TR-TOTAL(WS-TR-MATCH-SUB)
              IF SHR-ELAPSED-SECONDS > WS-TR-WORST(WS-TR-MATCH-SUB)
                 MOVE SHR-ELAPSED-SECONDS
                     TO WS-TR-WORST(WS-TR-MATCH-SUB)
              END-IF
              MOVE SHR-STEP TO WS-TARGET-KEY
              PERFORM 430-FIND-TARGET
              IF WS-TG-MATCH-SUB > 0
                 IF SHR-ELAPSED-SECONDS
                    > WS-TG-SECONDS(WS-TG-MATCH-SUB)
                    ADD 1 TO WS-TR-OVERRUNS(WS-TR-MATCH-SUB)
                 END-IF
              END-IF
           END-IF
           IF SHR-RUN-START = WS-LATEST-START
              SET WS-TR-IN-LATEST(WS-TR-MATCH-SUB) TO TRUE
              MOVE SHR-ELAPSED-SECONDS TO WS-TR-LATEST(WS-TR-MATCH-SUB)
              MOVE SHR-RC TO WS-TR-LATEST-RC(WS-TR-MATCH-SUB)
              MOVE SHR-STATUS TO WS-TR-LATEST-STATUS(WS-TR-MATCH-SUB)
           END-IF.

       420-FIND-TREND-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           MOVE 0 TO WS-TR-MATCH-SUB
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT
              IF WS-TR-STEP(WS-TR-SUB) = SHR-STEP
                 SET WS-ENTRY-FOUND TO TRUE
                 MOVE WS-TR-SUB TO WS-TR-MATCH-SUB
              END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
              IF WS-TR-COUNT < WS-TR-MAX
                 ADD 1 TO WS-TR-COUNT
                 MOVE WS-TR-COUNT TO WS-TR-MATCH-SUB
                 MOVE SHR-STEP TO WS-TR-STEP(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-NIGHTS(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-TOTAL(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-WORST(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-LATEST(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-LATEST-RC(WS-TR-MATCH-SUB)
                 MOVE SPACE TO WS-TR-LATEST-STATUS(WS-TR-MATCH-SUB)
                 MOVE 'N' TO WS-TR-IN-LATEST-SWITCH(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-OVERRUNS(WS-TR-MATCH-SUB)
                 MOVE 0 TO WS-TR-INCOMPLETE(WS-TR-MATCH-SUB)
                 SET WS-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'RUNHIST: TREND TABLE FULL - NOT REPORTED: '
                     SHR-STEP
              END-IF
           END-IF.

       430-FIND-TARGET.
      *    Looks up the step in WS-TARGET-KEY.
           MOVE 0 TO WS-TG-MATCH-SUB
           PERFORM VARYING WS-TG-SUB FROM 1 BY 1
                   UNTIL WS-TG-SUB > WS-TG-COUNT
              IF WS-TG-STEP(WS-TG-SUB) = WS-TARGET-KEY
                 MOVE WS-TG-SUB TO WS-TG-MATCH-SUB
              END-IF
           END-PERFORM.

       500-WRITE-REPORT.
      *    Steps in run-book order, then the whole window on its own
      *    line under a rule.
           OPEN OUTPUT TIMING-REPORT-FILE
           IF WS-RUNRPT-STATUS NOT = '00'
              DISPLAY 'RUNHIST: CANNOT OPEN RUNRPT, STATUS='
                  WS-RUNRPT-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 510-WRITE-REPORT-HEADING
              MOVE 0 TO WS-WINDOW-SUB
              PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                      UNTIL WS-TR-SUB > WS-TR-COUNT
                 IF WS-TR-STEP(WS-TR-SUB) = 'NITEDRV'
                    MOVE WS-TR-SUB TO WS-WINDOW-SUB
                 ELSE
                    PERFORM 520-WRITE-STEP-LINE
                 END-IF
              END-PERFORM
              MOVE ALL '-' TO TIMING-REPORT-LINE
              WRITE TIMING-REPORT-LINE
              IF WS-WINDOW-SUB > 0
                 MOVE WS-WINDOW-SUB TO WS-TR-SUB
                 PERFORM 520-WRITE-STEP-LINE
              END-IF
              MOVE SPACES TO TIMING-REPORT-LINE
              WRITE TIMING-REPORT-LINE
              PERFORM 530-WRITE-REPORT-FOOTING
              CLOSE TIMING-REPORT-FILE
           END-IF.

       510-WRITE-REPORT-HEADING.
           MOVE SPACES TO TIMING-REPORT-LINE
           STRING 'RUNHIST - BATCH WINDOW TIMING  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE
           MOVE ALL '-' TO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE
           MOVE WS-PERIOD-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO TIMING-REPORT-LINE
           IF WS-LATEST-START = SPACES
              MOVE 'NO RUNS RECORDED' TO TIMING-REPORT-LINE
           ELSE
              STRING 'PERIOD ' WS-CUTOFF-DATE ' TO '
                  WS-LATEST-NIGHT-DATE ' (' WS-DAYS-DISPLAY
                  ' DAYS)   LATEST RUN STARTED '
                  WS-LATEST-START(9:2) ':' WS-LATEST-START(11:2)
                  DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-IF
           WRITE TIMING-REPORT-LINE
           MOVE SPACES TO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE
           MOVE SPACES TO TIMING-REPORT-LINE
           STRING '  STEP        TARGET   AVERAGE     WORST    LATEST'
               '    RC   RUNS  OVER'
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE.

       520-WRITE-STEP-LINE.
      *    RUNS is the complete nights in the period, OVER how many
      *    of them overran the target.  The flag is for the latest
      *    night only: that is the one somebody has to act on.
           MOVE WS-TR-STEP(WS-TR-SUB) TO WS-TARGET-KEY
           PERFORM 430-FIND-TARGET
           IF WS-TG-MATCH-SUB > 0
              MOVE WS-TG-SECONDS(WS-TG-MATCH-SUB) TO WS-FMT-SECONDS
              PERFORM 590-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-TARGET-HMS
           ELSE
              MOVE '      --' TO WS-TARGET-HMS
           END-IF
           IF WS-TR-NIGHTS(WS-TR-SUB) > 0
              COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                  WS-TR-TOTAL(WS-TR-SUB) / WS-TR-NIGHTS(WS-TR-SUB)
              MOVE WS-AVERAGE-SECONDS TO WS-FMT-SECONDS
              PERFORM 590-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-AVERAGE-HMS
              MOVE WS-TR-WORST(WS-TR-SUB) TO WS-FMT-SECONDS
              PERFORM 590-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-WORST-HMS
           ELSE
              MOVE '      --' TO WS-AVERAGE-HMS
              MOVE '      --' TO WS-WORST-HMS
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-TR-IN-LATEST(WS-TR-SUB)
              MOVE WS-TR-LATEST(WS-TR-SUB) TO WS-FMT-SECONDS
              PERFORM 590-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-LATEST-HMS
              MOVE WS-TR-LATEST-RC(WS-TR-SUB) TO WS-LATEST-RC-TEXT
              EVALUATE TRUE
                  WHEN WS-TR-LATEST-STATUS(WS-TR-SUB) = 'I'
                      MOVE 'INCOMPL' TO WS-FLAG-TEXT
                  WHEN WS-TG-MATCH-SUB > 0
                      AND WS-TR-LATEST(WS-TR-SUB)
                          > WS-TG-SECONDS(WS-TG-MATCH-SUB)
                      MOVE '<< OVER' TO WS-FLAG-TEXT
                      ADD 1 TO WS-OVER-TARGET-COUNT
                      IF WS-RETURN-CODE < 4
                         MOVE 4 TO WS-RETURN-CODE
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           ELSE
              MOVE '      --' TO WS-LATEST-HMS
              MOVE '  --' TO WS-LATEST-RC-TEXT
           END-IF
           ADD WS-TR-INCOMPLETE(WS-TR-SUB) TO WS-INCOMPLETE-COUNT
           MOVE WS-TR-NIGHTS(WS-TR-SUB) TO WS-NIGHTS-DISPLAY
           MOVE WS-TR-OVERRUNS(WS-TR-SUB) TO WS-OVERRUNS-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           IF WS-TR-STEP(WS-TR-SUB) = 'NITEDRV'
              MOVE 'WINDOW' TO WS-REPORT-DETAIL(3:8)
           ELSE
              MOVE WS-TR-STEP(WS-TR-SUB) TO WS-REPORT-DETAIL(3:8)
           END-IF
           MOVE WS-TARGET-HMS TO WS-REPORT-DETAIL(13:8)
           MOVE WS-AVERAGE-HMS TO WS-REPORT-DETAIL(23:8)
           MOVE WS-WORST-HMS TO WS-REPORT-DETAIL(33:8)
           MOVE WS-LATEST-HMS TO WS-REPORT-DETAIL(43:8)
           MOVE WS-LATEST-RC-TEXT TO WS-REPORT-DETAIL(53:4)
           MOVE WS-NIGHTS-DISPLAY TO WS-REPORT-DETAIL(58:5)
           MOVE WS-OVERRUNS-DISPLAY TO WS-REPORT-DETAIL(64:5)
           MOVE WS-FLAG-TEXT TO WS-REPORT-DETAIL(71:7)
           MOVE WS-REPORT-DETAIL TO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE.

       530-WRITE-REPORT-FOOTING.
           MOVE SPACES TO TIMING-REPORT-LINE
           STRING 'OVER TARGET IN LATEST RUN=' WS-OVER-TARGET-COUNT
               '  INCOMPLETE (NOT IN FIGURES)=' WS-INCOMPLETE-COUNT
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           WRITE TIMING-REPORT-LINE
           IF WS-TG-COUNT = 0
              MOVE 'NO RUNTGT TARGETS - NOTHING FLAGGED'
                  TO TIMING-REPORT-LINE
              WRITE TIMING-REPORT-LINE
           END-IF.

       590-FORMAT-ELAPSED.
      *    WS-FMT-SECONDS as HH:MM:SS.  A window past 99 hours is not
      *    a timing question.
           DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-WHOLE-HOURS
               REMAINDER WS-FMT-REMAINDER
           IF WS-FMT-WHOLE-HOURS > 99
              MOVE 99 TO WS-FMT-HOURS
           ELSE
              MOVE WS-FMT-WHOLE-HOURS TO WS-FMT-HOURS
           END-IF
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-SECS
           MOVE SPACES TO WS-FMT-HMS
           STRING WS-FMT-HOURS ':' WS-FMT-MINUTES ':' WS-FMT-SECS
               DELIMITED BY SIZE INTO WS-FMT-HMS.

       700-REPORT-TOTALS.
           DISPLAY 'RUNHIST LOG-LINES=' WS-LOG-READ-COUNT
               ' RUNS-ADDED=' WS-NIGHTS-ADDED-COUNT
               ' ROWS-ADDED=' WS-ROWS-ADDED-COUNT
               ' STEPS=' WS-TR-COUNT
               ' OVER-TARGET=' WS-OVER-TARGET-COUNT
               ' BAD-TARGETS=' WS-TARGETS-BAD-COUNT.
