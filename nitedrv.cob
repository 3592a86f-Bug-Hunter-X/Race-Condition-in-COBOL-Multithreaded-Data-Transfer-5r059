      *                  consumed first -- via XFERRQUE + XFERMAIN
      *                  when PROBLOG shows it stalled, via XFERMAIN
      *                  alone when it is simply an unconsumed batch;
      *      producers : XFERRLSE, HELDRLSE, SUSPRLSE, STANDGEN,
      *                  XFEREDIT back to back, each appending its
      *                  batch set to VALINFIL (they probe the file
      *                  themselves and refuse anything unsafe), so
      *                  the whole morning needs ONE transfer window
      *                  instead of five;
      *      review    : XFERSTRC, the structuring review of the
      *                  whole day's VALINFIL before any of it moves;
      *      window    : XFERMAIN once, consuming every batch set;
      *                  an RC 8 stall triggers the XFERRQUE +
      *                  XFERMAIN retry leg IMMEDIATELY -- after any
      *                  XFERMAIN step, not only the last one;
      *      end of day: EODBAL, GLEXTRCT, XFERHLOD, AUDCONS,
      *                  XFERSTMT, CKPTMNT, GLRECON in that fixed
      *                  order.
      *  Every step's return code is judged against what that step
      *  is allowed to return (RC 12/16 anywhere halts the chain),
      *  and every start, end and outcome is written with timestamps
      *  to the RUNLOG dataset (RUNHIST, run once the chain is over,
      *  turns it into the step-timing history and overrun report).
      *  Each program is CALLed and CANCELed so repeated XFERMAIN
      *  steps start from fresh WORKING-STORAGE, exactly as if run as
      *  separate jobs.
      *  NITEDRV itself must be invoked with NO arguments: the
      *  CALLed steps read the command line too (XFERMAIN's RESTART
      *  parm, CKPTMNT/GLRECON/XFERHLOD age parms), and a stray
           IF NOT WS-ABEND
              PERFORM 150-RECOVER-PRIOR-STATE
              PERFORM 200-RUN-MORNING-PRODUCERS
              PERFORM 210-RUN-DAY-REVIEW
              PERFORM 220-RUN-MAIN-WINDOW
              PERFORM 240-RUN-END-OF-DAY-STEPS
              PERFORM 700-CLOSE-OUT
       200-RUN-MORNING-PRODUCERS.
      *    Back to back, no transfer window in between: each
      *    producer probes VALINFIL itself and APPENDS its batch set
      *    behind the ones already waiting, so the release,
      *    approval, suspect-release, standing-instruction and day
      *    batches ride one XFERMAIN run.  A producer that finds the
      *    file unsafe refuses with RC 12 and the judge halts the
      *    chain here.
           IF NOT WS-HALTED
              MOVE 'XFERRLSE' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
              MOVE 'HELDRLSE' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF
           IF NOT WS-HALTED
              MOVE 'SUSPRLSE' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF
           IF NOT WS-HALTED
              MOVE 'STANDGEN' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF
           IF NOT WS-HALTED
              MOVE 'XFEREDIT' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF.

       210-RUN-DAY-REVIEW.
      *    After the last producer has appended, so the review sees
      *    every batch the window is about to consume.  Flagged areas
      *    are a warning for compliance, never a reason to hold up
      *    the window.
           IF NOT WS-HALTED
              MOVE 'XFERSTRC' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF.

       220-RUN-MAIN-WINDOW.
           IF NOT WS-HALTED
              MOVE 'XFERMAIN' TO WS-STEP-PGM
      *    lost-day-of-history accident -- so EODBAL runs first
      *    (reads OUTFILE before the extract empties it), then the
      *    extract, then the history load, then consolidation, then
      *    the month-end statements (they read the day AUDCONS has
      *    just archived; a no-op on other days), then
      *    checkpoint/register maintenance, then the GL
      *    reconciliation.
           IF NOT WS-HALTED
              MOVE 'AUDCONS' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF
           IF NOT WS-HALTED
              MOVE 'XFERSTMT' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP
           END-IF
           IF NOT WS-HALTED
              MOVE 'CKPTMNT' TO WS-STEP-PGM
              PERFORM 300-RUN-ONE-STEP

       320-JUDGE-STEP-RC.
      *    What each step is ALLOWED to return, from the run book:
      *      XFERMAIN: 4 reconcile exceptions (money moved, warn)
      *                or details refused over their area's
      *                overdraft limit (on LIMTXFER, warn),
      *                8 stall (arms the XFERRQUE leg), 12/16 halt.
      *      XFEREDIT: 4 rejects on EDITREJ or suspected duplicates
      *                queued on SUSPXFER (warn), 8 feed out of
      *                balance and 12 duplicate/unsafe VALINFIL --
      *                halt, the feed must be refetched or the
      *                operator must intervene before anything else
      *                runs.
      *      GLEXTRCT: 4 bad packed amounts carried at zero (warn).
      *      STANDGEN: 4 occurrences not generated for an inactive
      *                area, or a damaged instruction (warn).
      *      XFERSTRC: 4 areas flagged for structuring on STRCRPT
      *                (warn).
      *      EODBAL:   8 day out of balance -- the report exists
      *                for the morning, the chain still finishes.
      *      GLRECON:  8 posting discrepancies -- same treatment.
      *      XFERSTMT: 4 statement control page does not tie to the
      *                AUDCONS totals (warn).
      *      Everything else: only 0 is clean; any other value
      *      halts the chain.
           EVALUATE TRUE
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'GLEXTRCT' AND WS-STEP-RC = 4
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'STANDGEN' AND WS-STEP-RC = 4
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'XFERSTRC' AND WS-STEP-RC = 4
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'EODBAL' AND WS-STEP-RC = 8
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'GLRECON' AND WS-STEP-RC = 8
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN WS-STEP-PGM = 'XFERSTMT' AND WS-STEP-RC = 4
                   SET WS-OUTCOME-WARN TO TRUE
               WHEN OTHER
                   SET WS-OUTCOME-HALT TO TRUE
           END-EVALUATE.
