      *****************************************************************
      *  STEPHIST.cpy
      *  Batch-window timing history, one line per step per night on
      *  the persistent STEPHIST dataset, built by RUNHIST from
      *  NITEDRV's RUNLOG.  A "night" is one NITEDRV run, identified
      *  by the timestamp of its NITEDRV START line; the step named
      *  NITEDRV is the whole window, start to end.  A step run more
      *  than once in a night (XFERMAIN in the recovery, main and
      *  retry windows) is one line: the runs' elapsed times summed,
      *  the worst return code kept.  Status I marks a night the
      *  driver never closed (killed, machine lost) or a step that
      *  started and never ended -- the times are what was logged,
      *  and the trend report leaves such lines out of its figures.
      *  Appended to, never rewritten.  All display fields so the
      *  history can be browsed raw.
      *****************************************************************
       01  STEP-HISTORY-RECORD.
           05  SHR-RUN-START               PIC X(21).
           05  FILLER                      PIC X.
           05  SHR-NIGHT-DATE              PIC X(10).
           05  FILLER                      PIC X.
           05  SHR-STEP                    PIC X(8).
           05  FILLER                      PIC X.
           05  SHR-STATUS                  PIC X(1).
               88  SHR-COMPLETE            VALUE 'C'.
               88  SHR-INCOMPLETE          VALUE 'I'.
           05  FILLER                      PIC X.
           05  SHR-RUN-COUNT               PIC 9(2).
           05  FILLER                      PIC X.
           05  SHR-ELAPSED-SECONDS         PIC 9(7).
           05  FILLER                      PIC X.
           05  SHR-RC                      PIC 9(4).
