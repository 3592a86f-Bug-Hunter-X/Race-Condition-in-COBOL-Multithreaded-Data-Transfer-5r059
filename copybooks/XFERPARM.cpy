      *****************************************************************
      *  XFERPARM.cpy
      *  Runtime parameter record for the XFERPARM control file, read
      *  at startup by XFERMAIN (LOCKINQ for its open-retry loop,
      *  XFEREDIT for its duplicate lookback, XFERSTRC for its
      *  structuring review) so the tuning knobs
      *  that used to be WORKING-STORAGE literals can change between
      *  batch windows without a recompile.  One
      *  keyword per line, value in display digits (a decimal point is
      *  allowed where the parameter is an amount):
      *      MAX-RETRY        20         lock-acquire retries
      *      WAIT-UNIT-MS     50         backoff unit, milliseconds
      *      FILE-OPEN-RETRY  100        contended-OPEN retries
      *      HOLD-THRESHOLD   100000.00  high-value hold threshold
      *      DUP-WINDOW-DAYS  30         XFEREDIT suspect-duplicate
      *                                  lookback on HISTFILE, days
      *      STRUCT-NEAR-PCT  90         XFERSTRC near-threshold band,
      *                                  percent of the hold threshold
      *      STRUCT-MAX-COUNT 2          XFERSTRC flags an area with
      *                                  more near-threshold details
      *      STRUCT-AMT-PCT   250        ... or whose near-threshold
      *                                  total is over this percent of
      *                                  its hold threshold
      *  A value out of range, an unknown keyword, or a missing file
      *  falls back to the defaults above with a warning -- a bad parm
      *  file must never stop the transfer window.  The effective set
