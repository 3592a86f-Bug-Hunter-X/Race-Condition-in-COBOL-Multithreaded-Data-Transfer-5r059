      *  Edit-run control record, one line appended to EDITCTL by
      *  XFEREDIT for every edit run whose feed controls passed: the
      *  batch's business date and the count and amount total of the
      *  details actually accepted -- onto VALINFIL, plus any that
      *  passed every edit but were queued on SUSPXFER as suspected
      *  duplicates (EODBAL carries that queue as a standing
      *  position, like HELDXFER).  STANDGEN appends the same line
      *  for the standing-instruction batch it cuts.  This is the
      *  "proved in" side of EODBAL's end-of-day balancing -- the
      *  same number that used to be read off the EDITRPT page by
      *  hand -- kept in fixed display fields so the balancer adds
      *  instead of parsing report text.  EODBAL empties the file
      *  once consumed, the same consumption discipline XFERRQUE
      *  applies to PROBLOG.
      *****************************************************************
       01  EDIT-CONTROL-RECORD.
           05  ECT-BUS-DATE                PIC X(10).
