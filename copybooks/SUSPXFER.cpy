      *****************************************************************
      *  SUSPXFER.cpy
      *  Suspect-duplicate record: the untouched XFERREC image of a
      *  detail XFEREDIT found to repeat an earlier one -- same
      *  XFER-ID, XFER-AMOUNT and XFER-EFFECTIVE-DATE as a completed
      *  transfer on HISTFILE inside the lookback window, or as a
      *  detail already accepted in the same edit run -- plus where it
      *  was found and what it matched.  BCHREG only stops a whole
      *  batch id/date coming round twice; a single detail re-keyed
      *  upstream into a new batch is caught here instead.  XFEREDIT
      *  writes these to SUSPXFER instead of VALINFIL; SUSPRLSE
      *  applies operations' release/reject decisions from SUSPDEC
      *  and feeds released items back through the normal transfer
      *  flow, the way HELDRLSE works the hold queue.  The image is
      *  kept byte-for-byte so a released record re-enters XFERMAIN
      *  exactly as it arrived.
      *****************************************************************
      *    The SUS- fields mirror XFERREC.cpy field for field (spelled
      *    out here rather than copied -- a nested COPY may not carry
      *    a REPLACING phrase); keep the two layouts in step.
       01  SUSPECT-TRANSFER-REC.
           05  SUS-ID                      PIC X(10).
           05  SUS-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  SUS-EFF-DATE                PIC X(10).
           05  SUS-FILLER                  PIC X(74).
           05  SUS-SUSPECT-TIMESTAMP       PIC X(21).
           05  SUS-BATCH-ID                PIC X(8).
           05  SUS-BUS-DATE                PIC X(10).
      *    H: matched a completed transfer on HISTFILE, whose
      *    completion timestamp is carried in SUS-MATCH-STAMP.
      *    R: matched a detail accepted earlier in the same edit run
      *    (SUS-MATCH-STAMP blank -- it has not transferred yet).
           05  SUS-MATCH-SOURCE            PIC X(1).
               88  SUS-MATCHED-HISTORY     VALUE 'H'.
               88  SUS-MATCHED-THIS-RUN    VALUE 'R'.
           05  SUS-MATCH-STAMP             PIC X(21).
