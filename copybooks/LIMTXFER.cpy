      *****************************************************************
      *  LIMTXFER.cpy
      *  Over-limit record: the untouched XFERREC image of a detail
      *  that would have taken its area's running position on
      *  AREABAL past the area's overdraft limit, plus when XFERMAIN
      *  diverted it and the position and limit it was refused
      *  against.  XFERMAIN appends these to LIMTXFER instead of
      *  transferring; the file is a cumulative log, cross-footed by
      *  EODBAL against its prior position the same way ESCLXFER is.
      *  Once the limit is raised or the position has come down, the
      *  item is resubmitted through the normal feed.  The image is
      *  kept byte-for-byte so it can be re-keyed exactly as it
      *  arrived.
      *****************************************************************
      *    The LMT- fields mirror XFERREC.cpy field for field (spelled
      *    out here rather than copied -- a nested COPY may not carry
      *    a REPLACING phrase); keep the two layouts in step.
       01  LIMIT-TRANSFER-REC.
           05  LMT-ID                      PIC X(10).
           05  LMT-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  LMT-EFF-DATE                PIC X(10).
           05  LMT-FILLER                  PIC X(74).
           05  LMT-DIVERTED-TIMESTAMP      PIC X(21).
           05  LMT-POSITION                PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  LMT-LIMIT                   PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
