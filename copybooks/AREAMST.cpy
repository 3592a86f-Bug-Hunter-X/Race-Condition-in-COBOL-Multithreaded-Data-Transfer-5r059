      *  threshold where one is set (zero means the area uses the
      *  global HOLD-THRESHOLD from XFERPARM), so the settlement
      *  areas' far lower hold limit no longer has to fit the bulk
      *  clearing areas.  The overdraft limit caps the area's running
      *  position on AREABAL (see AREABAL.cpy): XFERMAIN diverts an
      *  ordinary transfer that would take the position past it to
      *  LIMTXFER instead of moving the money; zero means no limit.
      *  All display fields so the master can be browsed raw.
      *****************************************************************
       01  AREA-MASTER-RECORD.
           05  ARM-AREA-ID                 PIC X(10).
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  ARM-DESCRIPTION             PIC X(30).
      *    Appended after the description so a line written before
      *    the limit existed reads as blanks here -- every reader
      *    tests it NUMERIC and treats anything else as zero (no
      *    limit), the same way ARM-HOLD-THRESHOLD is read.
           05  FILLER                      PIC X.
           05  ARM-OVERDRAFT-LIMIT         PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
