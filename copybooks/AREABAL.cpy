      *****************************************************************
      *  AREABAL.cpy
      *  Running area-balance record, one per area id that has ever
      *  moved money, on the persistent AREABAL dataset.  XFERMAIN
      *  adds every transfer it writes to OUTFILE to the area's
      *  position and takes every 'R' reversal off it, under the
      *  area's LOCKTAB lock, and refuses an ordinary transfer that
      *  would take the position past the area's ARM-OVERDRAFT-LIMIT
      *  (see AREAMST.cpy).  EODBAL reports each area's opening and
      *  closing position for the day from it, so "what is area X's
      *  position right now" is one record, not a HISTFILE sum.
      *  RELATIVE, slot picked by the same 4001-slot hash of the area
      *  id LOCKTAB uses, probing forward past a slot that belongs to
      *  another area -- ABL-AREA-ID is what proves identity.
      *****************************************************************
      *    ABL-UPDATED-AT / ABL-LAST-TYPE identify the unit of work
      *    that last moved the position: the same timestamp and type
      *    flag XFERMAIN's PENDING checkpoint carries, so a restart
      *    that redoes a crashed unit of work can tell the position
      *    already holds it and does not post it twice.
       01  AREA-BALANCE-RECORD.
           05  ABL-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  ABL-POSITION                PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  ABL-UPDATED-AT              PIC X(21).
           05  FILLER                      PIC X.
           05  ABL-LAST-TYPE               PIC X(1).
