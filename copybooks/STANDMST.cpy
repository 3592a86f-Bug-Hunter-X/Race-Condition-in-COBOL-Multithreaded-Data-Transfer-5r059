      *****************************************************************
      *  STANDMST.cpy
      *  Standing-instruction master, one line per instruction: the
      *  same transfer to the same area on a fixed schedule, which
      *  upstream used to re-key into the feed every time it fell
      *  due.  Keyed on SIM-INSTR-ID (an area may carry several
      *  instructions).  Maintained by STANDMNT from STANDTXN;
      *  STANDGEN reads it each business morning, cuts the due
      *  occurrences into the STANDING batch on VALINFIL and records
      *  the date it generated through in SIM-LAST-GEN-DATE, so a
      *  rerun never cuts the same occurrence twice.  All display
      *  fields so the master can be browsed and keyed raw, the
      *  AREAMST convention.
      *****************************************************************
       01  STANDING-MASTER-RECORD.
           05  SIM-INSTR-ID                PIC X(8).
           05  FILLER                      PIC X.
           05  SIM-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
      *    C = cancelled: kept on the master so the id is never
      *    silently re-used, never generated again.
           05  SIM-STATUS                  PIC X(1).
               88  SIM-ACTIVE              VALUE 'A'.
               88  SIM-CANCELLED           VALUE 'C'.
           05  FILLER                      PIC X.
           05  SIM-AMOUNT                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
      *    D every business day; W every seventh day from the start
      *    date; M monthly on the start date's day of the month;
      *    S monthly on SIM-DAY.  A day past the month's end (the
      *    31st in April) falls on the month's last day.  A date that
      *    lands on a weekend or CALFILE closed day is generated on
      *    the next business day.
           05  SIM-FREQUENCY               PIC X(1).
               88  SIM-DAILY               VALUE 'D'.
               88  SIM-WEEKLY              VALUE 'W'.
               88  SIM-MONTHLY             VALUE 'M'.
               88  SIM-SPECIFIC-DAY        VALUE 'S'.
               88  SIM-FREQUENCY-VALID     VALUE 'D' 'W' 'M' 'S'.
           05  FILLER                      PIC X.
           05  SIM-DAY                     PIC 9(2).
           05  FILLER                      PIC X.
           05  SIM-START-DATE              PIC X(10).
           05  FILLER                      PIC X.
      *    Blank end date: no end.
           05  SIM-END-DATE                PIC X(10).
           05  FILLER                      PIC X.
      *    Carried to XFER-FILLER byte 23 of each generated detail
      *    (see XFERREC.cpy): '1'-'9', space routine.
           05  SIM-PRIORITY                PIC X(1).
           05  FILLER                      PIC X.
      *    Every scheduled date up to and including this one has been
      *    dealt with.  STANDMNT seeds it on ADD (the day before the
      *    start date, or yesterday for a back-dated start); STANDGEN
      *    moves it up to the run date each morning it generates.
           05  SIM-LAST-GEN-DATE           PIC X(10).
           05  FILLER                      PIC X.
           05  SIM-DESCRIPTION             PIC X(30).
