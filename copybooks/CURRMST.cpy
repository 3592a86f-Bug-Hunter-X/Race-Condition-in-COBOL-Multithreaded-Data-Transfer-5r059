      *****************************************************************
      *  CURRMST.cpy
      *  Currency master, one line per currency the transfer feed
      *  may carry (XFERREC.cpy bytes 24-26).  Exactly one line is
      *  the base currency (status B) -- the currency every hold
      *  threshold and ledger posting is stated in, and the one a
      *  blank code on a detail means.  Status A is a
      *  foreign currency open for business, which must also have a
      *  rate on the day's FXRATE file; C is withdrawn.  XFEREDIT
      *  rejects a detail whose code is not on the master as B or A.
      *  Maintained by operations as a control file, like CALFILE.
      *  All display fields.
      *****************************************************************
       01  CURRENCY-MASTER-RECORD.
           05  CCY-CODE                    PIC X(3).
           05  FILLER                      PIC X.
           05  CCY-STATUS                  PIC X(1).
               88  CCY-BASE                VALUE 'B'.
               88  CCY-ACTIVE              VALUE 'A'.
               88  CCY-CLOSED              VALUE 'C'.
           05  FILLER                      PIC X.
           05  CCY-DESCRIPTION             PIC X(30).
