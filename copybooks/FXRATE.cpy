      *****************************************************************
      *  FXRATE.cpy
      *  Daily exchange-rate file, one line per foreign currency per
      *  rate date, delivered by treasury before the edit runs.  The
      *  rate is base-currency units per one unit of the currency,
      *  implied six decimals.  XFEREDIT converts each foreign detail
      *  at the rate dated the batch's business date and stamps that
      *  rate into the detail (XFERREC.cpy bytes 27-37); a currency
      *  with no rate for the date is rejected, never converted at a
      *  stale one.  The base currency needs no line.  All display
      *  fields.
      *****************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  FXR-RATE-DATE               PIC X(10).
           05  FILLER                      PIC X.
           05  FXR-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  FXR-RATE                    PIC 9(5)V9(6).
