      *  was area X last transferred and for how much" no longer means
      *  grepping months of rolled-off audit files by hand.  Rows
      *  older than the rolling retention period are dropped on each
      *  load.  HST-CURRENCY and HST-BASE-AMOUNT are the audit line's
      *  currency code (blank for base currency) and base-currency
      *  amount; both are blank on a row loaded before they existed,
      *  whose base amount is HST-AMOUNT itself.
      *****************************************************************
       01  HISTORY-RECORD.
           05  HST-AREA-ID                 PIC X(10).
           05  HST-EFF-DATE                PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  HST-WAIT-MS                 PIC ZZZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  HST-CURRENCY                PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  HST-BASE-AMOUNT             PIC -(9)9.99.
