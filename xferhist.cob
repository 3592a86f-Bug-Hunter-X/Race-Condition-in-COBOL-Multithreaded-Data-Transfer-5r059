      *  "when was area X last transferred and for how much" weekly;
      *  this answers it without grepping flat files by hand.
      *  Read-only; HISTFILE is maintained by XFERHLOD at end of day.
      *  A foreign-currency row shows its currency code after the
      *  wait, and the total is of base-currency amounts.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-MATCH-MAX                PIC 9(3) VALUE 500.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 500 TIMES
                   PIC X(81).
       01  WS-MATCH-ROW                PIC X(81).
       01  WS-MATCH-ROW-FIELDS REDEFINES WS-MATCH-ROW.
           05  WS-MR-AREA-ID           PIC X(10).
           05  FILLER                  PIC X.
           05  WS-MR-EFF-DATE          PIC X(10).
           05  FILLER                  PIC X.
           05  WS-MR-WAIT-MS           PIC X(5).
           05  FILLER                  PIC X.
           05  WS-MR-CURRENCY          PIC X(3).
           05  FILLER                  PIC X.
           05  WS-MR-BASE-AMOUNT       PIC X(13).
       01  WS-SCAN-SUB                 PIC 9(3).
       01  WS-SHIFT-SUB                PIC 9(3).
       01  WS-OVERFLOW-SWITCH          PIC X VALUE 'N'.
                   UNTIL WS-SCAN-SUB < 1
              MOVE WS-MATCH-ENTRY(WS-SCAN-SUB) TO WS-MATCH-ROW
              DISPLAY WS-MR-COMPLETED-AT ' ' WS-MR-AMOUNT ' '
                  WS-MR-EFF-DATE ' ' WS-MR-WAIT-MS ' ' WS-MR-CURRENCY
              IF WS-MR-BASE-AMOUNT NOT = SPACES
                 ADD FUNCTION NUMVAL(WS-MR-BASE-AMOUNT)
                     TO WS-AMOUNT-TOTAL
              ELSE
                 IF WS-MR-AMOUNT NOT = SPACES
                    ADD FUNCTION NUMVAL(WS-MR-AMOUNT)
                        TO WS-AMOUNT-TOTAL
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY ' '
           DISPLAY 'TRANSFERS LISTED : ' WS-MATCH-COUNT
           DISPLAY 'TOTAL BASE AMOUNT: ' WS-TOTAL-DISPLAY
           IF WS-OVERFLOWED
              DISPLAY 'NOTE: OLDER ENTRIES BEYOND ' WS-MATCH-MAX
                  ' NOT LISTED'
