      *  ledger loader can read it.  Once GLINTF is built cleanly the
      *  live OUTFILE is emptied (XFERMAIN only ever appends to it),
      *  so the next extract feeds each transfer exactly once.
      *  The ledger is kept in base currency: GLDTL's amount is the
      *  base amount, converted at the rate XFEREDIT stamped on the
      *  detail, and carries the original amount, its currency and
      *  the rate beside it.  Each date group closes with one GLCUR
      *  line per currency that appeared in it (blank = base
      *  currency): detail count, original-currency total and base
      *  total.  GLTRL and the GLPOST register stay on the base
      *  total, the figure the ledger posts.  A foreign detail whose
      *  stamped rate is unreadable is carried at a base amount of
      *  zero and counted with the bad amounts, never guessed at.
      *  Run sequence: end of day, after the last XFERMAIN window.
      *****************************************************************

           05  GLD-AMOUNT                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  GLD-EFF-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  GLD-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  GLD-ORIG-AMOUNT             PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  GLD-RATE                    PIC 9(5)V9(6).
       01  GL-CURRENCY-TRAILER-RECORD.
           05  GLC-TYPE                    PIC X(5).
           05  GLC-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  GLC-RECORD-COUNT            PIC 9(7).
           05  GLC-ORIG-TOTAL              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GLC-BASE-TOTAL              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
       01  GL-TRAILER-RECORD.
           05  GLT-TYPE                    PIC X(5).
           05  GLT-RECORD-COUNT            PIC 9(7).
           05  WS-DATE-GROUP-COUNT     PIC 9(7) VALUE 0.
           05  WS-BAD-AMOUNT-COUNT     PIC 9(7) VALUE 0.
       01  WS-GRAND-AMOUNT-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

      *    The detail in hand: its stamped rate and base amount.
       01  WS-DETAIL-RATE              PIC 9(5)V9(6).
       01  WS-DETAIL-RATE-X REDEFINES WS-DETAIL-RATE
                                       PIC X(11).
       01  WS-DETAIL-BASE-AMOUNT       PIC S9(9)V99 COMP-3.
       01  WS-DETAIL-ORIG-AMOUNT       PIC S9(9)V99 COMP-3.
       01  WS-CONVERT-ERROR-SWITCH     PIC X.
           88  WS-CONVERT-ERROR        VALUE 'Y'.

      *    The currencies seen in the open date group, for its GLCUR
      *    lines.  Running out of room means the group's trailers
      *    would not add up to its GLTRL, so the build is treated as
      *    failed and OUTFILE kept for a rerun.
       01  WS-GRP-CCY-MAX              PIC 9(3) VALUE 50.
       01  WS-GRP-CCY-COUNT            PIC 9(3) VALUE 0.
       01  WS-GRP-CCY-TABLE.
           05  WS-GRP-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-GC-CURRENCY      PIC X(3).
               10  WS-GC-COUNT         PIC 9(7).
               10  WS-GC-ORIG-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-GC-BASE-TOTAL    PIC S9(11)V99 COMP-3.
       01  WS-GRP-CCY-SUB              PIC 9(3).
       01  WS-GRP-CCY-HIT              PIC 9(3).
       01  WS-GRP-CCY-FOUND-SWITCH     PIC X.
           88  WS-GRP-CCY-FOUND        VALUE 'Y'.
       01  WS-TOTAL-DISPLAY            PIC -(11)9.99.

      *    The batches this extract cut, collected while the groups
      *    characters -- the whole point of the feed.  A record whose
      *    packed bytes are not numeric (it predates XFEREDIT, or the
      *    file was damaged) is carried at zero and counted, never
      *    guessed at.  A base-currency detail has no stamped rate
      *    and goes out at a rate of one.
           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE 'GLDTL' TO GLD-TYPE
           MOVE SRD-ID TO GLD-AREA-ID
           MOVE 0 TO WS-DETAIL-ORIG-AMOUNT
           MOVE 0 TO WS-DETAIL-BASE-AMOUNT
           MOVE 'N' TO WS-CONVERT-ERROR-SWITCH
           IF SRD-FILLER(27:11) = SPACES
              MOVE 1 TO WS-DETAIL-RATE
           ELSE
              MOVE SRD-FILLER(27:11) TO WS-DETAIL-RATE-X
              IF WS-DETAIL-RATE NOT NUMERIC
                 SET WS-CONVERT-ERROR TO TRUE
                 MOVE 0 TO WS-DETAIL-RATE
              END-IF
           END-IF
           IF SRD-AMOUNT NUMERIC
              MOVE SRD-AMOUNT TO WS-DETAIL-ORIG-AMOUNT
              IF NOT WS-CONVERT-ERROR
                 COMPUTE WS-DETAIL-BASE-AMOUNT ROUNDED =
                     SRD-AMOUNT * WS-DETAIL-RATE
                     ON SIZE ERROR
                         SET WS-CONVERT-ERROR TO TRUE
                         MOVE 0 TO WS-DETAIL-BASE-AMOUNT
                 END-COMPUTE
              END-IF
              IF WS-CONVERT-ERROR
                 ADD 1 TO WS-BAD-AMOUNT-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-BAD-AMOUNT-COUNT
           END-IF
           MOVE WS-DETAIL-BASE-AMOUNT TO GLD-AMOUNT
           ADD WS-DETAIL-BASE-AMOUNT TO WS-GROUP-AMOUNT-TOTAL
           ADD WS-DETAIL-BASE-AMOUNT TO WS-GRAND-AMOUNT-TOTAL
           MOVE SRD-EFF-DATE TO GLD-EFF-DATE
           MOVE SRD-FILLER(24:3) TO GLD-CURRENCY
           MOVE WS-DETAIL-ORIG-AMOUNT TO GLD-ORIG-AMOUNT
           MOVE WS-DETAIL-RATE TO GLD-RATE
           WRITE GL-DETAIL-RECORD
           ADD 1 TO WS-GROUP-COUNT
           PERFORM 230-ADD-TO-CURRENCY-TOTALS.

       230-ADD-TO-CURRENCY-TOTALS.
           MOVE 'N' TO WS-GRP-CCY-FOUND-SWITCH
           PERFORM VARYING WS-GRP-CCY-SUB FROM 1 BY 1
                   UNTIL WS-GRP-CCY-SUB > WS-GRP-CCY-COUNT
                      OR WS-GRP-CCY-FOUND
              IF WS-GC-CURRENCY(WS-GRP-CCY-SUB) = SRD-FILLER(24:3)
                 SET WS-GRP-CCY-FOUND TO TRUE
                 MOVE WS-GRP-CCY-SUB TO WS-GRP-CCY-HIT
              END-IF
           END-PERFORM
           IF NOT WS-GRP-CCY-FOUND
              IF WS-GRP-CCY-COUNT < WS-GRP-CCY-MAX
                 ADD 1 TO WS-GRP-CCY-COUNT
                 MOVE WS-GRP-CCY-COUNT TO WS-GRP-CCY-HIT
                 MOVE SRD-FILLER(24:3)
                     TO WS-GC-CURRENCY(WS-GRP-CCY-HIT)
                 MOVE 0 TO WS-GC-COUNT(WS-GRP-CCY-HIT)
                 MOVE 0 TO WS-GC-ORIG-TOTAL(WS-GRP-CCY-HIT)
                 MOVE 0 TO WS-GC-BASE-TOTAL(WS-GRP-CCY-HIT)
                 SET WS-GRP-CCY-FOUND TO TRUE
              ELSE
                 DISPLAY 'GLEXTRCT: CURRENCY TABLE FULL FOR '
                     WS-CURRENT-GROUP-DATE ' AT: ' SRD-FILLER(24:3)
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-GRP-CCY-FOUND
              ADD 1 TO WS-GC-COUNT(WS-GRP-CCY-HIT)
              ADD WS-DETAIL-ORIG-AMOUNT
                  TO WS-GC-ORIG-TOTAL(WS-GRP-CCY-HIT)
              ADD WS-DETAIL-BASE-AMOUNT
                  TO WS-GC-BASE-TOTAL(WS-GRP-CCY-HIT)
           END-IF.

       240-OPEN-DATE-GROUP.
           PERFORM 310-GET-TIMESTAMP
           MOVE SRD-EFF-DATE TO WS-CURRENT-GROUP-DATE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-AMOUNT-TOTAL
           MOVE 0 TO WS-GRP-CCY-COUNT
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE 'GLHDR' TO GLH-TYPE
           MOVE WS-CURRENT-GROUP-DATE TO GLH-BUS-DATE
           ADD 1 TO WS-DATE-GROUP-COUNT.

       250-CLOSE-DATE-GROUP.
           PERFORM VARYING WS-GRP-CCY-SUB FROM 1 BY 1
                   UNTIL WS-GRP-CCY-SUB > WS-GRP-CCY-COUNT
              MOVE SPACES TO GL-CURRENCY-TRAILER-RECORD
              MOVE 'GLCUR' TO GLC-TYPE
              MOVE WS-GC-CURRENCY(WS-GRP-CCY-SUB) TO GLC-CURRENCY
              MOVE WS-GC-COUNT(WS-GRP-CCY-SUB) TO GLC-RECORD-COUNT
              MOVE WS-GC-ORIG-TOTAL(WS-GRP-CCY-SUB) TO GLC-ORIG-TOTAL
              MOVE WS-GC-BASE-TOTAL(WS-GRP-CCY-SUB) TO GLC-BASE-TOTAL
              WRITE GL-CURRENCY-TRAILER-RECORD
           END-PERFORM
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE 'GLTRL' TO GLT-TYPE
           MOVE WS-GROUP-COUNT TO GLT-RECORD-COUNT
