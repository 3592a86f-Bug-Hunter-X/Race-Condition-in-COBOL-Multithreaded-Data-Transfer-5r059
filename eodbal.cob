      *  actual datasets, that every detail XFEREDIT accepted ended up
      *  in exactly one place -- transferred (OUTFILE, read before
      *  GLEXTRCT empties it), warehoused (PENDXFER), held (HELDXFER),
      *  still stalled on VALINFIL, supervisor-rejected (HOLDREJ),
      *  escalated (ESCLXFER), refused over its area's overdraft
      *  limit (LIMTXFER), or queued as a suspected duplicate
      *  (SUSPXFER) and rejected from there (SUSPREJ) -- instead of
      *  that proof being assembled
      *  by hand from EDITRPT, the SUMRPTs and the exception lists.
      *  The "in" side is the accepted count/amount XFEREDIT banks on
      *  EDITCTL per clean edit run, plus yesterday's standing
      *  positions; the "out" side is tonight's positions plus what
      *  left the flow today.  Standing positions (PENDXFER, HELDXFER,
      *  SUSPXFER, VALINFIL, and the cumulative HOLDREJ/ESCLXFER/
      *  LIMTXFER/SUSPREJ logs) are carried on the persistent EODPOS
      *  dataset between runs so the day's movement can be
      *  cross-footed:
      *      EDITCTL + prior PENDXFER + prior HELDXFER
      *        + prior SUSPXFER + prior VALINFIL
      *    = OUTFILE + PENDXFER + HELDXFER + SUSPXFER + VALINFIL
      *        + new HOLDREJ + new ESCLXFER + new LIMTXFER
      *        + new SUSPREJ
      *  in both counts and amounts.  Any difference is a record that
      *  leaked between jobs: the report flags it and the run ends
      *  with return code 8 the same night, not three days later.
      *  EDITREJ, PROBLOG and OPRXCP are reported alongside for the
      *  operator's eye.  The first run (no EODPOS yet) establishes
      *  the baseline position and ends clean.
      *  The report closes with each area's running position from
      *  AREABAL: closing is the position as it stands, opening is
      *  closing less the day's net OUTFILE movement for the area.
      *  Run sequence: end of day, after the last XFERMAIN window and
      *  BEFORE GLEXTRCT (which empties OUTFILE).
      *****************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCL-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "LIMTXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMT-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSPECT-REJECT-FILE ASSIGN TO "SUSPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREJ-STATUS.

           SELECT AREA-BALANCE-FILE ASSIGN TO "AREABAL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABAL-STATUS.

           SELECT REJECT-FILE ASSIGN TO "EDITREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
                                   XFER-EFFECTIVE-DATE BY ESC-EFF-DATE
                                   XFER-FILLER         BY ESC-FILLER.

       FD  LIMIT-FILE.
           COPY LIMTXFER.

       FD  SUSPECT-FILE.
           COPY SUSPXFER.

      *    SUSPRLSE writes SUSPREJ in the HOLDREJ layout.
       FD  SUSPECT-REJECT-FILE.
       01  SUSPECT-REJECT-RECORD.
           05  SRJ-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  SRJ-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  SRJ-AMOUNT                  PIC X(13).
           05  FILLER                      PIC X.
           05  SRJ-DESCRIPTION             PIC X(30).

       FD  AREA-BALANCE-FILE.
           COPY AREABAL.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP               PIC X(21).
           05  REJ-ORIG-STAMP              PIC X(21).
           05  FILLER                      PIC X.
           05  REJ-PRIORITY                PIC X(1).
           05  FILLER                      PIC X.
           05  REJ-CURRENCY                PIC X(3).

       FD  PROBLEM-LOG-FILE.
       01  PROBLEM-LOG-RECORD.
       01  WS-INFILE-STATUS            PIC XX.
       01  WS-REJLOG-STATUS            PIC XX.
       01  WS-ESCL-STATUS              PIC XX.
       01  WS-LIMT-STATUS              PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-SREJ-STATUS              PIC XX.
       01  WS-ABAL-STATUS              PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-PROBLOG-STATUS           PIC XX.
       01  WS-OPRXCP-STATUS            PIC XX.
           88  WS-EDITCTL-SEEN         VALUE 'Y'.
       01  WS-OUT-OF-BALANCE-SWITCH    PIC X VALUE 'N'.
           88  WS-OUT-OF-BALANCE       VALUE 'Y'.
       01  WS-ABAL-LOADED-SWITCH       PIC X VALUE 'N'.
           88  WS-ABAL-LOADED          VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-HREJ-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ESCL-COUNT               PIC 9(7) VALUE 0.
       01  WS-ESCL-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LIMT-COUNT               PIC 9(7) VALUE 0.
       01  WS-LIMT-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SUSP-COUNT               PIC 9(7) VALUE 0.
       01  WS-SUSP-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SREJ-COUNT               PIC 9(7) VALUE 0.
       01  WS-SREJ-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDITREJ-COUNT            PIC 9(7) VALUE 0.
       01  WS-PROBLOG-COUNT            PIC 9(7) VALUE 0.
       01  WS-OPRXCP-COUNT             PIC 9(7) VALUE 0.
       01  WS-P-HREJ-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-P-ESCL-COUNT             PIC 9(7) VALUE 0.
       01  WS-P-ESCL-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-P-LIMT-COUNT             PIC 9(7) VALUE 0.
       01  WS-P-LIMT-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-P-SUSP-COUNT             PIC 9(7) VALUE 0.
       01  WS-P-SUSP-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-P-SREJ-COUNT             PIC 9(7) VALUE 0.
       01  WS-P-SREJ-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.

      *    The two sides of the cross-foot.  Signed work fields: a
      *    cumulative log shorter than its recorded position is itself
       01  WS-HREJ-NEW-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ESCL-NEW-COUNT           PIC S9(8) COMP-3 VALUE 0.
       01  WS-ESCL-NEW-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LIMT-NEW-COUNT           PIC S9(8) COMP-3 VALUE 0.
       01  WS-LIMT-NEW-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SREJ-NEW-COUNT           PIC S9(8) COMP-3 VALUE 0.
       01  WS-SREJ-NEW-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.

      *    Per-area positions for the closing section: the day's net
      *    OUTFILE movement (reversals are already sign-flipped on
      *    OUTFILE, so a plain sum nets them) and the AREABAL closing
      *    position, both in base currency -- a foreign entry's
      *    movement is converted at the rate stamped on it (216).
      *    An area that moved today but has no AREABAL row is itself
      *    worth the operator's eye and prints as such.
      *    500 areas matches AUDCONS's by-area table.
       01  WS-APOS-MAX                 PIC 9(3) VALUE 500.
       01  WS-APOS-COUNT               PIC 9(3) VALUE 0.
       01  WS-APOS-TABLE.
           05  WS-APOS-ENTRY OCCURS 500 TIMES.
               10  WS-AP-AREA-ID       PIC X(10).
               10  WS-AP-MOVEMENT      PIC S9(11)V99 COMP-3.
               10  WS-AP-CLOSING       PIC S9(11)V99 COMP-3.
               10  WS-AP-ON-FILE       PIC X.
       01  WS-APOS-SUB                 PIC 9(3).
       01  WS-APOS-MATCH-SUB           PIC 9(3).
       01  WS-APOS-KEY                 PIC X(10).
       01  WS-OPENING-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-OPENING-DISPLAY          PIC -(11)9.99.
       01  WS-MOVEMENT-DISPLAY         PIC -(11)9.99.
       01  WS-OUT-BASE-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-OUT-RATE                 PIC 9(5)V9(6).
       01  WS-OUT-RATE-X REDEFINES WS-OUT-RATE
                                       PIC X(11).

       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
              PERFORM 270-TALLY-EDITREJ
              PERFORM 280-TALLY-PROBLOG
              PERFORM 290-TALLY-OPRXCP
              PERFORM 300-TALLY-OVER-LIMIT
              PERFORM 330-TALLY-SUSPECTS
              PERFORM 340-TALLY-SUSPREJ
              PERFORM 310-LOAD-AREA-BALANCES
              PERFORM 400-CROSS-FOOT
              PERFORM 500-WRITE-BALANCE-REPORT
              CLOSE BALANCE-REPORT-FILE
                          WHEN 'ESCLXFER'
                              MOVE POS-COUNT TO WS-P-ESCL-COUNT
                              MOVE POS-AMOUNT TO WS-P-ESCL-AMOUNT
                          WHEN 'LIMTXFER'
                              MOVE POS-COUNT TO WS-P-LIMT-COUNT
                              MOVE POS-AMOUNT TO WS-P-LIMT-AMOUNT
                          WHEN 'SUSPXFER'
                              MOVE POS-COUNT TO WS-P-SUSP-COUNT
                              MOVE POS-AMOUNT TO WS-P-SUSP-AMOUNT
                          WHEN 'SUSPREJ'
                              MOVE POS-COUNT TO WS-P-SREJ-COUNT
                              MOVE POS-AMOUNT TO WS-P-SREJ-AMOUNT
                          WHEN OTHER
                              DISPLAY 'EODBAL: UNKNOWN POSITION TAG '
                                  'IGNORED: ' POS-TAG
                      ELSE
                         ADD OUT-AMOUNT TO WS-OUT-AMOUNT
                      END-IF
                      MOVE OUT-ID TO WS-APOS-KEY
                      PERFORM 320-FIND-AREA-POSITION
                      IF WS-APOS-MATCH-SUB > 0
                         PERFORM 216-SET-OUTPUT-BASE-AMOUNT
                         ADD WS-OUT-BASE-AMOUNT
                             TO WS-AP-MOVEMENT(WS-APOS-MATCH-SUB)
                      END-IF
                   END-IF
           END-READ.

       216-SET-OUTPUT-BASE-AMOUNT.
      *    The OUTFILE entry in base currency, the way XFERMAIN posted
      *    it to AREABAL: a blank rate (XFERREC.cpy bytes 27-37) is a
      *    base-currency entry; otherwise the amount is converted at
      *    the stamped rate.  A rate that does not read as a number
      *    leaves the amount as it stands, as XFERMAIN does.
           MOVE OUT-AMOUNT TO WS-OUT-BASE-AMOUNT
           IF OUT-FILLER(27:11) NOT = SPACES
              MOVE OUT-FILLER(27:11) TO WS-OUT-RATE-X
              IF WS-OUT-RATE IS NUMERIC
                 COMPUTE WS-OUT-BASE-AMOUNT ROUNDED =
                     OUT-AMOUNT * WS-OUT-RATE
              END-IF
           END-IF.

       220-TALLY-PENDING.
           OPEN INPUT PENDING-FILE
           EVALUATE WS-PEND-STATUS
                   END-IF
           END-READ.

       300-TALLY-OVER-LIMIT.
      *    LIMTXFER is XFERMAIN's cumulative log of details refused
      *    over their area's overdraft limit -- tallied like
      *    ESCLXFER, the day's share being the growth since the
      *    prior position.
           OPEN INPUT LIMIT-FILE
           EVALUATE WS-LIMT-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 305-TALLY-ONE-OVER-LIMIT UNTIL WS-EOF
                   CLOSE LIMIT-FILE
               WHEN OTHER
                   DISPLAY 'EODBAL: CANNOT OPEN LIMTXFER, STATUS='
                       WS-LIMT-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       305-TALLY-ONE-OVER-LIMIT.
           READ LIMIT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIMT-COUNT
                   IF LMT-AMOUNT NUMERIC
                      ADD LMT-AMOUNT TO WS-LIMT-AMOUNT
                   END-IF
           END-READ.

       310-LOAD-AREA-BALANCES.
      *    Outside the cross-foot, like EDITREJ: an unreadable
      *    AREABAL costs the position section, not the proof.
           OPEN INPUT AREA-BALANCE-FILE
           EVALUATE WS-ABAL-STATUS
               WHEN '35'
                   DISPLAY 'EODBAL: NO AREABAL - NO AREA POSITIONS YET'
               WHEN '00'
                   SET WS-ABAL-LOADED TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 315-LOAD-ONE-AREA-BALANCE UNTIL WS-EOF
                   CLOSE AREA-BALANCE-FILE
               WHEN OTHER
                   DISPLAY 'EODBAL: CANNOT OPEN AREABAL, STATUS='
                       WS-ABAL-STATUS ' - AREA POSITIONS OMITTED'
           END-EVALUATE.

       315-LOAD-ONE-AREA-BALANCE.
           READ AREA-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ABL-AREA-ID NOT = SPACES
                      MOVE ABL-AREA-ID TO WS-APOS-KEY
                      PERFORM 320-FIND-AREA-POSITION
                      IF WS-APOS-MATCH-SUB > 0
                         MOVE 'Y' TO WS-AP-ON-FILE(WS-APOS-MATCH-SUB)
                         IF ABL-POSITION NUMERIC
                            MOVE ABL-POSITION
                                TO WS-AP-CLOSING(WS-APOS-MATCH-SUB)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       320-FIND-AREA-POSITION.
      *    Finds WS-APOS-KEY's entry, opening one when the area is
      *    new; a full table leaves WS-APOS-MATCH-SUB at zero and the
      *    area unitemized (reported on the console).
           MOVE 0 TO WS-APOS-MATCH-SUB
           PERFORM VARYING WS-APOS-SUB FROM 1 BY 1
                   UNTIL WS-APOS-SUB > WS-APOS-COUNT
              IF WS-AP-AREA-ID(WS-APOS-SUB) = WS-APOS-KEY
                 MOVE WS-APOS-SUB TO WS-APOS-MATCH-SUB
              END-IF
           END-PERFORM
           IF WS-APOS-MATCH-SUB = 0
              IF WS-APOS-COUNT < WS-APOS-MAX
                 ADD 1 TO WS-APOS-COUNT
                 MOVE WS-APOS-COUNT TO WS-APOS-MATCH-SUB
                 MOVE WS-APOS-KEY TO WS-AP-AREA-ID(WS-APOS-COUNT)
                 MOVE 0 TO WS-AP-MOVEMENT(WS-APOS-COUNT)
                 MOVE 0 TO WS-AP-CLOSING(WS-APOS-COUNT)
                 MOVE 'N' TO WS-AP-ON-FILE(WS-APOS-COUNT)
              ELSE
                 DISPLAY 'EODBAL: AREA POSITION TABLE FULL - NOT '
                     'ITEMIZED: ' WS-APOS-KEY
              END-IF
           END-IF.

       330-TALLY-SUSPECTS.
      *    SUSPXFER is a standing queue like HELDXFER: XFEREDIT counts
      *    a queued suspect as accepted on EDITCTL, and it stays in
      *    the flow until SUSPRLSE releases it to VALINFIL or rejects
      *    it to SUSPREJ.
           OPEN INPUT SUSPECT-FILE
           EVALUATE WS-SUSP-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 335-TALLY-ONE-SUSPECT UNTIL WS-EOF
                   CLOSE SUSPECT-FILE
               WHEN OTHER
                   DISPLAY 'EODBAL: CANNOT OPEN SUSPXFER, STATUS='
                       WS-SUSP-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       335-TALLY-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-COUNT
                   IF SUS-AMOUNT NUMERIC
                      ADD SUS-AMOUNT TO WS-SUSP-AMOUNT
                   END-IF
           END-READ.

       340-TALLY-SUSPREJ.
      *    Cumulative, like HOLDREJ -- the day's share is the growth
      *    since the prior position.
           OPEN INPUT SUSPECT-REJECT-FILE
           EVALUATE WS-SREJ-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 345-TALLY-ONE-SUSPREJ UNTIL WS-EOF
                   CLOSE SUSPECT-REJECT-FILE
               WHEN OTHER
                   DISPLAY 'EODBAL: CANNOT OPEN SUSPREJ, STATUS='
                       WS-SREJ-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       345-TALLY-ONE-SUSPREJ.
           READ SUSPECT-REJECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF SRJ-AREA-ID = SPACES
                      CONTINUE
                   ELSE
                      ADD 1 TO WS-SREJ-COUNT
                      IF SRJ-AMOUNT = SPACES
                         CONTINUE
                      ELSE
                         COMPUTE WS-WORK-AMOUNT =
                             FUNCTION NUMVAL(SRJ-AMOUNT)
                         ADD WS-WORK-AMOUNT TO WS-SREJ-AMOUNT
                      END-IF
                   END-IF
           END-READ.

       400-CROSS-FOOT.
      *    The proof itself.  Everything that entered the flow today
      *    (accepted by the edit) or was already standing in it last
                  WS-ESCL-COUNT - WS-P-ESCL-COUNT
              COMPUTE WS-ESCL-NEW-AMOUNT =
                  WS-ESCL-AMOUNT - WS-P-ESCL-AMOUNT
              COMPUTE WS-LIMT-NEW-COUNT =
                  WS-LIMT-COUNT - WS-P-LIMT-COUNT
              COMPUTE WS-LIMT-NEW-AMOUNT =
                  WS-LIMT-AMOUNT - WS-P-LIMT-AMOUNT
              COMPUTE WS-SREJ-NEW-COUNT =
                  WS-SREJ-COUNT - WS-P-SREJ-COUNT
              COMPUTE WS-SREJ-NEW-AMOUNT =
                  WS-SREJ-AMOUNT - WS-P-SREJ-AMOUNT
              COMPUTE WS-IN-COUNT = WS-ACC-COUNT
                  + WS-P-PEND-COUNT + WS-P-HELD-COUNT
                  + WS-P-SUSP-COUNT + WS-P-VALIN-COUNT
              COMPUTE WS-IN-AMOUNT = WS-ACC-AMOUNT
                  + WS-P-PEND-AMOUNT + WS-P-HELD-AMOUNT
                  + WS-P-SUSP-AMOUNT + WS-P-VALIN-AMOUNT
              COMPUTE WS-OUTSIDE-COUNT = WS-OUT-COUNT
                  + WS-PEND-COUNT + WS-HELD-COUNT + WS-SUSP-COUNT
                  + WS-VALIN-COUNT
                  + WS-HREJ-NEW-COUNT + WS-ESCL-NEW-COUNT
                  + WS-LIMT-NEW-COUNT + WS-SREJ-NEW-COUNT
              COMPUTE WS-OUTSIDE-AMOUNT = WS-OUT-AMOUNT
                  + WS-PEND-AMOUNT + WS-HELD-AMOUNT + WS-SUSP-AMOUNT
                  + WS-VALIN-AMOUNT
                  + WS-HREJ-NEW-AMOUNT + WS-ESCL-NEW-AMOUNT
                  + WS-LIMT-NEW-AMOUNT + WS-SREJ-NEW-AMOUNT
              IF WS-IN-COUNT NOT = WS-OUTSIDE-COUNT
                 OR WS-IN-AMOUNT NOT = WS-OUTSIDE-AMOUNT
                 SET WS-OUT-OF-BALANCE TO TRUE
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-P-SUSP-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-P-SUSP-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  PRIOR SUSPXFER       : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-P-VALIN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-P-VALIN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-SUSP-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SUSP-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  SUSPECT (SUSPXFER)   : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-VALIN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-VALIN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
               ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-LIMT-NEW-COUNT TO WS-SIGNED-COUNT-DISPLAY
           MOVE WS-LIMT-NEW-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  NEW LIMTXFER         : ' WS-SIGNED-COUNT-DISPLAY
               ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE WS-SREJ-NEW-COUNT TO WS-SIGNED-COUNT-DISPLAY
           MOVE WS-SREJ-NEW-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  NEW SUSPREJ          : ' WS-SIGNED-COUNT-DISPLAY
               ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           PERFORM 520-WRITE-VERDICT
           PERFORM 530-WRITE-SIDE-COUNTS
           PERFORM 540-WRITE-AREA-POSITIONS.

       505-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DETAIL TO BALANCE-REPORT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE.

       540-WRITE-AREA-POSITIONS.
      *    One line per area that moved today or carries a position.
      *    Opening is derived, not stored: the AREABAL closing less
      *    the net movement OUTFILE shows for the day, so it needs no
      *    snapshot.  All three columns are base currency -- the
      *    movement is what GLEXTRCT will post for the area tonight.
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           MOVE 'AREA POSITIONS (AREABAL)' TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-REPORT-LINE
           IF NOT WS-ABAL-LOADED
              MOVE '  AREABAL NOT AVAILABLE - POSITIONS NOT SHOWN'
                  TO WS-REPORT-DETAIL
              PERFORM 505-WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '  AREA-ID            OPENING'
                  '        MOVEMENT         CLOSING'
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 505-WRITE-REPORT-LINE
              PERFORM 545-WRITE-ONE-AREA-POSITION
                  VARYING WS-APOS-SUB FROM 1 BY 1
                  UNTIL WS-APOS-SUB > WS-APOS-COUNT
           END-IF.

       545-WRITE-ONE-AREA-POSITION.
           MOVE WS-AP-MOVEMENT(WS-APOS-SUB) TO WS-MOVEMENT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           IF WS-AP-ON-FILE(WS-APOS-SUB) = 'Y'
              COMPUTE WS-OPENING-AMOUNT = WS-AP-CLOSING(WS-APOS-SUB)
                  - WS-AP-MOVEMENT(WS-APOS-SUB)
              MOVE WS-OPENING-AMOUNT TO WS-OPENING-DISPLAY
              MOVE WS-AP-CLOSING(WS-APOS-SUB) TO WS-AMOUNT-DISPLAY
              STRING '  ' WS-AP-AREA-ID(WS-APOS-SUB)
                  ' ' WS-OPENING-DISPLAY
                  ' ' WS-MOVEMENT-DISPLAY
                  ' ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           ELSE
              STRING '  ' WS-AP-AREA-ID(WS-APOS-SUB)
                  '  NO AREABAL ROW'
                  ' ' WS-MOVEMENT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           END-IF
           PERFORM 505-WRITE-REPORT-LINE.

       600-REWRITE-POSITION.
      *    Tonight's standing positions become tomorrow night's prior
      *    side.  Whole-file rewrite from the tallies, the same way
              MOVE WS-ESCL-COUNT TO POS-COUNT
              MOVE WS-ESCL-AMOUNT TO POS-AMOUNT
              WRITE POSITION-RECORD
              MOVE SPACES TO POSITION-RECORD
              MOVE 'LIMTXFER' TO POS-TAG
              MOVE WS-LIMT-COUNT TO POS-COUNT
              MOVE WS-LIMT-AMOUNT TO POS-AMOUNT
              WRITE POSITION-RECORD
              MOVE SPACES TO POSITION-RECORD
              MOVE 'SUSPXFER' TO POS-TAG
              MOVE WS-SUSP-COUNT TO POS-COUNT
              MOVE WS-SUSP-AMOUNT TO POS-AMOUNT
              WRITE POSITION-RECORD
              MOVE SPACES TO POSITION-RECORD
              MOVE 'SUSPREJ' TO POS-TAG
              MOVE WS-SREJ-COUNT TO POS-COUNT
              MOVE WS-SREJ-AMOUNT TO POS-AMOUNT
              WRITE POSITION-RECORD
              CLOSE POSITION-FILE
           END-IF.

               ' COMPLETED=' WS-OUT-COUNT
               ' PENDING=' WS-PEND-COUNT
               ' HELD=' WS-HELD-COUNT
               ' SUSPECT=' WS-SUSP-COUNT
               ' STALLED=' WS-VALIN-COUNT
           EVALUATE TRUE
               WHEN WS-RETURN-CODE >= 16
