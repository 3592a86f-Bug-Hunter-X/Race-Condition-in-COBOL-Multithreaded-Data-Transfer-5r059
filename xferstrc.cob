       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERSTRC.
      *****************************************************************
      *  XFERSTRC
      *  Daily structuring review.  XFERMAIN's hold check looks at
      *  one detail at a time, so a large movement split into several
      *  transfers each just under the area's hold threshold passes
      *  straight through it.  This job looks at the whole day before
      *  the transfer window opens: every ordinary detail on VALINFIL
      *  -- the accepted feed batches plus the internal batches the
      *  morning producers have cut, PENDXFER items coming due
      *  (PENDRLSE), released HELDXFER items (HELDRLSE), released
      *  suspects (SUSPRLSE) and standing-instruction occurrences
      *  (STANDING) -- is totalled per area across all the batches.
      *  A detail is near-threshold when its amount is within the
      *  STRUCT-NEAR-PCT band below the threshold XFERMAIN would apply
      *  to it (the area's AREAMST override when the area is ACTIVE
      *  and one is set, else the global HOLD-THRESHOLD) -- at or
      *  under the threshold itself, so a detail XFERMAIN will hold
      *  anyway is not counted.  An area is flagged when it has more
      *  than STRUCT-MAX-COUNT near-threshold details, or when their
      *  combined amount is more than STRUCT-AMT-PCT percent of its
      *  threshold (see XFERPARM.cpy for the defaults).
      *  Thresholds are set in base currency, so every amount here --
      *  the near band, the area totals and the report -- is the
      *  detail's base amount, converted at the rate XFEREDIT stamped
      *  on it, exactly as XFERMAIN's hold check converts it.
      *  Reversals are not new money and are left out; a detail dated
      *  after the business run date is left out too -- XFERMAIN
      *  warehouses it, and it is counted on the day it comes due, in
      *  the PENDRLSE batch.
      *  STRCRPT, the compliance exception report, lists each flagged
      *  area with the contributing details and the batch each came
      *  in on.  Review only: nothing is held or changed here.  A
      *  flagged area ends the run with return code 4 so the night
      *  driver records a warning; no VALINFIL is a clean no-op.
      *  Run sequence: after the morning producers and XFEREDIT, before
      *  XFERMAIN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATED-DATASET ASSIGN TO "VALINFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALINFIL-STATUS.

           SELECT AREA-MASTER-FILE ASSIGN TO "AREAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAMST-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "XFERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

      *    Orders the contributing details of the flagged areas by
      *    area for the report -- same SORT machinery as XFERSTMT.
           SELECT SORT-WORK-FILE ASSIGN TO "SRSORTWK".

           SELECT STRUCTURING-REPORT-FILE ASSIGN TO "STRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALIDATED-DATASET.
       01  VALIDATED-RECORD.
           COPY XFERREC REPLACING XFER-ID             BY VAL-ID
                                   XFER-AMOUNT         BY VAL-AMOUNT
                                   XFER-EFFECTIVE-DATE BY VAL-EFF-DATE
                                   XFER-FILLER         BY VAL-FILLER.
           COPY BATCHCTL REPLACING
               BATCH-HEADER-REC     BY VAL-BATCH-HEADER
               BCH-HDR-TYPE         BY VAL-HDR-TYPE
               BCH-IS-HEADER        BY VAL-IS-HEADER
               BCH-HDR-BATCH-ID     BY VAL-HDR-BATCH-ID
               BCH-HDR-BUS-DATE     BY VAL-HDR-BUS-DATE
               BATCH-TRAILER-REC    BY VAL-BATCH-TRAILER
               BCH-TRL-TYPE         BY VAL-TRL-TYPE
               BCH-IS-TRAILER       BY VAL-IS-TRAILER
               BCH-TRL-DETAIL-COUNT BY VAL-TRL-DETAIL-COUNT
               BCH-TRL-HASH-TOTAL   BY VAL-TRL-HASH-TOTAL.

       FD  AREA-MASTER-FILE.
           COPY AREAMST.

       FD  PARAMETER-FILE.
           COPY XFERPARM.

       FD  CALENDAR-FILE.
           COPY CALREC.

      *    One near-threshold detail of a flagged area, in VALINFIL
      *    order within the area.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-AREA-ID                 PIC X(10).
           05  SRT-SEQ                     PIC 9(7).
           05  SRT-REVIEW-SUB              PIC 9(3).
           05  SRT-BATCH-ID                PIC X(8).
           05  SRT-BUS-DATE                PIC X(10).
           05  SRT-EFF-DATE                PIC X(10).
           05  SRT-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  SRT-PRIORITY                PIC X(1).

       FD  STRUCTURING-REPORT-FILE.
       01  STRUCTURING-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VALINFIL-STATUS          PIC XX.
       01  WS-AREAMST-STATUS           PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-CALFILE-STATUS           PIC XX.
       01  WS-STRCRPT-STATUS           PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NO-INPUT-SWITCH          PIC X VALUE 'N'.
           88  WS-NO-INPUT             VALUE 'Y'.
       01  WS-AREA-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-AREA-EOF             VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

      *    Review limits -- compiled-in defaults, overridden from
      *    XFERPARM (see XFERPARM.cpy).  HOLD-THRESHOLD is read with
      *    XFERMAIN's range so both jobs see the same threshold.
       01  WS-HOLD-THRESHOLD           PIC S9(9)V99 COMP-3
                                       VALUE 100000.00.
       01  WS-NEAR-PCT                 PIC 9(3) VALUE 90.
       01  WS-MAX-COUNT                PIC 9(3) VALUE 2.
       01  WS-AMOUNT-PCT               PIC 9(4) VALUE 250.
       01  WS-PARM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       01  WS-PARM-VALID-SWITCH        PIC X.
           88  WS-PARM-VALID           VALUE 'Y'.
       01  WS-PARM-WORK-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-PARM-DIGIT-COUNT         PIC 9(3).
       01  WS-PARM-DOT-COUNT           PIC 9(3).
       01  WS-PARM-SCAN-SUB            PIC 9(3).

      *    Holiday/closed dates from CALFILE plus the weekday test --
      *    XFERMAIN's calendar, unchanged.
       01  WS-CAL-MAX                  PIC 9(3) VALUE 400.
       01  WS-CAL-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DATE         PIC X(10).
       01  WS-CAL-SCAN-SUB             PIC 9(3).
       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-CAL-EOF              VALUE 'Y'.
       01  WS-BIZ-DATE-IN              PIC X(10).
       01  WS-BIZ-DIGITS               PIC 9(8).
       01  WS-BIZ-DIGITS-X REDEFINES WS-BIZ-DIGITS
                                       PIC X(8).
       01  WS-BIZ-INTEGER              PIC S9(9) COMP-5.
       01  WS-BIZ-DOW                  PIC 9(1).
       01  WS-BIZ-DAY-SWITCH           PIC X.
           88  WS-BIZ-DAY              VALUE 'Y'.

      *    Threshold overrides of the ACTIVE areas on AREAMST.
       01  WS-AREA-MAX                 PIC 9(3) VALUE 500.
       01  WS-AREA-COUNT               PIC 9(3) VALUE 0.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 500 TIMES.
               10  WS-AR-AREA-ID       PIC X(10).
               10  WS-AR-THRESHOLD     PIC S9(9)V99 COMP-3.
       01  WS-AREA-SUB                 PIC 9(3).

      *    One entry per area seen on VALINFIL today.  Overflow stops
      *    the run -- an area left out of the review would pass it
      *    unseen.
       01  WS-REVIEW-MAX               PIC 9(3) VALUE 500.
       01  WS-REVIEW-COUNT             PIC 9(3) VALUE 0.
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-ENTRY OCCURS 500 TIMES.
               10  WS-RV-AREA-ID       PIC X(10).
               10  WS-RV-THRESHOLD     PIC S9(9)V99 COMP-3.
               10  WS-RV-DAY-COUNT     PIC 9(7).
               10  WS-RV-DAY-AMOUNT    PIC S9(11)V99 COMP-3.
               10  WS-RV-NEAR-COUNT    PIC 9(7).
               10  WS-RV-NEAR-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-RV-FLAG          PIC X(1).
                   88  WS-RV-FLAGGED   VALUE 'Y'.
               10  WS-RV-REASON        PIC X(16).
       01  WS-REVIEW-SUB               PIC 9(3).
       01  WS-REVIEW-FOUND-SWITCH      PIC X.
           88  WS-REVIEW-FOUND         VALUE 'Y'.

      *    Current batch and the classification of the current detail.
       01  WS-CUR-BATCH-ID             PIC X(8).
       01  WS-CUR-BUS-DATE             PIC X(10).
       01  WS-DETAIL-SEQ               PIC 9(7) VALUE 0.
       01  WS-DETAIL-CLASS             PIC X(1).
           88  WS-DETAIL-COUNTED       VALUE 'C' 'N'.
           88  WS-DETAIL-NEAR          VALUE 'N'.
           88  WS-DETAIL-FUTURE        VALUE 'F'.
           88  WS-DETAIL-REVERSAL      VALUE 'R'.
           88  WS-DETAIL-UNREADABLE    VALUE 'U'.
       01  WS-DETAIL-THRESHOLD         PIC S9(9)V99 COMP-3.
       01  WS-DETAIL-BASE-AMOUNT       PIC S9(11)V99 COMP-3.
       01  WS-DETAIL-RATE              PIC 9(5)V9(6).
       01  WS-DETAIL-RATE-X REDEFINES WS-DETAIL-RATE
                                       PIC X(11).
       01  WS-NEAR-FLOOR               PIC S9(9)V99 COMP-3.
       01  WS-AMOUNT-LIMIT             PIC S9(11)V99 COMP-3.

       01  WS-COUNTS.
           05  WS-DETAIL-READ-COUNT    PIC 9(7) VALUE 0.
           05  WS-COUNTED-COUNT        PIC 9(7) VALUE 0.
           05  WS-FUTURE-COUNT         PIC 9(7) VALUE 0.
           05  WS-REVERSAL-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNREADABLE-COUNT     PIC 9(7) VALUE 0.
           05  WS-NEAR-COUNT           PIC 9(7) VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-LISTED-COUNT         PIC 9(7) VALUE 0.

       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-SOURCE-TEXT              PIC X(22).
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-2          PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY           PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-2         PIC -(11)9.99.
       01  WS-ITEM-AMOUNT-DISPLAY      PIC -(9)9.99.
       01  WS-PCT-DISPLAY              PIC ZZZ9.
       01  WS-PCT-DISPLAY-2            PIC ZZZ9.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND AND NOT WS-NO-INPUT
              PERFORM 150-AGGREGATE-DAY
           END-IF
           IF NOT WS-ABEND AND NOT WS-NO-INPUT
              PERFORM 170-JUDGE-ONE-AREA
                  VARYING WS-REVIEW-SUB FROM 1 BY 1
                  UNTIL WS-REVIEW-SUB > WS-REVIEW-COUNT
           END-IF
           IF NOT WS-ABEND
              PERFORM 300-WRITE-REPORT-HEADING
              IF WS-FLAGGED-COUNT > 0
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY SRT-AREA-ID
                                      SRT-SEQ
                     INPUT PROCEDURE IS 200-FEED-SORT
                     OUTPUT PROCEDURE IS 400-WRITE-EXCEPTIONS
              END-IF
              PERFORM 500-WRITE-REPORT-FOOTING
              CLOSE STRUCTURING-REPORT-FILE
              PERFORM 700-REPORT-TOTALS
           END-IF
           IF WS-FLAGGED-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
      *    Outside the transfer window, so plain status-checked OPENs.
      *    The parm file, area master and calendar fall back exactly
      *    as they do in XFERMAIN, so the review sees the thresholds
      *    the window will apply.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 114-LOAD-CALENDAR
           PERFORM 116-SET-BUSINESS-RUN-DATE
           PERFORM 105-LOAD-PARAMETERS
           PERFORM 110-LOAD-AREA-MASTER
           OPEN INPUT VALIDATED-DATASET
           EVALUATE WS-VALINFIL-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTRC: NO VALINFIL - NOTHING TO REVIEW'
                   SET WS-NO-INPUT TO TRUE
               WHEN '00'
                   CLOSE VALIDATED-DATASET
               WHEN OTHER
                   DISPLAY 'XFERSTRC: CANNOT OPEN VALINFIL, STATUS='
                       WS-VALINFIL-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE
           IF NOT WS-ABEND
              OPEN OUTPUT STRUCTURING-REPORT-FILE
              IF WS-STRCRPT-STATUS NOT = '00'
                 DISPLAY 'XFERSTRC: CANNOT OPEN STRCRPT, STATUS='
                     WS-STRCRPT-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       105-LOAD-PARAMETERS.
      *    See XFERPARM.cpy.  Same fallback as XFERMAIN: no file or a
      *    bad value warns and keeps the default.  Keywords belonging
      *    to other jobs are passed over silently, as in LOCKINQ.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = '35'
              DISPLAY 'XFERSTRC: XFERPARM ABSENT - USING DEFAULTS'
           ELSE
              IF WS-PARM-STATUS NOT = '00'
                 DISPLAY 'XFERSTRC: CANNOT OPEN XFERPARM, STATUS='
                     WS-PARM-STATUS ' - USING DEFAULTS'
              ELSE
                 PERFORM 106-LOAD-ONE-PARAMETER UNTIL WS-PARM-EOF
                 CLOSE PARAMETER-FILE
              END-IF
           END-IF.

       106-LOAD-ONE-PARAMETER.
           READ PARAMETER-FILE
               AT END SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF PARAMETER-RECORD = SPACES
                      CONTINUE
                   ELSE
                      PERFORM 107-APPLY-ONE-PARAMETER
                   END-IF
           END-READ.

       107-APPLY-ONE-PARAMETER.
           EVALUATE PRM-KEYWORD
               WHEN 'HOLD-THRESHOLD'
               WHEN 'STRUCT-NEAR-PCT'
               WHEN 'STRUCT-MAX-COUNT'
               WHEN 'STRUCT-AMT-PCT'
                   PERFORM 108-VALIDATE-PARM-VALUE
      *    Read by XFERMAIN, LOCKINQ and XFEREDIT, not this program.
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID
              EVALUATE PRM-KEYWORD
                  WHEN 'HOLD-THRESHOLD'
                      IF WS-PARM-WORK-VALUE >= 0.01
                         AND WS-PARM-WORK-VALUE <= 999999999.99
                         MOVE WS-PARM-WORK-VALUE TO WS-HOLD-THRESHOLD
                      ELSE
                         PERFORM 109-WARN-PARM-RANGE
                      END-IF
      *    A band of 100% or more would take in every detail under
      *    the threshold, so the top of the range is 99.
                  WHEN 'STRUCT-NEAR-PCT'
                      IF WS-PARM-WORK-VALUE >= 1
                         AND WS-PARM-WORK-VALUE <= 99
                         MOVE WS-PARM-WORK-VALUE TO WS-NEAR-PCT
                      ELSE
                         PERFORM 109-WARN-PARM-RANGE
                      END-IF
                  WHEN 'STRUCT-MAX-COUNT'
                      IF WS-PARM-WORK-VALUE >= 1
                         AND WS-PARM-WORK-VALUE <= 999
                         MOVE WS-PARM-WORK-VALUE TO WS-MAX-COUNT
                      ELSE
                         PERFORM 109-WARN-PARM-RANGE
                      END-IF
                  WHEN 'STRUCT-AMT-PCT'
                      IF WS-PARM-WORK-VALUE >= 1
                         AND WS-PARM-WORK-VALUE <= 9999
                         MOVE WS-PARM-WORK-VALUE TO WS-AMOUNT-PCT
                      ELSE
                         PERFORM 109-WARN-PARM-RANGE
                      END-IF
              END-EVALUATE
           END-IF.

       108-VALIDATE-PARM-VALUE.
      *    XFERMAIN's scan: digits, at most one decimal point and
      *    blanks, with at least one digit, before NUMVAL is applied.
           MOVE 'N' TO WS-PARM-VALID-SWITCH
           MOVE 0 TO WS-PARM-DIGIT-COUNT
           MOVE 0 TO WS-PARM-DOT-COUNT
           PERFORM VARYING WS-PARM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SCAN-SUB > 14
              EVALUATE TRUE
                  WHEN PRM-VALUE(WS-PARM-SCAN-SUB:1) = SPACE
                      CONTINUE
                  WHEN PRM-VALUE(WS-PARM-SCAN-SUB:1) NUMERIC
                      ADD 1 TO WS-PARM-DIGIT-COUNT
                  WHEN PRM-VALUE(WS-PARM-SCAN-SUB:1) = '.'
                      ADD 1 TO WS-PARM-DOT-COUNT
                  WHEN OTHER
                      MOVE 999 TO WS-PARM-DIGIT-COUNT
                      MOVE 999 TO WS-PARM-DOT-COUNT
                      MOVE 14 TO WS-PARM-SCAN-SUB
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGIT-COUNT >= 1
              AND WS-PARM-DIGIT-COUNT < 999
              AND WS-PARM-DOT-COUNT <= 1
              SET WS-PARM-VALID TO TRUE
              COMPUTE WS-PARM-WORK-VALUE =
                  FUNCTION NUMVAL(PRM-VALUE)
           ELSE
              DISPLAY 'XFERSTRC: UNREADABLE XFERPARM VALUE FOR '
                  PRM-KEYWORD ' - KEEPING DEFAULT'
           END-IF.

       109-WARN-PARM-RANGE.
           DISPLAY 'XFERSTRC: XFERPARM VALUE OUT OF RANGE FOR '
               PRM-KEYWORD ' - KEEPING DEFAULT'.

       110-LOAD-AREA-MASTER.
      *    XFERMAIN's rule: only ACTIVE areas carry their override
      *    into the window, everything else faces the global
      *    threshold.
           OPEN INPUT AREA-MASTER-FILE
           EVALUATE WS-AREAMST-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTRC: NO AREA MASTER - GLOBAL '
                       'THRESHOLD FOR ALL AREAS'
               WHEN '00'
                   PERFORM 111-LOAD-ONE-AREA UNTIL WS-AREA-EOF
                   CLOSE AREA-MASTER-FILE
               WHEN OTHER
                   DISPLAY 'XFERSTRC: CANNOT OPEN AREAMST, STATUS='
                       WS-AREAMST-STATUS ' - GLOBAL THRESHOLD'
           END-EVALUATE.

       111-LOAD-ONE-AREA.
           READ AREA-MASTER-FILE
               AT END SET WS-AREA-EOF TO TRUE
               NOT AT END
                   IF ARM-AREA-ID = SPACES OR NOT ARM-ACTIVE
                      CONTINUE
                   ELSE
                      IF WS-AREA-COUNT < WS-AREA-MAX
                         ADD 1 TO WS-AREA-COUNT
                         MOVE ARM-AREA-ID
                             TO WS-AR-AREA-ID(WS-AREA-COUNT)
                         IF ARM-HOLD-THRESHOLD NUMERIC
                            MOVE ARM-HOLD-THRESHOLD
                                TO WS-AR-THRESHOLD(WS-AREA-COUNT)
                         ELSE
                            MOVE 0 TO WS-AR-THRESHOLD(WS-AREA-COUNT)
                         END-IF
                      ELSE
                         DISPLAY 'XFERSTRC: AREA TABLE FULL - '
                             'GLOBAL THRESHOLD FOR: ' ARM-AREA-ID
                      END-IF
                   END-IF
           END-READ.

       114-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CALFILE-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTRC: NO CALFILE - WEEKENDS ONLY '
                       'FOR THE RUN-DATE ROLL'
               WHEN '00'
                   PERFORM 115-LOAD-ONE-CAL-DATE UNTIL WS-CAL-EOF
                   CLOSE CALENDAR-FILE
               WHEN OTHER
                   DISPLAY 'XFERSTRC: CANNOT OPEN CALFILE, STATUS='
                       WS-CALFILE-STATUS ' - WEEKENDS ONLY FOR THE '
                       'RUN-DATE ROLL'
           END-EVALUATE.

       115-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE = SPACES
                      CONTINUE
                   ELSE
                      IF WS-CAL-COUNT < WS-CAL-MAX
                         ADD 1 TO WS-CAL-COUNT
                         MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                      ELSE
                         DISPLAY 'XFERSTRC: CALENDAR TABLE FULL - '
                             'DROPPED: ' CAL-DATE
                      END-IF
                   END-IF
           END-READ.

       116-SET-BUSINESS-RUN-DATE.
      *    The date XFERMAIN will warehouse against: the clock date
      *    rolled back to the last business day.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN
           PERFORM 117-CHECK-BUSINESS-DAY
           PERFORM 119-ROLL-BACK-ONE-DAY UNTIL WS-BIZ-DAY
           IF WS-BIZ-DATE-IN NOT = WS-RUN-DATE
              DISPLAY 'XFERSTRC: RUN DATE ROLLED TO BUSINESS DAY: '
                  WS-RUN-DATE ' -> ' WS-BIZ-DATE-IN
              MOVE WS-BIZ-DATE-IN TO WS-RUN-DATE
           END-IF.

       117-CHECK-BUSINESS-DAY.
      *    A date that does not parse is called a business day so
      *    the roll-back loop can never run away on damaged input.
           SET WS-BIZ-DAY TO TRUE
           MOVE SPACES TO WS-BIZ-DIGITS-X
           STRING WS-BIZ-DATE-IN(1:4) WS-BIZ-DATE-IN(6:2)
               WS-BIZ-DATE-IN(9:2)
               DELIMITED BY SIZE INTO WS-BIZ-DIGITS-X
           IF WS-BIZ-DIGITS-X NUMERIC
              AND WS-BIZ-DATE-IN(6:2) >= '01'
              AND WS-BIZ-DATE-IN(6:2) <= '12'
              AND WS-BIZ-DATE-IN(9:2) >= '01'
              AND WS-BIZ-DATE-IN(9:2) <= '31'
              COMPUTE WS-BIZ-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-BIZ-DIGITS)
              COMPUTE WS-BIZ-DOW = FUNCTION MOD(WS-BIZ-INTEGER 7)
              IF WS-BIZ-DOW = 6 OR WS-BIZ-DOW = 0
                 MOVE 'N' TO WS-BIZ-DAY-SWITCH
              ELSE
                 PERFORM VARYING WS-CAL-SCAN-SUB FROM 1 BY 1
                         UNTIL WS-CAL-SCAN-SUB > WS-CAL-COUNT
                    IF WS-CAL-DATE(WS-CAL-SCAN-SUB)
                        = WS-BIZ-DATE-IN
                       MOVE 'N' TO WS-BIZ-DAY-SWITCH
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       119-ROLL-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-BIZ-INTEGER
           COMPUTE WS-BIZ-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-BIZ-INTEGER)
           MOVE SPACES TO WS-BIZ-DATE-IN
           STRING WS-BIZ-DIGITS-X(1:4) '-' WS-BIZ-DIGITS-X(5:2) '-'
               WS-BIZ-DIGITS-X(7:2)
               DELIMITED BY SIZE INTO WS-BIZ-DATE-IN
           PERFORM 117-CHECK-BUSINESS-DAY.

       150-AGGREGATE-DAY.
      *    First pass: per-area totals across every batch on VALINFIL.
           OPEN INPUT VALIDATED-DATASET
           IF WS-VALINFIL-STATUS NOT = '00'
              DISPLAY 'XFERSTRC: CANNOT OPEN VALINFIL, STATUS='
                  WS-VALINFIL-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO WS-CUR-BATCH-ID
              MOVE SPACES TO WS-CUR-BUS-DATE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM 155-AGGREGATE-ONE-RECORD
                  UNTIL WS-EOF OR WS-ABEND
              CLOSE VALIDATED-DATASET
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       155-AGGREGATE-ONE-RECORD.
           READ VALIDATED-DATASET
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN VAL-IS-HEADER
                           MOVE VAL-HDR-BATCH-ID TO WS-CUR-BATCH-ID
                           MOVE VAL-HDR-BUS-DATE TO WS-CUR-BUS-DATE
                       WHEN VAL-IS-TRAILER
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-DETAIL-READ-COUNT
                           PERFORM 160-CLASSIFY-DETAIL
                           PERFORM 165-COUNT-DETAIL
                   END-EVALUATE
           END-READ.

       160-CLASSIFY-DETAIL.
      *    Sets WS-DETAIL-CLASS, and for a counted detail its area's
      *    entry in the review table (WS-REVIEW-SUB, added on first
      *    sight) and the threshold XFERMAIN will apply to it.  A
      *    foreign-currency detail whose stamped rate does not read
      *    as a number counts as unreadable: it has no base amount
      *    to compare.
           MOVE SPACES TO WS-DETAIL-RATE-X
           IF VAL-FILLER(27:11) NOT = SPACES
              MOVE VAL-FILLER(27:11) TO WS-DETAIL-RATE-X
           END-IF
           EVALUATE TRUE
               WHEN VAL-FILLER(1:1) = 'R'
                   SET WS-DETAIL-REVERSAL TO TRUE
               WHEN VAL-EFF-DATE > WS-RUN-DATE
                   SET WS-DETAIL-FUTURE TO TRUE
               WHEN VAL-AMOUNT NOT NUMERIC
                   SET WS-DETAIL-UNREADABLE TO TRUE
               WHEN WS-DETAIL-RATE-X NOT = SPACES
                AND WS-DETAIL-RATE NOT NUMERIC
                   SET WS-DETAIL-UNREADABLE TO TRUE
               WHEN OTHER
                   MOVE 'C' TO WS-DETAIL-CLASS
                   PERFORM 162-FIND-REVIEW-AREA
           END-EVALUATE
           IF WS-DETAIL-COUNTED AND NOT WS-ABEND
              IF WS-DETAIL-RATE-X = SPACES
                 MOVE VAL-AMOUNT TO WS-DETAIL-BASE-AMOUNT
              ELSE
                 COMPUTE WS-DETAIL-BASE-AMOUNT ROUNDED =
                     VAL-AMOUNT * WS-DETAIL-RATE
              END-IF
              MOVE WS-RV-THRESHOLD(WS-REVIEW-SUB)
                  TO WS-DETAIL-THRESHOLD
              COMPUTE WS-NEAR-FLOOR ROUNDED =
                  WS-DETAIL-THRESHOLD * WS-NEAR-PCT / 100
              IF WS-DETAIL-BASE-AMOUNT >= WS-NEAR-FLOOR
                 AND WS-DETAIL-BASE-AMOUNT <= WS-DETAIL-THRESHOLD
                 SET WS-DETAIL-NEAR TO TRUE
              END-IF
           END-IF.

       162-FIND-REVIEW-AREA.
           MOVE 'N' TO WS-REVIEW-FOUND-SWITCH
           PERFORM VARYING WS-REVIEW-SUB FROM 1 BY 1
                   UNTIL WS-REVIEW-SUB > WS-REVIEW-COUNT
                      OR WS-REVIEW-FOUND
              IF WS-RV-AREA-ID(WS-REVIEW-SUB) = VAL-ID
                 SET WS-REVIEW-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-REVIEW-FOUND
              SUBTRACT 1 FROM WS-REVIEW-SUB
           ELSE
              IF WS-REVIEW-COUNT < WS-REVIEW-MAX
                 ADD 1 TO WS-REVIEW-COUNT
                 MOVE WS-REVIEW-COUNT TO WS-REVIEW-SUB
                 MOVE VAL-ID TO WS-RV-AREA-ID(WS-REVIEW-SUB)
                 MOVE 0 TO WS-RV-DAY-COUNT(WS-REVIEW-SUB)
                 MOVE 0 TO WS-RV-DAY-AMOUNT(WS-REVIEW-SUB)
                 MOVE 0 TO WS-RV-NEAR-COUNT(WS-REVIEW-SUB)
                 MOVE 0 TO WS-RV-NEAR-AMOUNT(WS-REVIEW-SUB)
                 MOVE 'N' TO WS-RV-FLAG(WS-REVIEW-SUB)
                 MOVE SPACES TO WS-RV-REASON(WS-REVIEW-SUB)
                 PERFORM 163-SET-AREA-THRESHOLD
              ELSE
                 DISPLAY 'XFERSTRC: REVIEW TABLE FULL AT AREA: '
                     VAL-ID
                 SET WS-ABEND TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
           END-IF.

       163-SET-AREA-THRESHOLD.
           MOVE WS-HOLD-THRESHOLD TO WS-RV-THRESHOLD(WS-REVIEW-SUB)
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
              IF WS-AR-AREA-ID(WS-AREA-SUB) = VAL-ID
                 AND WS-AR-THRESHOLD(WS-AREA-SUB) > 0
                 MOVE WS-AR-THRESHOLD(WS-AREA-SUB)
                     TO WS-RV-THRESHOLD(WS-REVIEW-SUB)
              END-IF
           END-PERFORM.

       165-COUNT-DETAIL.
           EVALUATE TRUE
               WHEN WS-ABEND
                   CONTINUE
               WHEN WS-DETAIL-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
               WHEN WS-DETAIL-FUTURE
                   ADD 1 TO WS-FUTURE-COUNT
               WHEN WS-DETAIL-UNREADABLE
                   ADD 1 TO WS-UNREADABLE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-COUNTED-COUNT
                   ADD 1 TO WS-RV-DAY-COUNT(WS-REVIEW-SUB)
                   ADD WS-DETAIL-BASE-AMOUNT
                       TO WS-RV-DAY-AMOUNT(WS-REVIEW-SUB)
                   IF WS-DETAIL-NEAR
                      ADD 1 TO WS-NEAR-COUNT
                      ADD 1 TO WS-RV-NEAR-COUNT(WS-REVIEW-SUB)
                      ADD WS-DETAIL-BASE-AMOUNT
                          TO WS-RV-NEAR-AMOUNT(WS-REVIEW-SUB)
                   END-IF
           END-EVALUATE.

       170-JUDGE-ONE-AREA.
           COMPUTE WS-AMOUNT-LIMIT ROUNDED =
               WS-RV-THRESHOLD(WS-REVIEW-SUB) * WS-AMOUNT-PCT / 100
           EVALUATE TRUE
               WHEN WS-RV-NEAR-COUNT(WS-REVIEW-SUB) > WS-MAX-COUNT
                AND WS-RV-NEAR-AMOUNT(WS-REVIEW-SUB) > WS-AMOUNT-LIMIT
                   MOVE 'COUNT AND AMOUNT'
                       TO WS-RV-REASON(WS-REVIEW-SUB)
               WHEN WS-RV-NEAR-COUNT(WS-REVIEW-SUB) > WS-MAX-COUNT
                   MOVE 'COUNT' TO WS-RV-REASON(WS-REVIEW-SUB)
               WHEN WS-RV-NEAR-AMOUNT(WS-REVIEW-SUB) > WS-AMOUNT-LIMIT
                   MOVE 'AMOUNT' TO WS-RV-REASON(WS-REVIEW-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RV-REASON(WS-REVIEW-SUB) NOT = SPACES
              SET WS-RV-FLAGGED(WS-REVIEW-SUB) TO TRUE
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       200-FEED-SORT.
      *    Second pass: release the near-threshold details of the
      *    flagged areas, classified exactly as in the first pass.
           OPEN INPUT VALIDATED-DATASET
           IF WS-VALINFIL-STATUS NOT = '00'
              DISPLAY 'XFERSTRC: CANNOT REOPEN VALINFIL, STATUS='
                  WS-VALINFIL-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO WS-CUR-BATCH-ID
              MOVE SPACES TO WS-CUR-BUS-DATE
              MOVE 0 TO WS-DETAIL-SEQ
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM 210-FEED-ONE-RECORD UNTIL WS-EOF
              CLOSE VALIDATED-DATASET
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       210-FEED-ONE-RECORD.
           READ VALIDATED-DATASET
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN VAL-IS-HEADER
                           MOVE VAL-HDR-BATCH-ID TO WS-CUR-BATCH-ID
                           MOVE VAL-HDR-BUS-DATE TO WS-CUR-BUS-DATE
                       WHEN VAL-IS-TRAILER
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-DETAIL-SEQ
                           PERFORM 160-CLASSIFY-DETAIL
                           IF WS-DETAIL-NEAR
                              AND WS-RV-FLAGGED(WS-REVIEW-SUB)
                              PERFORM 220-RELEASE-DETAIL
                           END-IF
                   END-EVALUATE
           END-READ.

       220-RELEASE-DETAIL.
           MOVE VAL-ID TO SRT-AREA-ID
           MOVE WS-DETAIL-SEQ TO SRT-SEQ
           MOVE WS-REVIEW-SUB TO SRT-REVIEW-SUB
           MOVE WS-CUR-BATCH-ID TO SRT-BATCH-ID
           MOVE WS-CUR-BUS-DATE TO SRT-BUS-DATE
           MOVE VAL-EFF-DATE TO SRT-EFF-DATE
           MOVE WS-DETAIL-BASE-AMOUNT TO SRT-AMOUNT
           MOVE VAL-FILLER(23:1) TO SRT-PRIORITY
           RELEASE SORT-RECORD.

       300-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'XFERSTRC - STRUCTURING EXCEPTION REPORT  '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-NEAR-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'NEAR-THRESHOLD: ' WS-PCT-DISPLAY
               '% TO 100% OF THE AREA HOLD THRESHOLD'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-MAX-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-PCT TO WS-PCT-DISPLAY-2
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'FLAGGED AT MORE THAN ' WS-COUNT-DISPLAY
               ' DETAILS OR A TOTAL OVER ' WS-PCT-DISPLAY-2
               '% OF THRESHOLD'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-HOLD-THRESHOLD TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'GLOBAL HOLD THRESHOLD: ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE.

       310-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DETAIL TO STRUCTURING-REPORT-LINE
           WRITE STRUCTURING-REPORT-LINE.

       400-WRITE-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-REVIEW-SUB
           PERFORM 405-RETURN-ONE-RECORD UNTIL WS-EOF.

       405-RETURN-ONE-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF SRT-REVIEW-SUB NOT = WS-REVIEW-SUB
                      MOVE SRT-REVIEW-SUB TO WS-REVIEW-SUB
                      PERFORM 410-WRITE-AREA-HEADING
                   END-IF
                   PERFORM 420-WRITE-DETAIL-LINE
           END-RETURN.

       410-WRITE-AREA-HEADING.
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-RV-THRESHOLD(WS-REVIEW-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'AREA ' WS-RV-AREA-ID(WS-REVIEW-SUB)
               '  THRESHOLD ' WS-AMOUNT-DISPLAY
               '  FLAGGED ON ' WS-RV-REASON(WS-REVIEW-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-RV-NEAR-COUNT(WS-REVIEW-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-RV-NEAR-AMOUNT(WS-REVIEW-SUB) TO WS-AMOUNT-DISPLAY
           MOVE WS-RV-DAY-COUNT(WS-REVIEW-SUB) TO WS-COUNT-DISPLAY-2
           MOVE WS-RV-DAY-AMOUNT(WS-REVIEW-SUB)
               TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  NEAR ' WS-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
               '   DAY ' WS-COUNT-DISPLAY-2 ' ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '    BATCH    BUS-DATE   EFF-DATE   '
               '       AMOUNT PRI SOURCE'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE.

       420-WRITE-DETAIL-LINE.
      *    The batch id says how the detail reached today's run --
      *    the internal release batches by name, anything else an
      *    edited upstream feed.
           EVALUATE SRT-BATCH-ID
               WHEN 'PENDRLSE'
                   MOVE 'DUE FROM PENDXFER' TO WS-SOURCE-TEXT
               WHEN 'HELDRLSE'
                   MOVE 'RELEASED FROM HELDXFER' TO WS-SOURCE-TEXT
               WHEN 'SUSPRLSE'
                   MOVE 'RELEASED FROM SUSPXFER' TO WS-SOURCE-TEXT
               WHEN 'STANDING'
                   MOVE 'STANDING INSTRUCTION' TO WS-SOURCE-TEXT
               WHEN 'RETRYRUN'
                   MOVE 'RETRY OF A STALL' TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE 'FEED' TO WS-SOURCE-TEXT
           END-EVALUATE
           ADD 1 TO WS-LISTED-COUNT
           MOVE SRT-AMOUNT TO WS-ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '    ' SRT-BATCH-ID ' ' SRT-BUS-DATE ' '
               SRT-EFF-DATE ' ' WS-ITEM-AMOUNT-DISPLAY '  '
               SRT-PRIORITY '  ' WS-SOURCE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE.

       500-WRITE-REPORT-FOOTING.
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           IF WS-NO-INPUT
              MOVE 'NO VALINFIL - NOTHING TO REVIEW'
                  TO WS-REPORT-DETAIL
              PERFORM 310-WRITE-REPORT-LINE
           END-IF
           IF WS-FLAGGED-COUNT = 0
              MOVE 'NO AREAS FLAGGED' TO WS-REPORT-DETAIL
              PERFORM 310-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-DETAIL
              PERFORM 310-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-' TO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-DETAIL-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'DETAILS ON VALINFIL            : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-FUTURE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  LEFT OUT - DATED AFTER TODAY : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  LEFT OUT - REVERSALS         : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  LEFT OUT - UNREADABLE        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-COUNTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'DETAILS REVIEWED               : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-NEAR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  NEAR-THRESHOLD               : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-REVIEW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'AREAS REVIEWED                 : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'AREAS FLAGGED                  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 310-WRITE-REPORT-LINE.

       700-REPORT-TOTALS.
           DISPLAY 'XFERSTRC DETAILS=' WS-DETAIL-READ-COUNT
               ' REVIEWED=' WS-COUNTED-COUNT
               ' NEAR=' WS-NEAR-COUNT
               ' AREAS=' WS-REVIEW-COUNT
               ' FLAGGED=' WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT > 0
              DISPLAY 'XFERSTRC: ' WS-FLAGGED-COUNT
                  ' AREA(S) FLAGGED FOR STRUCTURING - SEE STRCRPT'
           END-IF.
