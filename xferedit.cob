      *  total of XFER-AMOUNT), and a fresh trailer covering only the
      *  accepted details is written so XFERMAIN's own control-total
      *  check balances against the validated file, not the raw feed.
      *  A detail that passes every edit but repeats an earlier one --
      *  same XFER-ID, XFER-AMOUNT and XFER-EFFECTIVE-DATE as a
      *  completed transfer on HISTFILE inside the DUP-WINDOW-DAYS
      *  lookback (XFERPARM), or as a detail already accepted in this
      *  run -- is a suspected re-key and goes to SUSPXFER (see
      *  SUSPXFER.cpy) instead of VALINFIL, for SUSPRLSE to release
      *  or reject on operations' say-so.
      *  A detail in a foreign currency (XFERREC.cpy bytes 24-26) must
      *  name an open currency on CURRMST and have a rate on the
      *  day's FXRATE file for the batch's business date; the rate is
      *  stamped into the detail so every later job converts it the
      *  same way.  The amount itself, and so every count and hash
      *  total this edit balances, stays in the original currency.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBLOG-STATUS.

      *    Startup-only read of the shared tuning parameters (see
      *    XFERPARM.cpy) -- this job uses only DUP-WINDOW-DAYS.
           SELECT PARAMETER-FILE ASSIGN TO "XFERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Suspected duplicates are collected on SUSPWORK as the feed
      *    is read and only appended to the SUSPXFER queue once the
      *    feed's own controls have passed (565): a refused feed is
      *    refetched whole, and a suspect already queued from it
      *    could then be released alongside its own resubmission.
      *    Fixed-length like VALINFIL, for the packed amount.
           SELECT SUSPECT-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPWORK-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.

      *    Startup-only reads for the currency edit (348): the
      *    currency master and the day's exchange rates.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRMST-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-DATASET.
           05  REJ-DESCRIPTION             PIC X(30).
      *    The filler bytes the record's identity lives in (see
      *    XFERREC.cpy): type code, a reversal's original-completion
      *    timestamp, priority class, currency.  Without these a
      *    repaired reversal would resubmit as an ORDINARY transfer
      *    and move the money the wrong way.  Keep in step with
      *    REJREPR's EDITREJ/REJQUEUE layouts.
           05  FILLER                      PIC X VALUE SPACE.
           05  REJ-TYPE-CODE               PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJ-ORIG-STAMP              PIC X(21).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJ-PRIORITY                PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  REJ-CURRENCY                PIC X(3).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE                PIC X(80).
       FD  PROBLEM-LOG-FILE.
       01  PROBLEM-LOG-LINE                PIC X(100).

       FD  PARAMETER-FILE.
           COPY XFERPARM.

       FD  SUSPECT-WORK-FILE.
           COPY SUSPXFER REPLACING
               SUSPECT-TRANSFER-REC  BY SUSPECT-WORK-RECORD
               SUS-ID                BY SWK-ID
               SUS-AMOUNT            BY SWK-AMOUNT
               SUS-EFF-DATE          BY SWK-EFF-DATE
               SUS-FILLER            BY SWK-FILLER
               SUS-SUSPECT-TIMESTAMP BY SWK-SUSPECT-TIMESTAMP
               SUS-BATCH-ID          BY SWK-BATCH-ID
               SUS-BUS-DATE          BY SWK-BUS-DATE
               SUS-MATCH-SOURCE      BY SWK-MATCH-SOURCE
               SUS-MATCHED-HISTORY   BY SWK-MATCHED-HISTORY
               SUS-MATCHED-THIS-RUN  BY SWK-MATCHED-THIS-RUN
               SUS-MATCH-STAMP       BY SWK-MATCH-STAMP.

       FD  SUSPECT-FILE.
           COPY SUSPXFER.

       FD  CURRENCY-MASTER-FILE.
           COPY CURRMST.

       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-INFILE-STATUS            PIC XX.
       01  WS-VALID-STATUS             PIC XX.
       01  WS-BCHREG-STATUS            PIC XX.
       01  WS-CALFILE-STATUS           PIC XX.
       01  WS-PROBLOG-STATUS           PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-SUSPWORK-STATUS          PIC XX.
       01  WS-SUSPECT-STATUS           PIC XX.
       01  WS-CURRMST-STATUS           PIC XX.
       01  WS-FXRATE-STATUS            PIC XX.

      *    VALINFIL open mode decided by 110's probe: fresh (rebuild
      *    an absent/empty file, as always) or append (write this
           05  WS-REJ-TYPE-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJ-RVSL-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJ-PRI-COUNT        PIC 9(7) VALUE 0.
           05  WS-REJ-CCY-COUNT        PIC 9(7) VALUE 0.
           05  WS-REJ-RATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJ-CONV-COUNT       PIC 9(7) VALUE 0.

      *    Reversal-match state for 345/350: the amount is compared
      *    in the same edited form XFERHLOD carries on HST-AMOUNT, so
       01  WS-LEAP-REM-100             PIC 9(4).
       01  WS-LEAP-REM-400             PIC 9(4).

      *    Suspect-duplicate state.  The lookback defaults to 30 days
      *    and may be tuned from XFERPARM (1-90: HISTFILE keeps no
      *    more than XFERHLOD's 90-day retention, so a longer window
      *    would only pretend to look further back).  Parameter
      *    handling is the same scan XFERMAIN and LOCKINQ use; a bad
      *    value warns and keeps the default.
       01  WS-DUP-WINDOW-DAYS          PIC 9(3) VALUE 30.
       01  WS-PARM-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       01  WS-PARM-VALID-SWITCH        PIC X.
           88  WS-PARM-VALID           VALUE 'Y'.
       01  WS-PARM-WORK-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-PARM-DIGIT-COUNT         PIC 9(3).
       01  WS-PARM-DOT-COUNT           PIC 9(3).
       01  WS-PARM-SCAN-SUB            PIC 9(3).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-DUP-CUTOFF-DATE          PIC 9(8).
       01  WS-DUP-CUTOFF-X REDEFINES WS-DUP-CUTOFF-DATE
                                       PIC X(8).
       01  WS-DUP-CUTOFF-INTEGER       PIC S9(9) COMP-5.

      *    The history rows inside the window, loaded once at startup
      *    so each detail is judged with one table scan rather than a
      *    HISTFILE pass per detail (350's per-reversal scan is fine
      *    for a handful a quarter, not for every detail in the feed).
      *    5000 rows is weeks of a normal day's completions; on
      *    overflow the table is abandoned and every detail falls
      *    back to a direct HISTFILE scan (385) -- slower, never
      *    unchecked.  The amount is held in HST-AMOUNT's edited form
      *    so the compare is a plain string match, as in 355.
       01  WS-HSTW-MAX                 PIC 9(4) VALUE 5000.
       01  WS-HSTW-COUNT               PIC 9(4) VALUE 0.
       01  WS-HSTW-TABLE.
           05  WS-HSTW-ENTRY OCCURS 5000 TIMES.
               10  WS-HW-AREA-ID       PIC X(10).
               10  WS-HW-AMOUNT        PIC X(13).
               10  WS-HW-EFF-DATE      PIC X(10).
               10  WS-HW-COMPLETED-AT  PIC X(21).
       01  WS-HSTW-SUB                 PIC 9(4).
       01  WS-HSTW-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  WS-HSTW-OVERFLOW        VALUE 'Y'.
       01  WS-HSTW-UNREADABLE-SWITCH   PIC X VALUE 'N'.
           88  WS-HSTW-UNREADABLE      VALUE 'Y'.
       01  WS-ROW-DATE                 PIC X(8).

      *    Ordinary details accepted so far in this run, for the
      *    within-feed repeat.  Packed amount compared as packed.
      *    Overflow stops the in-run check for the rest of the feed
      *    and says so on the console and EDITRPT.
       01  WS-RUNACC-MAX               PIC 9(4) VALUE 5000.
       01  WS-RUNACC-COUNT             PIC 9(4) VALUE 0.
       01  WS-RUNACC-TABLE.
           05  WS-RUNACC-ENTRY OCCURS 5000 TIMES.
               10  WS-RA-AREA-ID       PIC X(10).
               10  WS-RA-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-RA-EFF-DATE      PIC X(10).
       01  WS-RUNACC-SUB               PIC 9(4).
       01  WS-RUNACC-FULL-SWITCH       PIC X VALUE 'N'.
           88  WS-RUNACC-FULL          VALUE 'Y'.

       01  WS-SUSPECT-SWITCH           PIC X.
           88  WS-SUSPECT              VALUE 'Y'.
       01  WS-SUSPECT-SOURCE           PIC X(1).
       01  WS-SUSPECT-STAMP            PIC X(21).
       01  WS-SUSPECT-COUNT            PIC 9(7) VALUE 0.
       01  WS-SUSPECT-HASH-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SUSPECT-QUEUED-SWITCH    PIC X VALUE 'N'.
           88  WS-SUSPECT-QUEUED       VALUE 'Y'.

      *    Currency edit state, loaded once at startup.  Unlike the
      *    area master, neither file has a lenient fallback: without
      *    CURRMST no foreign code can be proved, so only base-
      *    currency details pass, and without FXRATE every foreign
      *    detail is rejected for want of a rate -- an amount is
      *    never let through that the window cannot convert.
      *    Overflow of either table abends for the same reason.
       01  WS-CCY-MAX                  PIC 9(3) VALUE 200.
       01  WS-CCY-COUNT                PIC 9(3) VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 200 TIMES.
               10  WS-CC-CODE          PIC X(3).
               10  WS-CC-STATUS        PIC X(1).
       01  WS-CCY-SUB                  PIC 9(3).
       01  WS-RATE-MAX                 PIC 9(4) VALUE 2000.
       01  WS-RATE-COUNT               PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-DATE          PIC X(10).
               10  WS-RT-CODE          PIC X(3).
               10  WS-RT-RATE          PIC 9(5)V9(6).
       01  WS-RATE-SUB                 PIC 9(4).
       01  WS-CCY-FOUND-STATUS         PIC X(1).
       01  WS-RATE-FOUND-SWITCH        PIC X.
           88  WS-RATE-FOUND           VALUE 'Y'.
       01  WS-CONVERT-ERROR-SWITCH     PIC X.
           88  WS-CONVERT-ERROR        VALUE 'Y'.
       01  WS-DETAIL-RATE              PIC 9(5)V9(6).
       01  WS-DETAIL-RATE-X REDEFINES WS-DETAIL-RATE
                                       PIC X(11).
       01  WS-BASE-AMOUNT              PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
              PERFORM 200-EDIT-INPUT-RECORDS UNTIL WS-EOF
              PERFORM 540-EVALUATE-BATCH-CONTROLS
              PERFORM 550-WRITE-OUTPUT-TRAILER
              PERFORM 565-QUEUE-SUSPECTS
              PERFORM 560-WRITE-EDIT-CONTROL
              PERFORM 570-REGISTER-BATCH
              PERFORM 700-WRITE-EDIT-REPORT
                     WS-EDITRPT-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
              OPEN OUTPUT SUSPECT-WORK-FILE
              IF WS-SUSPWORK-STATUS NOT = '00'
                 DISPLAY 'XFEREDIT: CANNOT OPEN SUSPWORK, STATUS='
                     WS-SUSPWORK-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF NOT WS-ABEND
              PERFORM 115-LOAD-AREA-MASTER
           IF NOT WS-ABEND
              PERFORM 113-LOAD-CALENDAR
           END-IF
           IF NOT WS-ABEND
              PERFORM 120-LOAD-PARAMETERS
              PERFORM 125-LOAD-HISTORY-WINDOW
           END-IF
           IF NOT WS-ABEND
              PERFORM 127-LOAD-CURRENCY-MASTER
           END-IF
           IF NOT WS-ABEND
              PERFORM 131-LOAD-EXCHANGE-RATES
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.
                   END-IF
           END-READ.

       120-LOAD-PARAMETERS.
      *    Same fallback discipline as XFERMAIN's 105: no file, an
      *    unreadable or out-of-range value all warn and keep the
      *    default.  Keywords belonging to other jobs are passed over
      *    silently -- XFERMAIN reports on those.
           OPEN INPUT PARAMETER-FILE
           EVALUATE WS-PARM-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   PERFORM 121-LOAD-ONE-PARAMETER UNTIL WS-PARM-EOF
                   CLOSE PARAMETER-FILE
               WHEN OTHER
                   DISPLAY 'XFEREDIT: CANNOT OPEN XFERPARM, STATUS='
                       WS-PARM-STATUS ' - USING DEFAULTS'
           END-EVALUATE.

       121-LOAD-ONE-PARAMETER.
           READ PARAMETER-FILE
               AT END SET WS-PARM-EOF TO TRUE
               NOT AT END
                   IF PRM-KEYWORD = 'DUP-WINDOW-DAYS'
                      PERFORM 122-VALIDATE-PARM-VALUE
                      IF WS-PARM-VALID
                         AND WS-PARM-WORK-VALUE >= 1
                         AND WS-PARM-WORK-VALUE <= 90
                         MOVE WS-PARM-WORK-VALUE TO WS-DUP-WINDOW-DAYS
                      ELSE
                         DISPLAY 'XFEREDIT: BAD XFERPARM VALUE FOR '
                             PRM-KEYWORD ' - KEEPING DEFAULT'
                      END-IF
                   END-IF
           END-READ.

       122-VALIDATE-PARM-VALUE.
      *    Same scan as XFERMAIN's 108-VALIDATE-PARM-VALUE.
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
           END-IF.

       125-LOAD-HISTORY-WINDOW.
      *    Completion timestamps lead with YYYYMMDD, so the window
      *    test is the same plain compare XFERHLOD's retention uses.
      *    A row whose date is unreadable is kept in the window --
      *    checking one odd row too many costs nothing.  No HISTFILE
      *    means nothing has completed yet; an unreadable one warns
      *    and leaves only the in-run check standing, reported on
      *    EDITRPT, the same way 350 treats it for reversals.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-DUP-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-DUP-WINDOW-DAYS
           COMPUTE WS-DUP-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUP-CUTOFF-INTEGER)
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-HIST-EOF-SWITCH
                   PERFORM 126-LOAD-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
                   CLOSE HISTORY-FILE
                   IF WS-HSTW-OVERFLOW
                      DISPLAY 'XFEREDIT: HISTORY WINDOW OVER '
                          WS-HSTW-MAX ' ROWS - SCANNING HISTFILE '
                          'PER DETAIL'
                   END-IF
               WHEN OTHER
                   SET WS-HSTW-UNREADABLE TO TRUE
                   DISPLAY 'XFEREDIT: CANNOT OPEN HISTFILE, STATUS='
                       WS-HIST-STATUS ' - HISTORY DUPLICATE CHECK '
                       'SKIPPED'
           END-EVALUATE.

       126-LOAD-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   MOVE HST-COMPLETED-AT(1:8) TO WS-ROW-DATE
                   IF WS-ROW-DATE NUMERIC
                      AND WS-ROW-DATE < WS-DUP-CUTOFF-X
                      CONTINUE
                   ELSE
                      IF WS-HSTW-COUNT < WS-HSTW-MAX
                         ADD 1 TO WS-HSTW-COUNT
                         MOVE HST-AREA-ID
                             TO WS-HW-AREA-ID(WS-HSTW-COUNT)
                         MOVE HST-AMOUNT
                             TO WS-HW-AMOUNT(WS-HSTW-COUNT)
                         MOVE HST-EFF-DATE
                             TO WS-HW-EFF-DATE(WS-HSTW-COUNT)
                         MOVE HST-COMPLETED-AT
                             TO WS-HW-COMPLETED-AT(WS-HSTW-COUNT)
                      ELSE
                         SET WS-HSTW-OVERFLOW TO TRUE
                         SET WS-HIST-EOF TO TRUE
                      END-IF
                   END-IF
           END-READ.

       127-LOAD-CURRENCY-MASTER.
           OPEN INPUT CURRENCY-MASTER-FILE
           EVALUATE WS-CURRMST-STATUS
               WHEN '35'
                   DISPLAY 'XFEREDIT: NO CURRENCY MASTER - FOREIGN '
                       'CURRENCY DETAILS WILL REJECT'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 128-LOAD-ONE-CURRENCY UNTIL WS-EOF
                   CLOSE CURRENCY-MASTER-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFEREDIT: CANNOT OPEN CURRMST, STATUS='
                       WS-CURRMST-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       128-LOAD-ONE-CURRENCY.
           READ CURRENCY-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF CCY-CODE = SPACES
                      CONTINUE
                   ELSE
                      IF WS-CCY-COUNT < WS-CCY-MAX
                         ADD 1 TO WS-CCY-COUNT
                         MOVE CCY-CODE TO WS-CC-CODE(WS-CCY-COUNT)
                         MOVE CCY-STATUS
                             TO WS-CC-STATUS(WS-CCY-COUNT)
                      ELSE
                         DISPLAY 'XFEREDIT: CURRENCY TABLE FULL AT: '
                             CCY-CODE
                         SET WS-ABEND TO TRUE
                      END-IF
                   END-IF
           END-READ.

       131-LOAD-EXCHANGE-RATES.
      *    Every line is loaded whatever its date -- the rate is
      *    picked per batch, by the batch header's business date.
      *    A line whose rate does not read as a positive number is
      *    left out (and its currency then rejects for want of a
      *    rate); a second line for the same currency and date is
      *    left out too, so a detail can only ever meet one rate.
           OPEN INPUT EXCHANGE-RATE-FILE
           EVALUATE WS-FXRATE-STATUS
               WHEN '35'
                   DISPLAY 'XFEREDIT: NO FXRATE - FOREIGN CURRENCY '
                       'DETAILS WILL REJECT'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 132-LOAD-ONE-RATE UNTIL WS-EOF
                   CLOSE EXCHANGE-RATE-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFEREDIT: CANNOT OPEN FXRATE, STATUS='
                       WS-FXRATE-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       132-LOAD-ONE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF EXCHANGE-RATE-RECORD = SPACES
                      CONTINUE
                   ELSE
                      MOVE 'N' TO WS-RATE-FOUND-SWITCH
                      PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                              UNTIL WS-RATE-SUB > WS-RATE-COUNT
                         IF WS-RT-CODE(WS-RATE-SUB) = FXR-CURRENCY
                            AND WS-RT-DATE(WS-RATE-SUB)
                                = FXR-RATE-DATE
                            SET WS-RATE-FOUND TO TRUE
                         END-IF
                      END-PERFORM
                      EVALUATE TRUE
                          WHEN FXR-RATE NOT NUMERIC
                          WHEN FXR-RATE = 0
                              DISPLAY 'XFEREDIT: UNREADABLE FXRATE '
                                  'LINE IGNORED: ' FXR-CURRENCY ' '
                                  FXR-RATE-DATE
                          WHEN WS-RATE-FOUND
                              DISPLAY 'XFEREDIT: SECOND FXRATE LINE '
                                  'IGNORED: ' FXR-CURRENCY ' '
                                  FXR-RATE-DATE
                          WHEN WS-RATE-COUNT < WS-RATE-MAX
                              ADD 1 TO WS-RATE-COUNT
                              MOVE FXR-RATE-DATE
                                  TO WS-RT-DATE(WS-RATE-COUNT)
                              MOVE FXR-CURRENCY
                                  TO WS-RT-CODE(WS-RATE-COUNT)
                              MOVE FXR-RATE
                                  TO WS-RT-RATE(WS-RATE-COUNT)
                          WHEN OTHER
                              DISPLAY 'XFEREDIT: RATE TABLE FULL AT: '
                                  FXR-CURRENCY ' ' FXR-RATE-DATE
                              SET WS-ABEND TO TRUE
                      END-EVALUATE
                   END-IF
           END-READ.

       200-EDIT-INPUT-RECORDS.
      *    A duplicate feed (118's registry said this id/date already
      *    ran) reads to EOF without writing or rejecting anything --
                 DISPLAY 'XFEREDIT: MISPLACED OR DUPLICATE BATCH '
                     'HEADER'
              END-IF
      *    HELDRLSE/RETRYRUN/PENDRLSE/SUSPRLSE are the internal
      *    release-batch ids HELDRLSE, XFERRQUE, XFERRLSE and SUSPRLSE
      *    use to mark batches they cut themselves -- XFERMAIN trusts
      *    them (the HELDRLSE id exempts a batch from the high-value
      *    hold) -- and STANDING is the batch STANDGEN cuts and
      *    registers each morning.  An external feed has no business
      *    carrying one; this edit is the gatekeeper, so a raw header
      *    wearing a reserved id is a control error like a duplicate
      *    header.
              IF IN-HDR-BATCH-ID = 'HELDRLSE'
                 OR IN-HDR-BATCH-ID = 'RETRYRUN'
                 OR IN-HDR-BATCH-ID = 'PENDRLSE'
                 OR IN-HDR-BATCH-ID = 'SUSPRLSE'
                 OR IN-HDR-BATCH-ID = 'STANDING'
                 SET WS-CONTROL-ERROR TO TRUE
                 DISPLAY 'XFEREDIT: RESERVED BATCH ID ON RAW FEED: '
                     IN-HDR-BATCH-ID
           IF NOT WS-REJECTED
              PERFORM 347-CHECK-PRIORITY
           END-IF
           IF NOT WS-REJECTED
              PERFORM 348-CHECK-CURRENCY
           END-IF
           IF NOT WS-REJECTED
              PERFORM 360-WARN-NON-BUSINESS-DATE
           END-IF
           IF NOT WS-REJECTED
              PERFORM 370-CHECK-SUSPECT-DUPLICATE
           END-IF
           EVALUATE TRUE
               WHEN WS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 400-WRITE-REJECT-RECORD
               WHEN WS-SUSPECT
                   ADD 1 TO WS-SUSPECT-COUNT
                   PERFORM 510-WRITE-SUSPECT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM 500-WRITE-VALIDATED-RECORD
                   PERFORM 390-NOTE-RUN-ACCEPTED
           END-EVALUATE.

       310-CHECK-AREA-ID.
      *    A non-blank id must also be a real, open area: a typo like
              MOVE 'INVALID PRIORITY CODE' TO WS-REJ-DESCRIPTION
           END-IF.

       348-CHECK-CURRENCY.
      *    Bytes 24-26 of the filler are the currency (see
      *    XFERREC.cpy).  Blank or the base code needs no rate;
      *    anything else must be an open currency on CURRMST.  The
      *    rate bytes are always set here, whatever the feed put in
      *    them.
           MOVE SPACE TO WS-CCY-FOUND-STATUS
           IF IN-FILLER(24:3) NOT = SPACES
              PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                      UNTIL WS-CCY-SUB > WS-CCY-COUNT
                 IF WS-CC-CODE(WS-CCY-SUB) = IN-FILLER(24:3)
                    MOVE WS-CC-STATUS(WS-CCY-SUB)
                        TO WS-CCY-FOUND-STATUS
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN IN-FILLER(24:3) = SPACES
               WHEN WS-CCY-FOUND-STATUS = 'B'
                   MOVE SPACES TO IN-FILLER(27:11)
               WHEN WS-CCY-FOUND-STATUS = 'A'
                   PERFORM 349-STAMP-EXCHANGE-RATE
               WHEN OTHER
                   SET WS-REJECTED TO TRUE
                   ADD 1 TO WS-REJ-CCY-COUNT
                   MOVE 'E008' TO WS-REJ-REASON-CODE
                   MOVE 'XFER-FILLER' TO WS-REJ-FIELD-NAME
                   MOVE 'UNKNOWN CURRENCY CODE' TO WS-REJ-DESCRIPTION
           END-EVALUATE.

       349-STAMP-EXCHANGE-RATE.
      *    The rate dated the batch's business date, never an older
      *    one.  The converted amount must still fit the S9(9)V99
      *    the ledger feed carries, or the detail cannot be posted.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                      OR WS-RATE-FOUND
              IF WS-RT-CODE(WS-RATE-SUB) = IN-FILLER(24:3)
                 AND WS-RT-DATE(WS-RATE-SUB) = WS-BUS-DATE
                 SET WS-RATE-FOUND TO TRUE
                 MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-DETAIL-RATE
              END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
              SET WS-REJECTED TO TRUE
              ADD 1 TO WS-REJ-RATE-COUNT
              MOVE 'E009' TO WS-REJ-REASON-CODE
              MOVE 'XFER-FILLER' TO WS-REJ-FIELD-NAME
              MOVE 'NO EXCHANGE RATE FOR BUS DATE'
                  TO WS-REJ-DESCRIPTION
           ELSE
              MOVE 'N' TO WS-CONVERT-ERROR-SWITCH
              COMPUTE WS-BASE-AMOUNT ROUNDED =
                  IN-AMOUNT * WS-DETAIL-RATE
                  ON SIZE ERROR
                      SET WS-CONVERT-ERROR TO TRUE
              END-COMPUTE
              IF WS-BASE-AMOUNT > 999999999.99
                 OR WS-BASE-AMOUNT < -999999999.99
                 SET WS-CONVERT-ERROR TO TRUE
              END-IF
              IF WS-CONVERT-ERROR
                 SET WS-REJECTED TO TRUE
                 ADD 1 TO WS-REJ-CONV-COUNT
                 MOVE 'E010' TO WS-REJ-REASON-CODE
                 MOVE 'XFER-AMOUNT' TO WS-REJ-FIELD-NAME
                 MOVE 'CONVERTED AMOUNT TOO LARGE'
                     TO WS-REJ-DESCRIPTION
              ELSE
                 MOVE WS-DETAIL-RATE-X TO IN-FILLER(27:11)
              END-IF
           END-IF.

       350-MATCH-REVERSAL-TO-HISTORY.
      *    Sequential scan per reversal record -- reversals are a
      *    handful a quarter, and opening the history for each keeps
                  'DATE: ' IN-ID ' ' IN-EFF-DATE
           END-IF.

       370-CHECK-SUSPECT-DUPLICATE.
      *    Runs only on a detail that passed every edit -- a reject is
      *    already out of the flow.  A reversal is exempt: it repeats
      *    its original's area, amount and date by definition, and 345
      *    has already tied it to that original.  The in-run table is
      *    tried first (cheap, and the likelier re-key), then the
      *    history window.
           MOVE 'N' TO WS-SUSPECT-SWITCH
           MOVE SPACE TO WS-SUSPECT-SOURCE
           MOVE SPACES TO WS-SUSPECT-STAMP
           IF IN-FILLER(1:1) NOT = 'R'
              PERFORM 375-MATCH-RUN-ACCEPTED
              IF NOT WS-SUSPECT AND NOT WS-HSTW-UNREADABLE
                 MOVE IN-AMOUNT TO WS-HIST-AMOUNT-EDITED
                 IF WS-HSTW-OVERFLOW
                    PERFORM 385-SCAN-HISTORY-FOR-DUPLICATE
                 ELSE
                    PERFORM 380-MATCH-HISTORY-WINDOW
                 END-IF
              END-IF
           END-IF
           IF WS-SUSPECT
              DISPLAY 'XFEREDIT: SUSPECT DUPLICATE - TO SUSPXFER: '
                  IN-ID ' ' IN-EFF-DATE ' ' WS-SUSPECT-SOURCE ' '
                  WS-SUSPECT-STAMP
           END-IF.

       375-MATCH-RUN-ACCEPTED.
           PERFORM VARYING WS-RUNACC-SUB FROM 1 BY 1
                   UNTIL WS-RUNACC-SUB > WS-RUNACC-COUNT
                      OR WS-SUSPECT
              IF WS-RA-AREA-ID(WS-RUNACC-SUB) = IN-ID
                 AND WS-RA-AMOUNT(WS-RUNACC-SUB) = IN-AMOUNT
                 AND WS-RA-EFF-DATE(WS-RUNACC-SUB) = IN-EFF-DATE
                 SET WS-SUSPECT TO TRUE
                 MOVE 'R' TO WS-SUSPECT-SOURCE
              END-IF
           END-PERFORM.

       380-MATCH-HISTORY-WINDOW.
           PERFORM VARYING WS-HSTW-SUB FROM 1 BY 1
                   UNTIL WS-HSTW-SUB > WS-HSTW-COUNT
                      OR WS-SUSPECT
              IF WS-HW-AREA-ID(WS-HSTW-SUB) = IN-ID
                 AND WS-HW-AMOUNT(WS-HSTW-SUB) = WS-HIST-AMOUNT-EDITED
                 AND WS-HW-EFF-DATE(WS-HSTW-SUB) = IN-EFF-DATE
                 SET WS-SUSPECT TO TRUE
                 MOVE 'H' TO WS-SUSPECT-SOURCE
                 MOVE WS-HW-COMPLETED-AT(WS-HSTW-SUB)
                     TO WS-SUSPECT-STAMP
              END-IF
           END-PERFORM.

       385-SCAN-HISTORY-FOR-DUPLICATE.
      *    Overflow fallback for 380: the same window test and match,
      *    straight off HISTFILE.
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
              PERFORM 386-SCAN-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
              CLOSE HISTORY-FILE
           ELSE
              DISPLAY 'XFEREDIT: CANNOT OPEN HISTFILE, STATUS='
                  WS-HIST-STATUS
           END-IF.

       386-SCAN-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   MOVE HST-COMPLETED-AT(1:8) TO WS-ROW-DATE
                   IF WS-ROW-DATE NUMERIC
                      AND WS-ROW-DATE < WS-DUP-CUTOFF-X
                      CONTINUE
                   ELSE
                      IF HST-AREA-ID = IN-ID
                         AND HST-AMOUNT = WS-HIST-AMOUNT-EDITED
                         AND HST-EFF-DATE = IN-EFF-DATE
                         SET WS-SUSPECT TO TRUE
                         MOVE 'H' TO WS-SUSPECT-SOURCE
                         MOVE HST-COMPLETED-AT TO WS-SUSPECT-STAMP
                         SET WS-HIST-EOF TO TRUE
                      END-IF
                   END-IF
           END-READ.

       390-NOTE-RUN-ACCEPTED.
           IF IN-FILLER(1:1) NOT = 'R'
              IF WS-RUNACC-COUNT < WS-RUNACC-MAX
                 ADD 1 TO WS-RUNACC-COUNT
                 MOVE IN-ID TO WS-RA-AREA-ID(WS-RUNACC-COUNT)
                 MOVE IN-AMOUNT TO WS-RA-AMOUNT(WS-RUNACC-COUNT)
                 MOVE IN-EFF-DATE TO WS-RA-EFF-DATE(WS-RUNACC-COUNT)
              ELSE
                 IF NOT WS-RUNACC-FULL
                    SET WS-RUNACC-FULL TO TRUE
                    DISPLAY 'XFEREDIT: IN-RUN DUPLICATE TABLE FULL - '
                        'LATER DETAILS CHECKED AGAINST HISTORY ONLY'
                 END-IF
              END-IF
           END-IF.

       400-WRITE-REJECT-RECORD.
           PERFORM 600-GET-TIMESTAMP
           MOVE SPACES TO REJECT-RECORD
           MOVE IN-FILLER(1:1) TO REJ-TYPE-CODE
           MOVE IN-FILLER(2:21) TO REJ-ORIG-STAMP
           MOVE IN-FILLER(23:1) TO REJ-PRIORITY
           MOVE IN-FILLER(24:3) TO REJ-CURRENCY
           WRITE REJECT-RECORD.

       500-WRITE-VALIDATED-RECORD.
           WRITE VALIDATED-RECORD
           ADD IN-AMOUNT TO WS-OUT-HASH-TOTAL.

       510-WRITE-SUSPECT-RECORD.
           PERFORM 600-GET-TIMESTAMP
           MOVE SPACES TO SUSPECT-WORK-RECORD
           MOVE INPUT-RECORD TO SUSPECT-WORK-RECORD(1:100)
           MOVE WS-TIMESTAMP TO SWK-SUSPECT-TIMESTAMP
           MOVE WS-BATCH-ID TO SWK-BATCH-ID
           MOVE WS-BUS-DATE TO SWK-BUS-DATE
           MOVE WS-SUSPECT-SOURCE TO SWK-MATCH-SOURCE
           MOVE WS-SUSPECT-STAMP TO SWK-MATCH-STAMP
           WRITE SUSPECT-WORK-RECORD
           ADD IN-AMOUNT TO WS-SUSPECT-HASH-TOTAL.

       540-EVALUATE-BATCH-CONTROLS.
      *    The raw feed's own controls are judged here, BEFORE the
      *    output trailer is cut, so 550 can withhold it from a feed
                 MOVE WS-BUS-DATE TO ECT-BUS-DATE
                 MOVE WS-ACCEPTED-COUNT TO ECT-ACCEPTED-COUNT
                 MOVE WS-OUT-HASH-TOTAL TO ECT-ACCEPTED-AMOUNT
                 IF WS-SUSPECT-QUEUED
                    ADD WS-SUSPECT-COUNT TO ECT-ACCEPTED-COUNT
                    ADD WS-SUSPECT-HASH-TOTAL TO ECT-ACCEPTED-AMOUNT
                 END-IF
                 WRITE EDIT-CONTROL-RECORD
                 CLOSE EDIT-CONTROL-FILE
              END-IF
           END-IF.

       565-QUEUE-SUSPECTS.
      *    The run's suspects join the SUSPXFER queue only when the
      *    feed's controls passed; a refused feed's suspects are
      *    dropped with the rest of it, since the whole feed comes
      *    back through the edit.  Queued suspects passed every edit
      *    and count as accepted on EDITCTL (560) -- EODBAL carries
      *    SUSPXFER as a standing position, like HELDXFER.  A queue
      *    that cannot be opened leaves them on SUSPWORK, out of the
      *    accepted totals, and stops the chain for the operator.
           CLOSE SUSPECT-WORK-FILE
           EVALUATE TRUE
               WHEN WS-SUSPECT-COUNT = 0
                   CONTINUE
               WHEN WS-CONTROL-ERROR
                   DISPLAY 'XFEREDIT: FEED REFUSED - '
                       WS-SUSPECT-COUNT ' SUSPECT(S) NOT QUEUED'
               WHEN OTHER
                   PERFORM 566-COPY-SUSPECTS-TO-QUEUE
           END-EVALUATE.

       566-COPY-SUSPECTS-TO-QUEUE.
           OPEN INPUT SUSPECT-WORK-FILE
           IF WS-SUSPWORK-STATUS NOT = '00'
              DISPLAY 'XFEREDIT: CANNOT REOPEN SUSPWORK, STATUS='
                  WS-SUSPWORK-STATUS
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              OPEN EXTEND SUSPECT-FILE
              IF WS-SUSPECT-STATUS = '35'
                 OPEN OUTPUT SUSPECT-FILE
              END-IF
              IF WS-SUSPECT-STATUS NOT = '00'
                 DISPLAY 'XFEREDIT: CANNOT OPEN SUSPXFER, STATUS='
                     WS-SUSPECT-STATUS ' - SUSPECTS LEFT ON SUSPWORK'
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-EOF-SWITCH
                 PERFORM 567-COPY-ONE-SUSPECT UNTIL WS-EOF
                 CLOSE SUSPECT-FILE
                 SET WS-SUSPECT-QUEUED TO TRUE
              END-IF
              CLOSE SUSPECT-WORK-FILE
           END-IF.

       567-COPY-ONE-SUSPECT.
           READ SUSPECT-WORK-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SUSPECT-WORK-RECORD TO SUSPECT-TRANSFER-REC
                   WRITE SUSPECT-TRANSFER-REC
           END-READ.

       570-REGISTER-BATCH.
      *    Only a batch whose controls passed is registered -- a
      *    refused feed never released, so its id/date must stay
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING '  E008 BAD CCY    : ' WS-REJ-CCY-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING '  E009 NO RATE    : ' WS-REJ-RATE-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING '  E010 CONVERSION : ' WS-REJ-CONV-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING 'NON-BUSINESS DATES: ' WS-NONBUS-DATE-COUNT
               ' (WARNED, ACCEPTED)'
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           PERFORM 705-REPORT-SUSPECTS
           PERFORM 710-REPORT-BATCH-CONTROLS
           DISPLAY 'XFEREDIT READ=' WS-READ-COUNT
               ' ACCEPTED=' WS-ACCEPTED-COUNT
               ' REJECTED=' WS-REJECTED-COUNT
               ' SUSPECT=' WS-SUSPECT-COUNT
           IF (WS-REJECTED-COUNT > 0 OR WS-SUSPECT-COUNT > 0)
              AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       705-REPORT-SUSPECTS.
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING 'SUSPECT DUPLICATES: ' WS-SUSPECT-COUNT
               ' (TO SUSPXFER FOR SUSPRLSE)'
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING '  LOOKBACK DAYS   : ' WS-DUP-WINDOW-DAYS
               '   HISTORY ROWS IN WINDOW: ' WS-HSTW-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           IF WS-HSTW-UNREADABLE
              MOVE '  HISTFILE UNREADABLE - CHECKED IN THIS RUN ONLY'
                  TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF
           IF WS-RUNACC-FULL
              MOVE '  IN-RUN TABLE FULL - LATER DETAILS HISTORY ONLY'
                  TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF
           IF WS-SUSPECT-COUNT > 0 AND NOT WS-SUSPECT-QUEUED
              MOVE '  SUSPECTS NOT QUEUED - SEE CONSOLE'
                  TO EDIT-REPORT-LINE
              WRITE EDIT-REPORT-LINE
           END-IF.

       710-REPORT-BATCH-CONTROLS.
      *    Balances the raw feed's own trailer against what this run
      *    actually read -- every detail, accepted or rejected, counts
