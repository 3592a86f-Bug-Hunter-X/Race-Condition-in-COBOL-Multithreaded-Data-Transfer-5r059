       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERSTMT.
      *****************************************************************
      *  XFERSTMT
      *  Month-end per-area transfer statements.  XFERHIST answers one
      *  area at a time, on the console, back only as far as HISTFILE
      *  retention, so month-end statements were being assembled by
      *  hand.  This job writes STMTRPT: one paginated statement per
      *  ACTIVE area on AREAMST -- opening position, every transfer
      *  and reversal completed in the period in completion order
      *  with the running position, the period totals and the closing
      *  position -- followed by a control page.
      *  Period: from the day after the previous month's last
      *  business day through this month's last business day
      *  (weekends plus CALFILE closed days), so a window spilling
      *  past midnight out of a month-end lands in exactly one
      *  statement and no day falls between two.  With no command-
      *  line parm the job only produces statements when the
      *  business run date IS the month's last business day (the
      *  clock date rolled back through the calendar, as XFERMAIN
      *  does), and is otherwise a clean no-op -- so it can sit in
      *  the nightly chain.  A parm of YYYY-MM reprints that month.
      *  Sources: HISTFILE for the days it still holds (XFERHLOD's
      *  retention drops whole days, so its earliest row date marks
      *  where it is complete) and the AUDARCH archive for anything
      *  older -- the two never overlap, so no transfer is counted
      *  twice.  Positions are derived the way EODBAL derives them:
      *  the closing position is today's AREABAL position less what
      *  the area has moved since the period ended, the opening is
      *  the closing less the period's net movement.  Amounts and
      *  positions are in base currency, as AREABAL keeps them: a
      *  foreign transfer is taken at the base amount its audit line
      *  carries, with its currency and original amount noted on the
      *  line below it; a row without a base amount (base currency,
      *  or written before the column existed) is taken as it stands.
      *  The control page ties the period's activity -- statement
      *  lines plus activity on areas that are not on a statement
      *  (closed, or no longer on AREAMST) -- to the AUDCONS grand
      *  totals for the same dates, recomputed from the dated
      *  AUDARCH sections.  A difference (a window spilling across
      *  the period boundary, or an archive section missing) ends
      *  the run with return code 4.
      *  Run sequence: end of day, after AUDCONS has archived the
      *  day's audit lines.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AREA-MASTER-FILE ASSIGN TO "AREAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAMST-STATUS.

           SELECT AREA-BALANCE-FILE ASSIGN TO "AREABAL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABAL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

      *    Orders each area's period activity into completion order
      *    behind its opening marker -- same SORT machinery XFERMAIN
      *    and GLEXTRCT use.
           SELECT SORT-WORK-FILE ASSIGN TO "STSORTWK".

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AREA-MASTER-FILE.
           COPY AREAMST.

       FD  AREA-BALANCE-FILE.
           COPY AREABAL.

       FD  HISTORY-FILE.
           COPY HISTREC.

      *    AUDCONS writes a dated header line per run, then the run's
      *    audit lines in the AUDITLOG layout.  Lines archived before
      *    the currency columns existed read them as spaces.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-LINE.
           05  ARC-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  ARC-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  ARC-WAIT-MS                 PIC X(5).
           05  FILLER                      PIC X.
           05  ARC-ID                      PIC X(10).
           05  FILLER                      PIC X.
           05  ARC-AMOUNT                  PIC X(13).
           05  FILLER                      PIC X.
           05  ARC-EFFECTIVE-DATE          PIC X(10).
           05  FILLER                      PIC X.
           05  ARC-TYPE-FLAG               PIC X(8).
           05  FILLER                      PIC X.
           05  ARC-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  ARC-BASE-AMOUNT             PIC X(13).
       01  AUDIT-ARCHIVE-HEADER.
           05  ARH-TAG                     PIC X(9).
               88  ARH-IS-HEADER           VALUE 'ARCHIVED '.
           05  ARH-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(82).

       FD  CALENDAR-FILE.
           COPY CALREC.

      *    Class 0 opens an area's statement, 1 is one completed
      *    transfer or reversal, 2 closes the statement -- so every
      *    active area gets a statement, activity or not.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-AREA-ID                 PIC X(10).
           05  SRT-CLASS                   PIC 9(1).
           05  SRT-COMPLETED-AT            PIC X(21).
           05  SRT-SEQ                     PIC 9(7).
           05  SRT-AREA-SUB                PIC 9(3).
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  SRT-EFF-DATE                PIC X(10).
           05  SRT-CURRENCY                PIC X(3).
           05  SRT-ORIG-AMOUNT             PIC S9(11)V99 COMP-3.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAMST-STATUS           PIC XX.
       01  WS-ABAL-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-AUDARCH-STATUS           PIC XX.
       01  WS-CALFILE-STATUS           PIC XX.
       01  WS-STMTRPT-STATUS           PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-NOT-MONTH-END-SWITCH     PIC X VALUE 'N'.
           88  WS-NOT-MONTH-END        VALUE 'Y'.
       01  WS-ABAL-LOADED-SWITCH       PIC X VALUE 'N'.
           88  WS-ABAL-LOADED          VALUE 'Y'.
       01  WS-SECTION-IN-PERIOD-SWITCH PIC X VALUE 'N'.
           88  WS-SECTION-IN-PERIOD    VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

      *    Optional reprint parm, YYYY-MM.
       01  WS-PERIOD-PARM              PIC X(10).
       01  WS-STMT-YEAR                PIC 9(4).
       01  WS-STMT-MONTH               PIC 9(2).
       01  WS-LOOKUP-YEAR              PIC 9(4).
       01  WS-LOOKUP-MONTH             PIC 9(2).

      *    The period, in both the ISO form printed on the statement
      *    and the YYYYMMDD form completion timestamps lead with.
       01  WS-PERIOD-START             PIC X(10).
       01  WS-PERIOD-END               PIC X(10).
       01  WS-PERIOD-START-8           PIC X(8).
       01  WS-PERIOD-END-8             PIC X(8).
       01  WS-MONTH-END-DATE           PIC X(10).

      *    Holiday/closed dates from CALFILE plus the weekday test,
      *    as XFERMAIN's 117-CHECK-BUSINESS-DAY.
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

      *    One entry per ACTIVE area on AREAMST.  500 areas matches
      *    AUDCONS's by-area table; an area beyond it is reported
      *    and its activity is counted on the control page as not on
      *    a statement, never dropped from the tie-out.
       01  WS-STMT-MAX                 PIC 9(3) VALUE 500.
       01  WS-STMT-COUNT               PIC 9(3) VALUE 0.
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 500 TIMES.
               10  WS-ST-AREA-ID       PIC X(10).
               10  WS-ST-DESCRIPTION   PIC X(30).
               10  WS-ST-ON-AREABAL    PIC X.
               10  WS-ST-POSITION      PIC S9(11)V99 COMP-3.
               10  WS-ST-PERIOD-NET    PIC S9(11)V99 COMP-3.
               10  WS-ST-POST-NET      PIC S9(11)V99 COMP-3.
       01  WS-STMT-SUB                 PIC 9(3).
       01  WS-STMT-MATCH-SUB           PIC 9(3).
       01  WS-STMT-KEY                 PIC X(10).

      *    AUDCONS grand totals per archive date inside the period.
       01  WS-ARCD-MAX                 PIC 9(3) VALUE 60.
       01  WS-ARCD-COUNT               PIC 9(3) VALUE 0.
       01  WS-ARCD-TABLE.
           05  WS-ARCD-ENTRY OCCURS 60 TIMES.
               10  WS-AD-RUN-DATE      PIC X(10).
               10  WS-AD-COUNT         PIC 9(7).
               10  WS-AD-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-ARCD-SUB                 PIC 9(3).
       01  WS-ARCD-MATCH-SUB           PIC 9(3).

      *    The first completion date HISTFILE holds: from here on it
      *    is the source, before it AUDARCH is.  All nines when there
      *    is no history file, so everything comes from the archive.
       01  WS-HIST-START-8             PIC X(8) VALUE '99999999'.

      *    One activity row, whichever file it came from.
      *    WS-ROW-AMOUNT is the base amount (228); WS-ROW-ORIG-AMOUNT
      *    the amount in WS-ROW-CURRENCY, blank for base currency.
       01  WS-ROW-AREA-ID              PIC X(10).
       01  WS-ROW-COMPLETED-AT         PIC X(21).
       01  WS-ROW-DATE-8               PIC X(8).
       01  WS-ROW-AMOUNT-X             PIC X(13).
       01  WS-ROW-BASE-AMOUNT-X        PIC X(13).
       01  WS-ROW-CURRENCY             PIC X(3).
       01  WS-ROW-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-ROW-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-ROW-EFF-DATE             PIC X(10).
       01  WS-ROW-SEQ                  PIC 9(7) VALUE 0.

      *    Statement being printed.
       01  WS-CUR-SUB                  PIC 9(3).
       01  WS-OPENING-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-CLOSING-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-RUNNING-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-XFER-COUNT               PIC 9(7).
       01  WS-XFER-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-RVSL-COUNT               PIC 9(7).
       01  WS-RVSL-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-TYPE-TEXT                PIC X(8).
       01  WS-STAMP-DISPLAY            PIC X(19).

      *    Report lines are composed here and moved to the FD record
      *    only inside 455-WRITE-REPORT-LINE, after the page-full
      *    test -- the AUDCONS arrangement.
       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-LINE-COUNT               PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
       01  WS-PAGE-NUMBER              PIC 9(4) VALUE 0.
       01  WS-PAGE-DISPLAY             PIC ZZZ9.
       01  WS-CONTINUED-SWITCH         PIC X VALUE 'N'.
           88  WS-CONTINUED            VALUE 'Y'.
       01  WS-AMOUNT-DISPLAY           PIC -(11)9.99.
       01  WS-POSITION-DISPLAY         PIC -(11)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01  WS-SIGNED-COUNT-DISPLAY     PIC -(7)9.

       01  WS-COUNTS.
           05  WS-AREAMST-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-HIST-ROW-COUNT       PIC 9(7) VALUE 0.
           05  WS-ARCH-ROW-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNREADABLE-COUNT     PIC 9(7) VALUE 0.
           05  WS-STATEMENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-QUIET-COUNT          PIC 9(7) VALUE 0.
           05  WS-STMT-LINE-COUNT      PIC 9(7) VALUE 0.
           05  WS-OFF-STMT-COUNT       PIC 9(7) VALUE 0.
           05  WS-PERIOD-COUNT         PIC 9(7) VALUE 0.
           05  WS-ARCH-TOTAL-COUNT     PIC 9(7) VALUE 0.
           05  WS-AREA-DROPPED-COUNT   PIC 9(7) VALUE 0.
           05  WS-ARCD-DROPPED-COUNT   PIC 9(7) VALUE 0.
       01  WS-STMT-LINE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-OFF-STMT-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PERIOD-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ARCH-TOTAL-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIFF-COUNT               PIC S9(8) COMP-3 VALUE 0.
       01  WS-DIFF-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND AND NOT WS-NOT-MONTH-END
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SRT-AREA-ID
                                   SRT-CLASS
                                   SRT-COMPLETED-AT
                                   SRT-SEQ
                  INPUT PROCEDURE IS 200-FEED-SORT
                  OUTPUT PROCEDURE IS 400-WRITE-STATEMENTS
              PERFORM 500-WRITE-CONTROL-PAGE
              CLOSE STATEMENT-REPORT-FILE
              PERFORM 700-REPORT-TOTALS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 170-LOAD-CALENDAR
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           IF WS-PERIOD-PARM = SPACES
              PERFORM 110-SET-DEFAULT-PERIOD
           ELSE
              PERFORM 115-SET-PARM-PERIOD
           END-IF
           IF NOT WS-ABEND AND NOT WS-NOT-MONTH-END
              PERFORM 120-SET-PERIOD-BOUNDS
              DISPLAY 'XFERSTMT: STATEMENT PERIOD ' WS-PERIOD-START
                  ' TO ' WS-PERIOD-END
              PERFORM 140-LOAD-ACTIVE-AREAS
           END-IF
           IF NOT WS-ABEND AND NOT WS-NOT-MONTH-END
              PERFORM 150-LOAD-AREA-BALANCES
              PERFORM 160-FIND-HISTORY-START
           END-IF
           IF NOT WS-ABEND AND NOT WS-NOT-MONTH-END
              OPEN OUTPUT STATEMENT-REPORT-FILE
              IF WS-STMTRPT-STATUS NOT = '00'
                 DISPLAY 'XFERSTMT: CANNOT OPEN STMTRPT, STATUS='
                     WS-STMTRPT-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       110-SET-DEFAULT-PERIOD.
      *    The business run date is the clock date rolled back to a
      *    business day (a month-end window spilling into Saturday
      *    still belongs to Friday).  Statements are due only when
      *    that date is the last business day of its month.
           MOVE WS-RUN-DATE TO WS-BIZ-DATE-IN
           PERFORM 180-CHECK-BUSINESS-DAY
           PERFORM 185-ROLL-BACK-ONE-DAY UNTIL WS-BIZ-DAY
           IF WS-BIZ-DATE-IN NOT = WS-RUN-DATE
              DISPLAY 'XFERSTMT: RUN DATE ROLLED TO BUSINESS DAY: '
                  WS-RUN-DATE ' -> ' WS-BIZ-DATE-IN
              MOVE WS-BIZ-DATE-IN TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-STMT-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-STMT-MONTH
           MOVE WS-STMT-YEAR TO WS-LOOKUP-YEAR
           MOVE WS-STMT-MONTH TO WS-LOOKUP-MONTH
           PERFORM 190-FIND-MONTH-END
           IF WS-MONTH-END-DATE NOT = WS-RUN-DATE
              DISPLAY 'XFERSTMT: ' WS-RUN-DATE ' IS NOT THE MONTH-END '
                  'BUSINESS DAY (' WS-MONTH-END-DATE
                  ') - NO STATEMENTS'
              SET WS-NOT-MONTH-END TO TRUE
           END-IF.

       115-SET-PARM-PERIOD.
      *    A reprint names its month outright.  Anything that is not
      *    a plain YYYY-MM is refused rather than guessed at -- a
      *    statement run for the wrong month is worse than none.
           IF WS-PERIOD-PARM(1:4) NUMERIC
              AND WS-PERIOD-PARM(5:1) = '-'
              AND WS-PERIOD-PARM(6:2) NUMERIC
              AND WS-PERIOD-PARM(6:2) >= '01'
              AND WS-PERIOD-PARM(6:2) <= '12'
              AND WS-PERIOD-PARM(8:3) = SPACES
              MOVE WS-PERIOD-PARM(1:4) TO WS-STMT-YEAR
              MOVE WS-PERIOD-PARM(6:2) TO WS-STMT-MONTH
              DISPLAY 'XFERSTMT: REPRINT FOR MONTH ' WS-PERIOD-PARM
           ELSE
              DISPLAY 'XFERSTMT: BAD PERIOD PARM (YYYY-MM EXPECTED): '
                  WS-PERIOD-PARM
              SET WS-ABEND TO TRUE
              MOVE 12 TO WS-RETURN-CODE
           END-IF.

       120-SET-PERIOD-BOUNDS.
      *    End: this month's last business day.  Start: the day after
      *    the previous month's last business day.
           MOVE WS-STMT-YEAR TO WS-LOOKUP-YEAR
           MOVE WS-STMT-MONTH TO WS-LOOKUP-MONTH
           PERFORM 190-FIND-MONTH-END
           MOVE WS-MONTH-END-DATE TO WS-PERIOD-END
           IF WS-STMT-MONTH = 1
              COMPUTE WS-LOOKUP-YEAR = WS-STMT-YEAR - 1
              MOVE 12 TO WS-LOOKUP-MONTH
           ELSE
              MOVE WS-STMT-YEAR TO WS-LOOKUP-YEAR
              COMPUTE WS-LOOKUP-MONTH = WS-STMT-MONTH - 1
           END-IF
           PERFORM 190-FIND-MONTH-END
           MOVE WS-MONTH-END-DATE TO WS-BIZ-DATE-IN
           PERFORM 180-CHECK-BUSINESS-DAY
           PERFORM 186-ADVANCE-ONE-DAY
           MOVE WS-BIZ-DATE-IN TO WS-PERIOD-START
           MOVE SPACES TO WS-PERIOD-START-8
           STRING WS-PERIOD-START(1:4) WS-PERIOD-START(6:2)
               WS-PERIOD-START(9:2)
               DELIMITED BY SIZE INTO WS-PERIOD-START-8
           MOVE SPACES TO WS-PERIOD-END-8
           STRING WS-PERIOD-END(1:4) WS-PERIOD-END(6:2)
               WS-PERIOD-END(9:2)
               DELIMITED BY SIZE INTO WS-PERIOD-END-8.

       140-LOAD-ACTIVE-AREAS.
      *    No AREAMST means no area can be active -- nothing to state,
      *    and running on would print a control page with every
      *    transfer "not on a statement".  Refused as a dead stop.
           OPEN INPUT AREA-MASTER-FILE
           IF WS-AREAMST-STATUS NOT = '00'
              DISPLAY 'XFERSTMT: CANNOT OPEN AREAMST, STATUS='
                  WS-AREAMST-STATUS
              SET WS-ABEND TO TRUE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM 145-LOAD-ONE-AREA UNTIL WS-EOF
              CLOSE AREA-MASTER-FILE
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       145-LOAD-ONE-AREA.
           READ AREA-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AREAMST-READ-COUNT
                   IF ARM-ACTIVE AND ARM-AREA-ID NOT = SPACES
                      IF WS-STMT-COUNT < WS-STMT-MAX
                         ADD 1 TO WS-STMT-COUNT
                         MOVE ARM-AREA-ID
                             TO WS-ST-AREA-ID(WS-STMT-COUNT)
                         MOVE ARM-DESCRIPTION
                             TO WS-ST-DESCRIPTION(WS-STMT-COUNT)
                         MOVE 'N' TO WS-ST-ON-AREABAL(WS-STMT-COUNT)
                         MOVE 0 TO WS-ST-POSITION(WS-STMT-COUNT)
                         MOVE 0 TO WS-ST-PERIOD-NET(WS-STMT-COUNT)
                         MOVE 0 TO WS-ST-POST-NET(WS-STMT-COUNT)
                      ELSE
                         ADD 1 TO WS-AREA-DROPPED-COUNT
                         DISPLAY 'XFERSTMT: AREA TABLE FULL - NO '
                             'STATEMENT FOR: ' ARM-AREA-ID
                      END-IF
                   END-IF
           END-READ.

       150-LOAD-AREA-BALANCES.
      *    An area with no AREABAL row has never moved money since
      *    the balance file began; its positions are derived from
      *    zero and the statement says so.
           OPEN INPUT AREA-BALANCE-FILE
           EVALUATE WS-ABAL-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTMT: NO AREABAL - POSITIONS DERIVED '
                       'FROM ZERO'
               WHEN '00'
                   SET WS-ABAL-LOADED TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 155-LOAD-ONE-AREA-BALANCE UNTIL WS-EOF
                   CLOSE AREA-BALANCE-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFERSTMT: CANNOT OPEN AREABAL, STATUS='
                       WS-ABAL-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       155-LOAD-ONE-AREA-BALANCE.
           READ AREA-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ABL-AREA-ID NOT = SPACES
                      MOVE ABL-AREA-ID TO WS-STMT-KEY
                      PERFORM 165-FIND-STATEMENT-AREA
                      IF WS-STMT-MATCH-SUB > 0
                         MOVE 'Y'
                             TO WS-ST-ON-AREABAL(WS-STMT-MATCH-SUB)
                         IF ABL-POSITION NUMERIC
                            MOVE ABL-POSITION
                                TO WS-ST-POSITION(WS-STMT-MATCH-SUB)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       160-FIND-HISTORY-START.
      *    Pre-pass for the earliest readable completion date on
      *    HISTFILE.  No history file leaves the start at all nines,
      *    and the archive supplies every day.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTMT: NO HISTFILE - ALL ACTIVITY FROM '
                       'AUDARCH'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 162-SCAN-ONE-HISTORY-DATE UNTIL WS-EOF
                   CLOSE HISTORY-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFERSTMT: CANNOT OPEN HISTFILE, STATUS='
                       WS-HIST-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE.

       162-SCAN-ONE-HISTORY-DATE.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HST-COMPLETED-AT(1:8) TO WS-ROW-DATE-8
                   IF WS-ROW-DATE-8 NUMERIC
                      AND WS-ROW-DATE-8 < WS-HIST-START-8
                      MOVE WS-ROW-DATE-8 TO WS-HIST-START-8
                   END-IF
           END-READ.

       165-FIND-STATEMENT-AREA.
           MOVE 0 TO WS-STMT-MATCH-SUB
           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                   UNTIL WS-STMT-SUB > WS-STMT-COUNT
                      OR WS-STMT-MATCH-SUB > 0
              IF WS-ST-AREA-ID(WS-STMT-SUB) = WS-STMT-KEY
                 MOVE WS-STMT-SUB TO WS-STMT-MATCH-SUB
              END-IF
           END-PERFORM.

       170-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CALFILE-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTMT: NO CALFILE - WEEKENDS ONLY FOR '
                       'THE MONTH-END'
               WHEN '00'
                   PERFORM 175-LOAD-ONE-CAL-DATE UNTIL WS-CAL-EOF
                   CLOSE CALENDAR-FILE
               WHEN OTHER
                   DISPLAY 'XFERSTMT: CANNOT OPEN CALFILE, STATUS='
                       WS-CALFILE-STATUS ' - WEEKENDS ONLY FOR THE '
                       'MONTH-END'
           END-EVALUATE.

       175-LOAD-ONE-CAL-DATE.
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
                         DISPLAY 'XFERSTMT: CALENDAR TABLE FULL - '
                             'DROPPED: ' CAL-DATE
                      END-IF
                   END-IF
           END-READ.

       180-CHECK-BUSINESS-DAY.
      *    A date that does not parse is called a business day so
      *    the roll loops can never run away on damaged input.
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

       185-ROLL-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-BIZ-INTEGER
           PERFORM 187-SET-BIZ-DATE
           PERFORM 180-CHECK-BUSINESS-DAY.

       186-ADVANCE-ONE-DAY.
           ADD 1 TO WS-BIZ-INTEGER
           PERFORM 187-SET-BIZ-DATE.

       187-SET-BIZ-DATE.
           COMPUTE WS-BIZ-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-BIZ-INTEGER)
           MOVE SPACES TO WS-BIZ-DATE-IN
           STRING WS-BIZ-DIGITS-X(1:4) '-' WS-BIZ-DIGITS-X(5:2) '-'
               WS-BIZ-DIGITS-X(7:2)
               DELIMITED BY SIZE INTO WS-BIZ-DATE-IN.

       190-FIND-MONTH-END.
      *    Last business day of WS-LOOKUP-YEAR/MONTH: the first of
      *    the following month, rolled back past any weekend or
      *    closed day.
           IF WS-LOOKUP-MONTH = 12
              COMPUTE WS-BIZ-DIGITS =
                  (WS-LOOKUP-YEAR + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-BIZ-DIGITS = WS-LOOKUP-YEAR * 10000
                  + (WS-LOOKUP-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-BIZ-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DIGITS)
           PERFORM 185-ROLL-BACK-ONE-DAY
           PERFORM 185-ROLL-BACK-ONE-DAY UNTIL WS-BIZ-DAY
           MOVE WS-BIZ-DATE-IN TO WS-MONTH-END-DATE.

       200-FEED-SORT.
           PERFORM 210-FEED-FROM-ARCHIVE
           PERFORM 220-FEED-FROM-HISTORY
           PERFORM 240-RELEASE-STATEMENT-MARKERS.

       210-FEED-FROM-ARCHIVE.
      *    One pass serves both jobs: every audit line under an
      *    archive header dated inside the period counts toward that
      *    date's AUDCONS grand total, and every line completed
      *    before HISTFILE's first day is activity in its own right.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           EVALUATE WS-AUDARCH-STATUS
               WHEN '35'
                   DISPLAY 'XFERSTMT: NO AUDARCH - NO ARCHIVED '
                       'ACTIVITY OR AUDCONS TOTALS'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 215-FEED-ONE-ARCHIVE-LINE UNTIL WS-EOF
                   CLOSE AUDIT-ARCHIVE-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFERSTMT: CANNOT OPEN AUDARCH, STATUS='
                       WS-AUDARCH-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       215-FEED-ONE-ARCHIVE-LINE.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-IS-HEADER
                           PERFORM 216-START-ARCHIVE-SECTION
                       WHEN ARC-AREA-ID = SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE ARC-AREA-ID TO WS-ROW-AREA-ID
                           MOVE ARC-TIMESTAMP TO WS-ROW-COMPLETED-AT
                           MOVE ARC-AMOUNT TO WS-ROW-AMOUNT-X
                           MOVE ARC-BASE-AMOUNT
                               TO WS-ROW-BASE-AMOUNT-X
                           MOVE ARC-CURRENCY TO WS-ROW-CURRENCY
                           MOVE ARC-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
                           PERFORM 228-CONVERT-ROW-AMOUNT
                           IF WS-SECTION-IN-PERIOD
                              ADD 1 TO WS-AD-COUNT(WS-ARCD-MATCH-SUB)
                              ADD WS-ROW-AMOUNT
                                  TO WS-AD-AMOUNT(WS-ARCD-MATCH-SUB)
                           END-IF
                           MOVE WS-ROW-COMPLETED-AT(1:8)
                               TO WS-ROW-DATE-8
                           IF WS-ROW-DATE-8 NUMERIC
                              AND WS-ROW-DATE-8 < WS-HIST-START-8
                              ADD 1 TO WS-ARCH-ROW-COUNT
                              PERFORM 230-TAKE-ACTIVITY-ROW
                           END-IF
                   END-EVALUATE
           END-READ.

       216-START-ARCHIVE-SECTION.
      *    Two AUDCONS runs on one date share one tie-out line.
           MOVE 'N' TO WS-SECTION-IN-PERIOD-SWITCH
           IF ARH-RUN-DATE >= WS-PERIOD-START
              AND ARH-RUN-DATE <= WS-PERIOD-END
              MOVE 0 TO WS-ARCD-MATCH-SUB
              PERFORM VARYING WS-ARCD-SUB FROM 1 BY 1
                      UNTIL WS-ARCD-SUB > WS-ARCD-COUNT
                 IF WS-AD-RUN-DATE(WS-ARCD-SUB) = ARH-RUN-DATE
                    MOVE WS-ARCD-SUB TO WS-ARCD-MATCH-SUB
                 END-IF
              END-PERFORM
              IF WS-ARCD-MATCH-SUB = 0
                 IF WS-ARCD-COUNT < WS-ARCD-MAX
                    ADD 1 TO WS-ARCD-COUNT
                    MOVE WS-ARCD-COUNT TO WS-ARCD-MATCH-SUB
                    MOVE ARH-RUN-DATE
                        TO WS-AD-RUN-DATE(WS-ARCD-COUNT)
                    MOVE 0 TO WS-AD-COUNT(WS-ARCD-COUNT)
                    MOVE 0 TO WS-AD-AMOUNT(WS-ARCD-COUNT)
                 ELSE
                    ADD 1 TO WS-ARCD-DROPPED-COUNT
                 END-IF
              END-IF
              IF WS-ARCD-MATCH-SUB > 0
                 SET WS-SECTION-IN-PERIOD TO TRUE
              END-IF
           END-IF.

       220-FEED-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 225-FEED-ONE-HISTORY-ROW UNTIL WS-EOF
                   CLOSE HISTORY-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'XFERSTMT: CANNOT REOPEN HISTFILE, STATUS='
                       WS-HIST-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       225-FEED-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HST-COMPLETED-AT(1:8) TO WS-ROW-DATE-8
                   IF HST-AREA-ID = SPACES
                      OR WS-ROW-DATE-8 NOT NUMERIC
                      ADD 1 TO WS-UNREADABLE-COUNT
                   ELSE
                      ADD 1 TO WS-HIST-ROW-COUNT
                      MOVE HST-AREA-ID TO WS-ROW-AREA-ID
                      MOVE HST-COMPLETED-AT TO WS-ROW-COMPLETED-AT
                      MOVE HST-AMOUNT TO WS-ROW-AMOUNT-X
                      MOVE HST-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT-X
                      MOVE HST-CURRENCY TO WS-ROW-CURRENCY
                      MOVE HST-EFF-DATE TO WS-ROW-EFF-DATE
                      PERFORM 228-CONVERT-ROW-AMOUNT
                      PERFORM 230-TAKE-ACTIVITY-ROW
                   END-IF
           END-READ.

       228-CONVERT-ROW-AMOUNT.
      *    Everything downstream -- positions, totals, the AUDCONS
      *    tie-out -- runs on the base amount.
           IF WS-ROW-AMOUNT-X = SPACES
              MOVE 0 TO WS-ROW-ORIG-AMOUNT
           ELSE
              COMPUTE WS-ROW-ORIG-AMOUNT =
                  FUNCTION NUMVAL(WS-ROW-AMOUNT-X)
           END-IF
           IF WS-ROW-BASE-AMOUNT-X = SPACES
              MOVE WS-ROW-ORIG-AMOUNT TO WS-ROW-AMOUNT
           ELSE
              COMPUTE WS-ROW-AMOUNT =
                  FUNCTION NUMVAL(WS-ROW-BASE-AMOUNT-X)
           END-IF.

       230-TAKE-ACTIVITY-ROW.
      *    Inside the period: a statement line for an active area,
      *    else counted as activity not on a statement.  After the
      *    period: backed out of today's position to reach the
      *    closing one.  Before it: not this statement's business.
           MOVE WS-ROW-AREA-ID TO WS-STMT-KEY
           PERFORM 165-FIND-STATEMENT-AREA
           EVALUATE TRUE
               WHEN WS-ROW-DATE-8 < WS-PERIOD-START-8
                   CONTINUE
               WHEN WS-ROW-DATE-8 > WS-PERIOD-END-8
                   IF WS-STMT-MATCH-SUB > 0
                      ADD WS-ROW-AMOUNT
                          TO WS-ST-POST-NET(WS-STMT-MATCH-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PERIOD-COUNT
                   ADD WS-ROW-AMOUNT TO WS-PERIOD-AMOUNT
                   IF WS-STMT-MATCH-SUB > 0
                      ADD WS-ROW-AMOUNT
                          TO WS-ST-PERIOD-NET(WS-STMT-MATCH-SUB)
                      ADD 1 TO WS-ROW-SEQ
                      MOVE WS-ROW-AREA-ID TO SRT-AREA-ID
                      MOVE 1 TO SRT-CLASS
                      MOVE WS-ROW-COMPLETED-AT TO SRT-COMPLETED-AT
                      MOVE WS-ROW-SEQ TO SRT-SEQ
                      MOVE WS-STMT-MATCH-SUB TO SRT-AREA-SUB
                      MOVE WS-ROW-AMOUNT TO SRT-AMOUNT
                      MOVE WS-ROW-EFF-DATE TO SRT-EFF-DATE
                      MOVE WS-ROW-CURRENCY TO SRT-CURRENCY
                      MOVE WS-ROW-ORIG-AMOUNT TO SRT-ORIG-AMOUNT
                      RELEASE SORT-RECORD
                   ELSE
                      ADD 1 TO WS-OFF-STMT-COUNT
                      ADD WS-ROW-AMOUNT TO WS-OFF-STMT-AMOUNT
                   END-IF
           END-EVALUATE.

       240-RELEASE-STATEMENT-MARKERS.
           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                   UNTIL WS-STMT-SUB > WS-STMT-COUNT
              MOVE WS-ST-AREA-ID(WS-STMT-SUB) TO SRT-AREA-ID
              MOVE LOW-VALUES TO SRT-COMPLETED-AT
              MOVE 0 TO SRT-SEQ
              MOVE WS-STMT-SUB TO SRT-AREA-SUB
              MOVE 0 TO SRT-AMOUNT
              MOVE SPACES TO SRT-EFF-DATE
              MOVE SPACES TO SRT-CURRENCY
              MOVE 0 TO SRT-ORIG-AMOUNT
              MOVE 0 TO SRT-CLASS
              RELEASE SORT-RECORD
              MOVE 2 TO SRT-CLASS
              RELEASE SORT-RECORD
           END-PERFORM.

       400-WRITE-STATEMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 405-RETURN-ONE-RECORD UNTIL WS-EOF.

       405-RETURN-ONE-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE SRT-CLASS
                       WHEN 0
                           PERFORM 410-OPEN-STATEMENT
                       WHEN 1
                           PERFORM 420-WRITE-ACTIVITY-LINE
                       WHEN OTHER
                           PERFORM 430-CLOSE-STATEMENT
                   END-EVALUATE
           END-RETURN.

       410-OPEN-STATEMENT.
           MOVE SRT-AREA-SUB TO WS-CUR-SUB
           ADD 1 TO WS-STATEMENT-COUNT
           COMPUTE WS-CLOSING-AMOUNT = WS-ST-POSITION(WS-CUR-SUB)
               - WS-ST-POST-NET(WS-CUR-SUB)
           COMPUTE WS-OPENING-AMOUNT = WS-CLOSING-AMOUNT
               - WS-ST-PERIOD-NET(WS-CUR-SUB)
           MOVE WS-OPENING-AMOUNT TO WS-RUNNING-AMOUNT
           MOVE 0 TO WS-XFER-COUNT
           MOVE 0 TO WS-XFER-AMOUNT
           MOVE 0 TO WS-RVSL-COUNT
           MOVE 0 TO WS-RVSL-AMOUNT
           MOVE 'N' TO WS-CONTINUED-SWITCH
           PERFORM 450-WRITE-PAGE-HEADING
           SET WS-CONTINUED TO TRUE
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'OPENING POSITION AS AT START OF ' WS-PERIOD-START
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           MOVE WS-OPENING-AMOUNT TO WS-POSITION-DISPLAY
           MOVE WS-POSITION-DISPLAY TO WS-REPORT-DETAIL(60:15)
           PERFORM 455-WRITE-REPORT-LINE.

       420-WRITE-ACTIVITY-LINE.
      *    Reversals carry the offsetting (negative) amount on the
      *    audit line, so the sign is the type.  A foreign transfer
      *    gets a second line with its currency and original amount.
           ADD SRT-AMOUNT TO WS-RUNNING-AMOUNT
           IF SRT-AMOUNT < 0
              MOVE 'REVERSAL' TO WS-TYPE-TEXT
              ADD 1 TO WS-RVSL-COUNT
              ADD SRT-AMOUNT TO WS-RVSL-AMOUNT
           ELSE
              MOVE 'TRANSFER' TO WS-TYPE-TEXT
              ADD 1 TO WS-XFER-COUNT
              ADD SRT-AMOUNT TO WS-XFER-AMOUNT
           END-IF
           ADD 1 TO WS-STMT-LINE-COUNT
           ADD SRT-AMOUNT TO WS-STMT-LINE-AMOUNT
           MOVE SPACES TO WS-STAMP-DISPLAY
           STRING SRT-COMPLETED-AT(1:4) '-' SRT-COMPLETED-AT(5:2) '-'
               SRT-COMPLETED-AT(7:2) ' ' SRT-COMPLETED-AT(9:2) ':'
               SRT-COMPLETED-AT(11:2) ':' SRT-COMPLETED-AT(13:2)
               DELIMITED BY SIZE INTO WS-STAMP-DISPLAY
           MOVE SRT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-RUNNING-AMOUNT TO WS-POSITION-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING WS-STAMP-DISPLAY '  ' WS-TYPE-TEXT '  '
               SRT-EFF-DATE '  ' WS-AMOUNT-DISPLAY ' '
               WS-POSITION-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           IF SRT-CURRENCY NOT = SPACES
              MOVE SRT-ORIG-AMOUNT TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '                     ORIGINAL AMOUNT '
                  SRT-CURRENCY ' ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 455-WRITE-REPORT-LINE
           END-IF.

       430-CLOSE-STATEMENT.
           IF WS-XFER-COUNT = 0 AND WS-RVSL-COUNT = 0
              ADD 1 TO WS-QUIET-COUNT
              MOVE '  NO TRANSFERS OR REVERSALS IN THE PERIOD'
                  TO WS-REPORT-DETAIL
              PERFORM 455-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE 'PERIOD TOTALS' TO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE WS-XFER-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-XFER-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  TRANSFERS        : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE WS-RVSL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RVSL-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  REVERSALS        : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE WS-ST-PERIOD-NET(WS-CUR-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  NET MOVEMENT     :          '
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 455-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'CLOSING POSITION AS AT END OF ' WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           MOVE WS-CLOSING-AMOUNT TO WS-POSITION-DISPLAY
           MOVE WS-POSITION-DISPLAY TO WS-REPORT-DETAIL(60:15)
           PERFORM 455-WRITE-REPORT-LINE
           IF WS-ST-ON-AREABAL(WS-CUR-SUB) NOT = 'Y'
              MOVE 'NOTE: NO AREABAL ROW - POSITIONS DERIVED FROM ZERO'
                  TO WS-REPORT-DETAIL
              PERFORM 455-WRITE-REPORT-LINE
           END-IF.

       450-WRITE-PAGE-HEADING.
      *    Each statement starts on a page of its own; an overflowing
      *    statement repeats its heading marked CONTINUED.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'XFERSTMT - MONTHLY TRANSFER STATEMENT  '
               WS-PERIOD-START ' TO ' WS-PERIOD-END
               '  PAGE ' WS-PAGE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'AREA: ' WS-ST-AREA-ID(WS-CUR-SUB) '  '
               WS-ST-DESCRIPTION(WS-CUR-SUB)
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           IF WS-CONTINUED
              MOVE '(CONTINUED)' TO STATEMENT-REPORT-LINE(60:11)
           END-IF
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL '-' TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'COMPLETED-AT         TYPE      EFF-DATE   '
               '     BASE AMOUNT        POSITION'
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       455-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
              PERFORM 450-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-REPORT-DETAIL TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       500-WRITE-CONTROL-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'XFERSTMT - STATEMENT CONTROL PAGE      '
               WS-PERIOD-START ' TO ' WS-PERIOD-END
               '  PAGE ' WS-PAGE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL '-' TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'STATEMENTS PRODUCED       : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-QUIET-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  WITH NO ACTIVITY        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-HIST-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'ROWS READ FROM HISTFILE   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-ARCH-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'ROWS READ FROM AUDARCH    : ' WS-COUNT-DISPLAY
               '  (BEFORE ' WS-HIST-START-8 ')'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE 'PERIOD ACTIVITY' TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-STMT-LINE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-STMT-LINE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  ON STATEMENTS           : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-OFF-STMT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-OFF-STMT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  AREAS NOT ON STATEMENTS : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-PERIOD-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  TOTAL PERIOD ACTIVITY   : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE 'AUDCONS GRAND TOTALS (AUDARCH SECTIONS IN PERIOD)'
               TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           PERFORM 510-WRITE-ONE-ARCHIVE-DATE
               VARYING WS-ARCD-SUB FROM 1 BY 1
               UNTIL WS-ARCD-SUB > WS-ARCD-COUNT
           MOVE WS-ARCH-TOTAL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ARCH-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  AUDCONS TOTAL           : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           COMPUTE WS-DIFF-COUNT = WS-PERIOD-COUNT
               - WS-ARCH-TOTAL-COUNT
           COMPUTE WS-DIFF-AMOUNT = WS-PERIOD-AMOUNT
               - WS-ARCH-TOTAL-AMOUNT
           MOVE WS-DIFF-COUNT TO WS-SIGNED-COUNT-DISPLAY
           MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  DIFFERENCE              : '
               WS-SIGNED-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE
           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
              MOVE 'STATEMENTS TIE TO AUDCONS GRAND TOTALS'
                  TO WS-REPORT-DETAIL
           ELSE
              MOVE 'STATEMENTS DO NOT TIE TO AUDCONS GRAND TOTALS'
                  TO WS-REPORT-DETAIL
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           PERFORM 505-WRITE-CONTROL-LINE
           IF WS-UNREADABLE-COUNT > 0
              MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING 'NOTE: UNREADABLE HISTFILE ROWS SKIPPED: '
                  WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 505-WRITE-CONTROL-LINE
           END-IF
           IF WS-AREA-DROPPED-COUNT > 0 OR WS-ARCD-DROPPED-COUNT > 0
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING 'NOTE: TABLE OVERFLOW - AREAS '
                  WS-AREA-DROPPED-COUNT ' ARCHIVE DATES '
                  WS-ARCD-DROPPED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 505-WRITE-CONTROL-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       505-WRITE-CONTROL-LINE.
           MOVE WS-REPORT-DETAIL TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       510-WRITE-ONE-ARCHIVE-DATE.
           ADD WS-AD-COUNT(WS-ARCD-SUB) TO WS-ARCH-TOTAL-COUNT
           ADD WS-AD-AMOUNT(WS-ARCD-SUB) TO WS-ARCH-TOTAL-AMOUNT
           MOVE WS-AD-COUNT(WS-ARCD-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-AD-AMOUNT(WS-ARCD-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  ARCHIVED ' WS-AD-RUN-DATE(WS-ARCD-SUB)
               '     : ' WS-COUNT-DISPLAY '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 505-WRITE-CONTROL-LINE.

       700-REPORT-TOTALS.
           DISPLAY 'XFERSTMT STATEMENTS=' WS-STATEMENT-COUNT
               ' LINES=' WS-STMT-LINE-COUNT
               ' NOT-ON-STATEMENT=' WS-OFF-STMT-COUNT
               ' AUDCONS=' WS-ARCH-TOTAL-COUNT
           IF WS-RETURN-CODE = 4
              DISPLAY 'XFERSTMT: CONTROL PAGE DOES NOT TIE - SEE '
                  'STMTRPT'
           END-IF.
