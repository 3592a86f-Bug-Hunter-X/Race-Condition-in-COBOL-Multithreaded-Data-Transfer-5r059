       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
      *****************************************************************
      *  AUDSAMP
      *  External-audit sample extract.  Each year audit asks for
      *  samples of transfers by date range, amount band, area and
      *  type, with the ledger posting behind each, and the dated
      *  sections of AUDARCH were being searched by hand.  This job
      *  reads the selection criteria from AUDCRIT (one stratum per
      *  line, see AUDCRIT.cpy), and the whole AUDARCH archive twice:
      *  the first pass counts and totals every stratum's population,
      *  the second draws the sample -- fixed interval (every Nth item
      *  from a random start in the first interval) or simple random
      *  (each item taken with probability wanted-left over
      *  remaining, which gives exactly the size asked for).
      *  Selected items go to AUDXTRCT (AUDXTRCT.cpy), grouped by
      *  stratum, each joined to its GLPOST/GLPOSTAR interface batch
      *  and posting reference.  AUDSRPT is the control report: per
      *  stratum its criteria, population count and totals (ordinary
      *  and reversal), the sample drawn and its total, so the
      *  auditors can see the sample came from a complete population;
      *  and the archive as a whole -- sections, date span, lines and
      *  net amount read.  Amounts -- bands, totals and the extract
      *  amount -- are in base currency: a foreign transfer is taken
      *  at the base amount on its audit line, and the extract also
      *  carries its currency and original amount.  A line without a
      *  base amount (base currency, or archived before the column
      *  existed) is taken at its amount.
      *  The random start and the random sample come from one seeded
      *  stream.  The seed is the command-line parm (up to 9 digits),
      *  else taken from the clock, and is printed on the report:
      *  rerunning with the same seed, criteria and archive draws the
      *  same sample.
      *  Return codes: 4 an archive line that could not be read (the
      *  population may be short) or a posting table overflow; 8 a
      *  stratum whose population differed between the two passes
      *  (the archive changed under the run); 12 bad criteria or
      *  seed, nothing selected; 16 a file that could not be opened.
      *  Run sequence: on demand, any time after AUDCONS.  Reads
      *  AUDARCH, GLPOST and GLPOSTAR only.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-FILE ASSIGN TO "AUDCRIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCRIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           SELECT POSTING-ARCHIVE-FILE ASSIGN TO "GLPOSTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOSTAR-STATUS.

      *    Groups the selected items by stratum in population order
      *    -- same SORT machinery XFERSTMT uses.
           SELECT SORT-WORK-FILE ASSIGN TO "ASSORTWK".

           SELECT EXTRACT-FILE ASSIGN TO "AUDXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDXTRCT-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "AUDSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRITERIA-FILE.
           COPY AUDCRIT.

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

       FD  POSTING-FILE.
           COPY GLPOST.

      *    CKPTMNT moves GLPOST lines to GLPOSTAR unchanged.
       FD  POSTING-ARCHIVE-FILE.
       01  POSTING-ARCHIVE-RECORD.
           05  GPA-BUS-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  GPA-GENERATED-AT            PIC X(21).
           05  FILLER                      PIC X.
           05  GPA-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X.
           05  GPA-AMOUNT-TOTAL            PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  GPA-STATUS                  PIC X(1).
           05  FILLER                      PIC X.
           05  GPA-POST-REFERENCE          PIC X(12).
           05  FILLER                      PIC X.
           05  GPA-ACKED-AT                PIC X(21).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STRATUM-SUB             PIC 9(3).
           05  SRT-POPULATION-SEQ          PIC 9(7).
           05  SRT-COMPLETED-AT            PIC X(21).
           05  SRT-AREA-ID                 PIC X(10).
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  SRT-EFF-DATE                PIC X(10).
           05  SRT-ARCHIVED-ON             PIC X(10).
           05  SRT-CURRENCY                PIC X(3).
           05  SRT-ORIG-AMOUNT             PIC S9(11)V99 COMP-3.

       FD  EXTRACT-FILE.
           COPY AUDXTRCT.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDCRIT-STATUS           PIC XX.
       01  WS-AUDARCH-STATUS           PIC XX.
       01  WS-GLPOST-STATUS            PIC XX.
       01  WS-GLPOSTAR-STATUS          PIC XX.
       01  WS-AUDXTRCT-STATUS          PIC XX.
       01  WS-AUDSRPT-STATUS           PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SECOND-PASS-SWITCH       PIC X VALUE 'N'.
           88  WS-SECOND-PASS          VALUE 'Y'.
       01  WS-ROW-READABLE-SWITCH      PIC X.
           88  WS-ROW-READABLE         VALUE 'Y'.
       01  WS-ROW-IN-STRATUM-SWITCH    PIC X.
           88  WS-ROW-IN-STRATUM       VALUE 'Y'.
       01  WS-ROW-TAKEN-SWITCH         PIC X.
           88  WS-ROW-TAKEN            VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

      *    Seed for the sample stream: command-line parm, else the
      *    clock's time of day.
       01  WS-SEED-PARM                PIC X(20).
       01  WS-SEED                     PIC 9(9) VALUE 0.
       01  WS-SEED-SOURCE              PIC X(8).
       01  WS-RANDOM-VALUE             PIC V9(9).
       01  WS-DRAW-REMAINING           PIC S9(7) COMP-3.
       01  WS-DRAW-WANTED              PIC S9(7) COMP-3.
       01  WS-DRAW-VALUE               PIC S9(7)V9(9) COMP-3.

      *    Digits/one-dot/blanks scan, as XFERMAIN applies to XFERPARM
      *    values before NUMVAL.
       01  WS-SCAN-FIELD               PIC X(20).
       01  WS-SCAN-VALID-SWITCH        PIC X.
           88  WS-SCAN-VALID           VALUE 'Y'.
       01  WS-SCAN-VALUE               PIC S9(11)V99 COMP-3.
       01  WS-SCAN-DIGIT-COUNT         PIC 9(3).
       01  WS-SCAN-DOT-COUNT           PIC 9(3).
       01  WS-SCAN-SUB                 PIC 9(3).

       01  WS-DATE-CHECK               PIC X(10).
       01  WS-DATE-CHECK-8             PIC X(8).
       01  WS-DATE-VALID-SWITCH        PIC X.
           88  WS-DATE-VALID           VALUE 'Y'.

      *    One entry per AUDCRIT line.  Population figures are built
      *    on the first pass and checked again on the second; the
      *    sample figures come from the second pass and the extract.
       01  WS-STRAT-MAX                PIC 9(3) VALUE 50.
       01  WS-STRAT-COUNT              PIC 9(3) VALUE 0.
       01  WS-STRAT-TABLE.
           05  WS-STRAT-ENTRY OCCURS 50 TIMES.
               10  WS-SS-ID            PIC X(8).
               10  WS-SS-DESCRIPTION   PIC X(30).
               10  WS-SS-FROM-DATE     PIC X(10).
               10  WS-SS-TO-DATE       PIC X(10).
               10  WS-SS-FROM-8        PIC X(8).
               10  WS-SS-TO-8          PIC X(8).
               10  WS-SS-AREA-ID       PIC X(10).
               10  WS-SS-TYPE          PIC X(1).
               10  WS-SS-LOW-AMOUNT    PIC S9(11)V99 COMP-3.
               10  WS-SS-HIGH-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-SS-METHOD        PIC X(1).
               10  WS-SS-SAMPLE-SIZE   PIC 9(5).
               10  WS-SS-POP-COUNT     PIC 9(7).
               10  WS-SS-POP-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-SS-XFER-COUNT    PIC 9(7).
               10  WS-SS-XFER-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-SS-RVSL-COUNT    PIC 9(7).
               10  WS-SS-RVSL-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-SS-TARGET        PIC 9(7).
               10  WS-SS-INTERVAL      PIC 9(7).
               10  WS-SS-NEXT-PICK     PIC 9(7).
               10  WS-SS-START         PIC 9(7).
               10  WS-SS-SEEN          PIC 9(7).
               10  WS-SS-PICKED        PIC 9(7).
               10  WS-SS-WRITTEN       PIC 9(7).
               10  WS-SS-SAMPLE-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-SS-NO-GL-COUNT   PIC 9(7).
       01  WS-STRAT-SUB                PIC 9(3).
       01  WS-CRIT-LINE-COUNT          PIC 9(5) VALUE 0.
       01  WS-CRIT-ERROR               PIC X(40).

      *    Every interface batch on GLPOST and GLPOSTAR.  One line per
      *    business date per extract, so 3000 covers years of both.
       01  WS-GL-MAX                   PIC 9(4) VALUE 3000.
       01  WS-GL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 3000 TIMES.
               10  WS-GL-SOURCE        PIC X(8).
               10  WS-GL-BUS-DATE      PIC X(10).
               10  WS-GL-GENERATED-AT  PIC X(21).
               10  WS-GL-STATUS        PIC X(1).
               10  WS-GL-REFERENCE     PIC X(12).
       01  WS-GL-SUB                   PIC 9(4).
       01  WS-GL-MATCH-SUB             PIC 9(4).
       01  WS-GL-DROPPED-COUNT         PIC 9(7) VALUE 0.

      *    One archive line, decoded.
       01  WS-CUR-ARCHIVE-DATE         PIC X(10) VALUE SPACES.
       01  WS-ROW-COMPLETED-AT         PIC X(21).
       01  WS-ROW-DATE-8               PIC X(8).
       01  WS-ROW-AREA-ID              PIC X(10).
       01  WS-ROW-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-ROW-ABS-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-ROW-EFF-DATE             PIC X(10).
       01  WS-ROW-CURRENCY             PIC X(3).
       01  WS-ROW-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.

      *    Whole-archive figures, from the first pass.
       01  WS-ARCHIVE-COUNTS.
           05  WS-SECTION-COUNT        PIC 9(7) VALUE 0.
           05  WS-LINE-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNREADABLE-COUNT     PIC 9(7) VALUE 0.
           05  WS-NO-STRATUM-COUNT     PIC 9(7) VALUE 0.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(3) VALUE 0.
       01  WS-ARCHIVE-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-FIRST-SECTION-DATE       PIC X(10) VALUE SPACES.
       01  WS-LAST-SECTION-DATE        PIC X(10) VALUE SPACES.
       01  WS-STRATUM-HIT-COUNT        PIC 9(3).

      *    Report lines are composed here and moved to the FD record
      *    only inside 655-WRITE-REPORT-LINE, after the page-full
      *    test -- the AUDCONS arrangement.
       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-LINE-COUNT               PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
       01  WS-PAGE-NUMBER              PIC 9(4) VALUE 0.
       01  WS-PAGE-DISPLAY             PIC ZZZ9.
       01  WS-AMOUNT-DISPLAY           PIC -(13)9.99.
       01  WS-LOW-DISPLAY              PIC -(11)9.99.
       01  WS-HIGH-DISPLAY             PIC -(11)9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-2          PIC ZZZZZZ9.
       01  WS-TYPE-TEXT                PIC X(14).
       01  WS-AREA-TEXT                PIC X(10).
       01  WS-FROM-TEXT                PIC X(10).
       01  WS-TO-TEXT                  PIC X(10).

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND
              PERFORM 200-COUNT-POPULATION
           END-IF
           IF NOT WS-ABEND
              PERFORM 300-PLAN-SAMPLES
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SRT-STRATUM-SUB
                                   SRT-POPULATION-SEQ
                  INPUT PROCEDURE IS 400-SELECT-SAMPLE
                  OUTPUT PROCEDURE IS 500-WRITE-EXTRACT
              CLOSE EXTRACT-FILE
              PERFORM 600-WRITE-CONTROL-REPORT
              CLOSE CONTROL-REPORT-FILE
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
           PERFORM 110-SET-SEED
           IF NOT WS-ABEND
              PERFORM 120-LOAD-CRITERIA
           END-IF
           IF NOT WS-ABEND
              PERFORM 140-LOAD-GL-POSTINGS
           END-IF
           IF NOT WS-ABEND
              OPEN OUTPUT EXTRACT-FILE
              IF WS-AUDXTRCT-STATUS NOT = '00'
                 DISPLAY 'AUDSAMP: CANNOT OPEN AUDXTRCT, STATUS='
                     WS-AUDXTRCT-STATUS
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF NOT WS-ABEND
              OPEN OUTPUT CONTROL-REPORT-FILE
              IF WS-AUDSRPT-STATUS NOT = '00'
                 DISPLAY 'AUDSAMP: CANNOT OPEN AUDSRPT, STATUS='
                     WS-AUDSRPT-STATUS
                 CLOSE EXTRACT-FILE
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF
           IF WS-ABEND AND WS-RETURN-CODE = 0
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       110-SET-SEED.
      *    A seed that does not read as digits is refused rather than
      *    replaced -- the auditors asked for that sample, not another.
           ACCEPT WS-SEED-PARM FROM COMMAND-LINE
           IF WS-SEED-PARM = SPACES
              MOVE WS-TIMESTAMP(9:8) TO WS-SEED
              MOVE 'CLOCK' TO WS-SEED-SOURCE
           ELSE
              MOVE WS-SEED-PARM TO WS-SCAN-FIELD
              PERFORM 130-SCAN-AMOUNT
              IF WS-SCAN-VALID
                 AND WS-SCAN-DOT-COUNT = 0
                 AND WS-SCAN-DIGIT-COUNT <= 9
                 MOVE WS-SCAN-VALUE TO WS-SEED
                 MOVE 'PARM' TO WS-SEED-SOURCE
              ELSE
                 DISPLAY 'AUDSAMP: BAD SEED PARM (UP TO 9 DIGITS '
                     'EXPECTED): ' WS-SEED-PARM
                 SET WS-ABEND TO TRUE
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF NOT WS-ABEND
              DISPLAY 'AUDSAMP: SAMPLE SEED ' WS-SEED
                  ' (' WS-SEED-SOURCE ')'
           END-IF.

       120-LOAD-CRITERIA.
      *    Every line is checked before anything is drawn, and one
      *    bad line stops the run: a stratum quietly left out would
      *    be a sample the auditors did not ask for.
           OPEN INPUT CRITERIA-FILE
           IF WS-AUDCRIT-STATUS NOT = '00'
              DISPLAY 'AUDSAMP: CANNOT OPEN AUDCRIT, STATUS='
                  WS-AUDCRIT-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM 125-LOAD-ONE-STRATUM UNTIL WS-EOF
              CLOSE CRITERIA-FILE
              MOVE 'N' TO WS-EOF-SWITCH
              IF WS-STRAT-COUNT = 0 AND WS-RETURN-CODE = 0
                 DISPLAY 'AUDSAMP: NO STRATA ON AUDCRIT - NOTHING '
                     'TO SELECT'
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
              IF WS-RETURN-CODE NOT = 0
                 SET WS-ABEND TO TRUE
              END-IF
           END-IF.

       125-LOAD-ONE-STRATUM.
           READ CRITERIA-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CRIT-LINE-COUNT
                   IF AUDIT-CRITERIA-RECORD NOT = SPACES
                      PERFORM 127-VALIDATE-STRATUM
                      IF WS-CRIT-ERROR NOT = SPACES
                         DISPLAY 'AUDSAMP: AUDCRIT LINE '
                             WS-CRIT-LINE-COUNT ' ' ACR-STRATUM-ID
                             ' REFUSED: ' WS-CRIT-ERROR
                         MOVE 12 TO WS-RETURN-CODE
                      END-IF
                   END-IF
           END-READ.

       127-VALIDATE-STRATUM.
      *    Builds the next table entry as it checks; the entry only
      *    counts once the whole line has passed.
           MOVE SPACES TO WS-CRIT-ERROR
           IF WS-STRAT-COUNT NOT < WS-STRAT-MAX
              MOVE 'STRATUM TABLE FULL' TO WS-CRIT-ERROR
           ELSE
              COMPUTE WS-STRAT-SUB = WS-STRAT-COUNT + 1
              INITIALIZE WS-STRAT-ENTRY(WS-STRAT-SUB)
              MOVE ACR-STRATUM-ID TO WS-SS-ID(WS-STRAT-SUB)
              MOVE ACR-DESCRIPTION TO WS-SS-DESCRIPTION(WS-STRAT-SUB)
              MOVE ACR-AREA-ID TO WS-SS-AREA-ID(WS-STRAT-SUB)
              MOVE ACR-METHOD TO WS-SS-METHOD(WS-STRAT-SUB)
              IF ACR-TYPE = SPACE
                 MOVE 'A' TO WS-SS-TYPE(WS-STRAT-SUB)
              ELSE
                 MOVE ACR-TYPE TO WS-SS-TYPE(WS-STRAT-SUB)
              END-IF
              IF ACR-STRATUM-ID = SPACES
                 MOVE 'STRATUM ID MISSING' TO WS-CRIT-ERROR
              END-IF
              PERFORM VARYING WS-STRAT-SUB FROM 1 BY 1
                      UNTIL WS-STRAT-SUB > WS-STRAT-COUNT
                 IF WS-SS-ID(WS-STRAT-SUB) = ACR-STRATUM-ID
                    MOVE 'DUPLICATE STRATUM ID' TO WS-CRIT-ERROR
                 END-IF
              END-PERFORM
              COMPUTE WS-STRAT-SUB = WS-STRAT-COUNT + 1
           END-IF
           IF WS-CRIT-ERROR = SPACES
              MOVE ACR-FROM-DATE TO WS-DATE-CHECK
              PERFORM 135-CHECK-DATE
              IF WS-DATE-VALID
                 MOVE ACR-FROM-DATE TO WS-SS-FROM-DATE(WS-STRAT-SUB)
                 IF WS-DATE-CHECK = SPACES
                    MOVE '00000000' TO WS-SS-FROM-8(WS-STRAT-SUB)
                 ELSE
                    MOVE WS-DATE-CHECK-8
                        TO WS-SS-FROM-8(WS-STRAT-SUB)
                 END-IF
              ELSE
                 MOVE 'BAD FROM-DATE (YYYY-MM-DD)' TO WS-CRIT-ERROR
              END-IF
           END-IF
           IF WS-CRIT-ERROR = SPACES
              MOVE ACR-TO-DATE TO WS-DATE-CHECK
              PERFORM 135-CHECK-DATE
              IF WS-DATE-VALID
                 MOVE ACR-TO-DATE TO WS-SS-TO-DATE(WS-STRAT-SUB)
                 IF WS-DATE-CHECK = SPACES
                    MOVE '99999999' TO WS-SS-TO-8(WS-STRAT-SUB)
                 ELSE
                    MOVE WS-DATE-CHECK-8 TO WS-SS-TO-8(WS-STRAT-SUB)
                 END-IF
              ELSE
                 MOVE 'BAD TO-DATE (YYYY-MM-DD)' TO WS-CRIT-ERROR
              END-IF
           END-IF
           IF WS-CRIT-ERROR = SPACES
              AND WS-SS-FROM-8(WS-STRAT-SUB) > WS-SS-TO-8(WS-STRAT-SUB)
              MOVE 'FROM-DATE AFTER TO-DATE' TO WS-CRIT-ERROR
           END-IF
           IF WS-CRIT-ERROR = SPACES AND NOT ACR-TYPE-VALID
              MOVE 'TYPE NOT T, R OR A' TO WS-CRIT-ERROR
           END-IF
           IF WS-CRIT-ERROR = SPACES
              IF ACR-LOW-AMOUNT = SPACES
                 MOVE 0 TO WS-SS-LOW-AMOUNT(WS-STRAT-SUB)
              ELSE
                 MOVE ACR-LOW-AMOUNT TO WS-SCAN-FIELD
                 PERFORM 130-SCAN-AMOUNT
                 IF WS-SCAN-VALID
                    MOVE WS-SCAN-VALUE
                        TO WS-SS-LOW-AMOUNT(WS-STRAT-SUB)
                 ELSE
                    MOVE 'BAD LOW AMOUNT' TO WS-CRIT-ERROR
                 END-IF
              END-IF
           END-IF
           IF WS-CRIT-ERROR = SPACES
              IF ACR-HIGH-AMOUNT = SPACES
                 MOVE 999999999.99 TO WS-SS-HIGH-AMOUNT(WS-STRAT-SUB)
              ELSE
                 MOVE ACR-HIGH-AMOUNT TO WS-SCAN-FIELD
                 PERFORM 130-SCAN-AMOUNT
                 IF WS-SCAN-VALID
                    MOVE WS-SCAN-VALUE
                        TO WS-SS-HIGH-AMOUNT(WS-STRAT-SUB)
                 ELSE
                    MOVE 'BAD HIGH AMOUNT' TO WS-CRIT-ERROR
                 END-IF
              END-IF
           END-IF
           IF WS-CRIT-ERROR = SPACES
              AND WS-SS-LOW-AMOUNT(WS-STRAT-SUB)
                  > WS-SS-HIGH-AMOUNT(WS-STRAT-SUB)
              MOVE 'LOW AMOUNT ABOVE HIGH AMOUNT' TO WS-CRIT-ERROR
           END-IF
           IF WS-CRIT-ERROR = SPACES AND NOT ACR-METHOD-VALID
              MOVE 'METHOD NOT I OR R' TO WS-CRIT-ERROR
           END-IF
           IF WS-CRIT-ERROR = SPACES
              IF ACR-SAMPLE-SIZE NUMERIC AND ACR-SAMPLE-SIZE > 0
                 MOVE ACR-SAMPLE-SIZE
                     TO WS-SS-SAMPLE-SIZE(WS-STRAT-SUB)
              ELSE
                 MOVE 'SAMPLE SIZE NOT 00001-99999' TO WS-CRIT-ERROR
              END-IF
           END-IF
           IF WS-CRIT-ERROR = SPACES
              ADD 1 TO WS-STRAT-COUNT
           END-IF.

       130-SCAN-AMOUNT.
           MOVE 'N' TO WS-SCAN-VALID-SWITCH
           MOVE 0 TO WS-SCAN-DIGIT-COUNT
           MOVE 0 TO WS-SCAN-DOT-COUNT
           MOVE 0 TO WS-SCAN-VALUE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 20
              EVALUATE TRUE
                  WHEN WS-SCAN-FIELD(WS-SCAN-SUB:1) = SPACE
                      CONTINUE
                  WHEN WS-SCAN-FIELD(WS-SCAN-SUB:1) NUMERIC
                      ADD 1 TO WS-SCAN-DIGIT-COUNT
                  WHEN WS-SCAN-FIELD(WS-SCAN-SUB:1) = '.'
                      ADD 1 TO WS-SCAN-DOT-COUNT
                  WHEN OTHER
                      MOVE 999 TO WS-SCAN-DIGIT-COUNT
                      MOVE 999 TO WS-SCAN-DOT-COUNT
                      MOVE 20 TO WS-SCAN-SUB
              END-EVALUATE
           END-PERFORM
           IF WS-SCAN-DIGIT-COUNT >= 1
              AND WS-SCAN-DIGIT-COUNT <= 11
              AND WS-SCAN-DOT-COUNT <= 1
              COMPUTE WS-SCAN-VALUE = FUNCTION NUMVAL(WS-SCAN-FIELD)
              IF WS-SCAN-VALUE <= 999999999.99
                 SET WS-SCAN-VALID TO TRUE
              END-IF
           END-IF.

       135-CHECK-DATE.
      *    Blank is valid (open-ended); otherwise YYYY-MM-DD with a
      *    month and day in range.
           SET WS-DATE-VALID TO TRUE
           MOVE SPACES TO WS-DATE-CHECK-8
           IF WS-DATE-CHECK NOT = SPACES
              STRING WS-DATE-CHECK(1:4) WS-DATE-CHECK(6:2)
                  WS-DATE-CHECK(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-CHECK-8
              IF WS-DATE-CHECK-8 NOT NUMERIC
                 OR WS-DATE-CHECK(5:1) NOT = '-'
                 OR WS-DATE-CHECK(8:1) NOT = '-'
                 OR WS-DATE-CHECK(6:2) < '01'
                 OR WS-DATE-CHECK(6:2) > '12'
                 OR WS-DATE-CHECK(9:2) < '01'
                 OR WS-DATE-CHECK(9:2) > '31'
                 MOVE 'N' TO WS-DATE-VALID-SWITCH
              END-IF
           END-IF.

       140-LOAD-GL-POSTINGS.
      *    Both registers are optional -- a site that has never run
      *    GLEXTRCT, or whose CKPTMNT has not yet aged anything off,
      *    simply has blank GL columns on the extract.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT POSTING-FILE
           EVALUATE WS-GLPOST-STATUS
               WHEN '35'
                   DISPLAY 'AUDSAMP: NO GLPOST - NOTHING LIVE TO JOIN'
               WHEN '00'
                   PERFORM 145-LOAD-ONE-POSTING UNTIL WS-EOF
                   CLOSE POSTING-FILE
               WHEN OTHER
                   DISPLAY 'AUDSAMP: CANNOT OPEN GLPOST, STATUS='
                       WS-GLPOST-STATUS
                   SET WS-ABEND TO TRUE
           END-EVALUATE
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-ABEND
              OPEN INPUT POSTING-ARCHIVE-FILE
              EVALUATE WS-GLPOSTAR-STATUS
                  WHEN '35'
                      CONTINUE
                  WHEN '00'
                      PERFORM 146-LOAD-ONE-ARCHIVED-POSTING
                          UNTIL WS-EOF
                      CLOSE POSTING-ARCHIVE-FILE
                  WHEN OTHER
                      DISPLAY 'AUDSAMP: CANNOT OPEN GLPOSTAR, STATUS='
                          WS-GLPOSTAR-STATUS
                      SET WS-ABEND TO TRUE
              END-EVALUATE
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       145-LOAD-ONE-POSTING.
           READ POSTING-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-GL-COUNT < WS-GL-MAX
                      ADD 1 TO WS-GL-COUNT
                      MOVE 'GLPOST' TO WS-GL-SOURCE(WS-GL-COUNT)
                      MOVE GLP-BUS-DATE TO WS-GL-BUS-DATE(WS-GL-COUNT)
                      MOVE GLP-GENERATED-AT
                          TO WS-GL-GENERATED-AT(WS-GL-COUNT)
                      MOVE GLP-STATUS TO WS-GL-STATUS(WS-GL-COUNT)
                      MOVE GLP-POST-REFERENCE
                          TO WS-GL-REFERENCE(WS-GL-COUNT)
                   ELSE
                      ADD 1 TO WS-GL-DROPPED-COUNT
                   END-IF
           END-READ.

       146-LOAD-ONE-ARCHIVED-POSTING.
           READ POSTING-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-GL-COUNT < WS-GL-MAX
                      ADD 1 TO WS-GL-COUNT
                      MOVE 'GLPOSTAR' TO WS-GL-SOURCE(WS-GL-COUNT)
                      MOVE GPA-BUS-DATE TO WS-GL-BUS-DATE(WS-GL-COUNT)
                      MOVE GPA-GENERATED-AT
                          TO WS-GL-GENERATED-AT(WS-GL-COUNT)
                      MOVE GPA-STATUS TO WS-GL-STATUS(WS-GL-COUNT)
                      MOVE GPA-POST-REFERENCE
                          TO WS-GL-REFERENCE(WS-GL-COUNT)
                   ELSE
                      ADD 1 TO WS-GL-DROPPED-COUNT
                   END-IF
           END-READ.

       200-COUNT-POPULATION.
      *    First pass: the whole archive, so the population figures
      *    (and a fixed interval) rest on every line there is.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           EVALUATE WS-AUDARCH-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 205-COUNT-ONE-ARCHIVE-LINE UNTIL WS-EOF
                   CLOSE AUDIT-ARCHIVE-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'AUDSAMP: CANNOT OPEN AUDARCH, STATUS='
                       WS-AUDARCH-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
                   CLOSE EXTRACT-FILE
                   CLOSE CONTROL-REPORT-FILE
           END-EVALUATE.

       205-COUNT-ONE-ARCHIVE-LINE.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-IS-HEADER
                           ADD 1 TO WS-SECTION-COUNT
                           IF WS-FIRST-SECTION-DATE = SPACES
                              OR ARH-RUN-DATE < WS-FIRST-SECTION-DATE
                              MOVE ARH-RUN-DATE
                                  TO WS-FIRST-SECTION-DATE
                           END-IF
                           IF ARH-RUN-DATE > WS-LAST-SECTION-DATE
                              MOVE ARH-RUN-DATE TO WS-LAST-SECTION-DATE
                           END-IF
                       WHEN ARC-AREA-ID = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 220-DECODE-ARCHIVE-LINE
                           IF WS-ROW-READABLE
                              ADD 1 TO WS-LINE-READ-COUNT
                              ADD WS-ROW-AMOUNT TO WS-ARCHIVE-AMOUNT
                              MOVE 0 TO WS-STRATUM-HIT-COUNT
                              PERFORM 210-COUNT-IN-STRATUM
                                  VARYING WS-STRAT-SUB FROM 1 BY 1
                                  UNTIL WS-STRAT-SUB > WS-STRAT-COUNT
                              IF WS-STRATUM-HIT-COUNT = 0
                                 ADD 1 TO WS-NO-STRATUM-COUNT
                              END-IF
                           ELSE
                              ADD 1 TO WS-UNREADABLE-COUNT
                              DISPLAY 'AUDSAMP: UNREADABLE AUDARCH '
                                  'LINE SKIPPED: ' ARC-TIMESTAMP ' '
                                  ARC-AREA-ID
                           END-IF
                   END-EVALUATE
           END-READ.

       210-COUNT-IN-STRATUM.
           PERFORM 230-CHECK-STRATUM
           IF WS-ROW-IN-STRATUM
              ADD 1 TO WS-STRATUM-HIT-COUNT
              ADD 1 TO WS-SS-POP-COUNT(WS-STRAT-SUB)
              ADD WS-ROW-AMOUNT TO WS-SS-POP-AMOUNT(WS-STRAT-SUB)
              IF WS-ROW-AMOUNT < 0
                 ADD 1 TO WS-SS-RVSL-COUNT(WS-STRAT-SUB)
                 ADD WS-ROW-AMOUNT TO WS-SS-RVSL-AMOUNT(WS-STRAT-SUB)
              ELSE
                 ADD 1 TO WS-SS-XFER-COUNT(WS-STRAT-SUB)
                 ADD WS-ROW-AMOUNT TO WS-SS-XFER-AMOUNT(WS-STRAT-SUB)
              END-IF
           END-IF.

       220-DECODE-ARCHIVE-LINE.
      *    Reversals carry the offsetting (negative) amount on the
      *    audit line, so the sign is the type.  WS-ROW-AMOUNT is the
      *    base amount, signed the same way; a base amount present
      *    but unreadable makes the whole line unreadable.
           MOVE 'N' TO WS-ROW-READABLE-SWITCH
           MOVE ARC-TIMESTAMP TO WS-ROW-COMPLETED-AT
           MOVE ARC-TIMESTAMP(1:8) TO WS-ROW-DATE-8
           MOVE ARC-AREA-ID TO WS-ROW-AREA-ID
           MOVE ARC-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
           MOVE ARC-CURRENCY TO WS-ROW-CURRENCY
           MOVE 0 TO WS-ROW-AMOUNT
           MOVE 0 TO WS-ROW-ORIG-AMOUNT
           IF WS-ROW-DATE-8 NUMERIC
              AND ARC-AMOUNT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ARC-AMOUNT) = 0
              COMPUTE WS-ROW-ORIG-AMOUNT = FUNCTION NUMVAL(ARC-AMOUNT)
              IF ARC-BASE-AMOUNT = SPACES
                 MOVE WS-ROW-ORIG-AMOUNT TO WS-ROW-AMOUNT
                 SET WS-ROW-READABLE TO TRUE
              ELSE
                 IF FUNCTION TEST-NUMVAL(ARC-BASE-AMOUNT) = 0
                    COMPUTE WS-ROW-AMOUNT =
                        FUNCTION NUMVAL(ARC-BASE-AMOUNT)
                    SET WS-ROW-READABLE TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-ROW-AMOUNT < 0
              COMPUTE WS-ROW-ABS-AMOUNT = 0 - WS-ROW-AMOUNT
           ELSE
              MOVE WS-ROW-AMOUNT TO WS-ROW-ABS-AMOUNT
           END-IF.

       230-CHECK-STRATUM.
           MOVE 'N' TO WS-ROW-IN-STRATUM-SWITCH
           IF WS-ROW-DATE-8 >= WS-SS-FROM-8(WS-STRAT-SUB)
              AND WS-ROW-DATE-8 <= WS-SS-TO-8(WS-STRAT-SUB)
              AND WS-ROW-ABS-AMOUNT >= WS-SS-LOW-AMOUNT(WS-STRAT-SUB)
              AND WS-ROW-ABS-AMOUNT <= WS-SS-HIGH-AMOUNT(WS-STRAT-SUB)
              AND (WS-SS-AREA-ID(WS-STRAT-SUB) = SPACES
                   OR WS-SS-AREA-ID(WS-STRAT-SUB) = WS-ROW-AREA-ID)
              EVALUATE WS-SS-TYPE(WS-STRAT-SUB)
                  WHEN 'T'
                      IF WS-ROW-AMOUNT NOT < 0
                         SET WS-ROW-IN-STRATUM TO TRUE
                      END-IF
                  WHEN 'R'
                      IF WS-ROW-AMOUNT < 0
                         SET WS-ROW-IN-STRATUM TO TRUE
                      END-IF
                  WHEN OTHER
                      SET WS-ROW-IN-STRATUM TO TRUE
              END-EVALUATE
           END-IF.

       300-PLAN-SAMPLES.
      *    Seed the stream, then fix each interval stratum's step and
      *    random start before the second pass draws anything.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-SEED)
           PERFORM 310-PLAN-ONE-STRATUM
               VARYING WS-STRAT-SUB FROM 1 BY 1
               UNTIL WS-STRAT-SUB > WS-STRAT-COUNT.

       310-PLAN-ONE-STRATUM.
           IF WS-SS-SAMPLE-SIZE(WS-STRAT-SUB)
              < WS-SS-POP-COUNT(WS-STRAT-SUB)
              MOVE WS-SS-SAMPLE-SIZE(WS-STRAT-SUB)
                  TO WS-SS-TARGET(WS-STRAT-SUB)
           ELSE
              MOVE WS-SS-POP-COUNT(WS-STRAT-SUB)
                  TO WS-SS-TARGET(WS-STRAT-SUB)
           END-IF
           IF WS-SS-METHOD(WS-STRAT-SUB) = 'I'
              AND WS-SS-TARGET(WS-STRAT-SUB) > 0
              DIVIDE WS-SS-POP-COUNT(WS-STRAT-SUB)
                  BY WS-SS-TARGET(WS-STRAT-SUB)
                  GIVING WS-SS-INTERVAL(WS-STRAT-SUB)
              COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
              COMPUTE WS-SS-START(WS-STRAT-SUB) =
                  FUNCTION INTEGER(WS-RANDOM-VALUE
                      * WS-SS-INTERVAL(WS-STRAT-SUB)) + 1
              MOVE WS-SS-START(WS-STRAT-SUB)
                  TO WS-SS-NEXT-PICK(WS-STRAT-SUB)
           END-IF.

       400-SELECT-SAMPLE.
      *    Second pass.  Sections are re-dated as they go by so each
      *    selected item carries the AUDCONS run that archived it.
           SET WS-SECOND-PASS TO TRUE
           MOVE SPACES TO WS-CUR-ARCHIVE-DATE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = '00'
              DISPLAY 'AUDSAMP: CANNOT REOPEN AUDARCH, STATUS='
                  WS-AUDARCH-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM 405-SELECT-FROM-ONE-LINE UNTIL WS-EOF
              CLOSE AUDIT-ARCHIVE-FILE
              MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       405-SELECT-FROM-ONE-LINE.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-IS-HEADER
                           MOVE ARH-RUN-DATE TO WS-CUR-ARCHIVE-DATE
                       WHEN ARC-AREA-ID = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 220-DECODE-ARCHIVE-LINE
                           IF WS-ROW-READABLE
                              PERFORM 410-SELECT-FOR-STRATUM
                                  VARYING WS-STRAT-SUB FROM 1 BY 1
                                  UNTIL WS-STRAT-SUB > WS-STRAT-COUNT
                           END-IF
                   END-EVALUATE
           END-READ.

       410-SELECT-FOR-STRATUM.
      *    Fixed interval: the start item, then every interval-th.
      *    Random: take the item with probability (wanted - taken) /
      *    (population - seen before it), so exactly the target is
      *    drawn and every item has the same chance.
           PERFORM 230-CHECK-STRATUM
           IF WS-ROW-IN-STRATUM
              ADD 1 TO WS-SS-SEEN(WS-STRAT-SUB)
              MOVE 'N' TO WS-ROW-TAKEN-SWITCH
              IF WS-SS-PICKED(WS-STRAT-SUB)
                 < WS-SS-TARGET(WS-STRAT-SUB)
                 IF WS-SS-METHOD(WS-STRAT-SUB) = 'I'
                    IF WS-SS-SEEN(WS-STRAT-SUB)
                       = WS-SS-NEXT-PICK(WS-STRAT-SUB)
                       SET WS-ROW-TAKEN TO TRUE
                       ADD WS-SS-INTERVAL(WS-STRAT-SUB)
                           TO WS-SS-NEXT-PICK(WS-STRAT-SUB)
                    END-IF
                 ELSE
                    COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
                    COMPUTE WS-DRAW-REMAINING =
                        WS-SS-POP-COUNT(WS-STRAT-SUB)
                        - WS-SS-SEEN(WS-STRAT-SUB) + 1
                    COMPUTE WS-DRAW-WANTED =
                        WS-SS-TARGET(WS-STRAT-SUB)
                        - WS-SS-PICKED(WS-STRAT-SUB)
                    COMPUTE WS-DRAW-VALUE =
                        WS-RANDOM-VALUE * WS-DRAW-REMAINING
                    IF WS-DRAW-REMAINING > 0
                       AND WS-DRAW-VALUE < WS-DRAW-WANTED
                       SET WS-ROW-TAKEN TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF WS-ROW-TAKEN
                 ADD 1 TO WS-SS-PICKED(WS-STRAT-SUB)
                 MOVE WS-STRAT-SUB TO SRT-STRATUM-SUB
                 MOVE WS-SS-SEEN(WS-STRAT-SUB) TO SRT-POPULATION-SEQ
                 MOVE WS-ROW-COMPLETED-AT TO SRT-COMPLETED-AT
                 MOVE WS-ROW-AREA-ID TO SRT-AREA-ID
                 MOVE WS-ROW-AMOUNT TO SRT-AMOUNT
                 MOVE WS-ROW-EFF-DATE TO SRT-EFF-DATE
                 MOVE WS-CUR-ARCHIVE-DATE TO SRT-ARCHIVED-ON
                 MOVE WS-ROW-CURRENCY TO SRT-CURRENCY
                 MOVE WS-ROW-ORIG-AMOUNT TO SRT-ORIG-AMOUNT
                 RELEASE SORT-RECORD
              END-IF
           END-IF.

       500-WRITE-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 505-RETURN-ONE-RECORD UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH.

       505-RETURN-ONE-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 510-WRITE-ONE-EXTRACT-LINE
           END-RETURN.

       510-WRITE-ONE-EXTRACT-LINE.
           MOVE SRT-STRATUM-SUB TO WS-STRAT-SUB
           ADD 1 TO WS-SS-WRITTEN(WS-STRAT-SUB)
           ADD SRT-AMOUNT TO WS-SS-SAMPLE-AMOUNT(WS-STRAT-SUB)
           MOVE SPACES TO AUDIT-EXTRACT-RECORD
           MOVE WS-SS-ID(WS-STRAT-SUB) TO AXT-STRATUM-ID
           MOVE WS-SS-WRITTEN(WS-STRAT-SUB) TO AXT-SAMPLE-SEQ
           MOVE SRT-POPULATION-SEQ TO AXT-POPULATION-SEQ
           MOVE SRT-COMPLETED-AT TO AXT-COMPLETED-AT
           MOVE SRT-AREA-ID TO AXT-AREA-ID
           IF SRT-AMOUNT < 0
              MOVE 'REVERSAL' TO AXT-TYPE
           ELSE
              MOVE 'TRANSFER' TO AXT-TYPE
           END-IF
           MOVE SRT-AMOUNT TO AXT-AMOUNT
           MOVE SRT-CURRENCY TO AXT-CURRENCY
           MOVE SRT-ORIG-AMOUNT TO AXT-ORIG-AMOUNT
           MOVE SRT-EFF-DATE TO AXT-EFF-DATE
           MOVE SRT-ARCHIVED-ON TO AXT-ARCHIVED-ON
           PERFORM 520-FIND-GL-POSTING
           IF WS-GL-MATCH-SUB > 0
              MOVE WS-GL-SOURCE(WS-GL-MATCH-SUB) TO AXT-GL-SOURCE
              MOVE WS-GL-STATUS(WS-GL-MATCH-SUB) TO AXT-GL-STATUS
              MOVE WS-GL-REFERENCE(WS-GL-MATCH-SUB)
                  TO AXT-GL-POST-REFERENCE
              MOVE WS-GL-GENERATED-AT(WS-GL-MATCH-SUB)
                  TO AXT-GL-GENERATED-AT
           ELSE
              ADD 1 TO WS-SS-NO-GL-COUNT(WS-STRAT-SUB)
           END-IF
           WRITE AUDIT-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       520-FIND-GL-POSTING.
      *    GLEXTRCT cuts one interface batch per effective date per
      *    extract, so an item went out in the first batch for its
      *    effective date generated after it completed (both stamps
      *    are CURRENT-DATE form, so they compare directly).
           MOVE 0 TO WS-GL-MATCH-SUB
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
              IF WS-GL-BUS-DATE(WS-GL-SUB) = SRT-EFF-DATE
                 AND WS-GL-GENERATED-AT(WS-GL-SUB)(1:16)
                     >= SRT-COMPLETED-AT(1:16)
                 IF WS-GL-MATCH-SUB = 0
                    MOVE WS-GL-SUB TO WS-GL-MATCH-SUB
                 ELSE
                    IF WS-GL-GENERATED-AT(WS-GL-SUB)
                       < WS-GL-GENERATED-AT(WS-GL-MATCH-SUB)
                       MOVE WS-GL-SUB TO WS-GL-MATCH-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       600-WRITE-CONTROL-REPORT.
           PERFORM 650-WRITE-PAGE-HEADING
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'SAMPLE SEED: ' WS-SEED ' (' DELIMITED BY SIZE
               WS-SEED-SOURCE DELIMITED BY SPACE
               ') - RERUN WITH THIS SEED FOR THE SAME SAMPLE'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE 'AUDARCH POPULATION' TO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  ARCHIVE SECTIONS        : ' WS-COUNT-DISPLAY
               '  ' WS-FIRST-SECTION-DATE ' TO '
               WS-LAST-SECTION-DATE
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-LINE-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ARCHIVE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  TRANSFER LINES READ     : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-NO-STRATUM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  IN NO STRATUM           : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  UNREADABLE, SKIPPED     : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-GL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  GL INTERFACE BATCHES    : ' WS-COUNT-DISPLAY
               '  (GLPOST AND GLPOSTAR)'
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           PERFORM 610-WRITE-ONE-STRATUM
               VARYING WS-STRAT-SUB FROM 1 BY 1
               UNTIL WS-STRAT-SUB > WS-STRAT-COUNT
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'EXTRACT LINES WRITTEN     : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           IF WS-UNREADABLE-COUNT > 0
              MOVE 'NOTE: UNREADABLE AUDARCH LINES - POPULATION SHORT'
                  TO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF WS-GL-DROPPED-COUNT > 0
              MOVE WS-GL-DROPPED-COUNT TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING 'NOTE: GL TABLE FULL - BATCHES NOT JOINED: '
                  WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF WS-CHANGED-COUNT > 0
              MOVE 'NOTE: AUDARCH CHANGED DURING THE RUN - RERUN'
                  TO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.

       610-WRITE-ONE-STRATUM.
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING 'STRATUM ' WS-SS-ID(WS-STRAT-SUB) '  '
               WS-SS-DESCRIPTION(WS-STRAT-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           IF WS-SS-AREA-ID(WS-STRAT-SUB) = SPACES
              MOVE 'ALL' TO WS-AREA-TEXT
           ELSE
              MOVE WS-SS-AREA-ID(WS-STRAT-SUB) TO WS-AREA-TEXT
           END-IF
           EVALUATE WS-SS-TYPE(WS-STRAT-SUB)
               WHEN 'T'
                   MOVE 'TRANSFERS ONLY' TO WS-TYPE-TEXT
               WHEN 'R'
                   MOVE 'REVERSALS ONLY' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'BOTH' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-SS-FROM-DATE(WS-STRAT-SUB) TO WS-FROM-TEXT
           IF WS-FROM-TEXT = SPACES
              MOVE '(START)' TO WS-FROM-TEXT
           END-IF
           MOVE WS-SS-TO-DATE(WS-STRAT-SUB) TO WS-TO-TEXT
           IF WS-TO-TEXT = SPACES
              MOVE '(END)' TO WS-TO-TEXT
           END-IF
           STRING '  COMPLETED ' WS-FROM-TEXT ' TO ' WS-TO-TEXT
               '  AREA ' WS-AREA-TEXT '  TYPE ' WS-TYPE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-LOW-AMOUNT(WS-STRAT-SUB) TO WS-LOW-DISPLAY
           MOVE WS-SS-HIGH-AMOUNT(WS-STRAT-SUB) TO WS-HIGH-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  BASE AMOUNT BAND ' WS-LOW-DISPLAY ' TO '
               WS-HIGH-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-POP-COUNT(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-SS-POP-AMOUNT(WS-STRAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  POPULATION              : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-XFER-COUNT(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-SS-XFER-AMOUNT(WS-STRAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '    TRANSFERS             : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-RVSL-COUNT(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-SS-RVSL-AMOUNT(WS-STRAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '    REVERSALS             : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-SAMPLE-SIZE(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           IF WS-SS-METHOD(WS-STRAT-SUB) = 'I'
              MOVE WS-SS-INTERVAL(WS-STRAT-SUB) TO WS-COUNT-DISPLAY-2
              STRING '  SAMPLE REQUESTED        : ' WS-COUNT-DISPLAY
                  '  FIXED INTERVAL ' WS-COUNT-DISPLAY-2
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
              MOVE WS-SS-START(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '  RANDOM START AT ITEM    : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           ELSE
              STRING '  SAMPLE REQUESTED        : ' WS-COUNT-DISPLAY
                  '  RANDOM'
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           END-IF
           PERFORM 655-WRITE-REPORT-LINE
           MOVE WS-SS-WRITTEN(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-SS-SAMPLE-AMOUNT(WS-STRAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  SAMPLE SELECTED         : ' WS-COUNT-DISPLAY
               '  ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 655-WRITE-REPORT-LINE
           IF WS-SS-NO-GL-COUNT(WS-STRAT-SUB) > 0
              MOVE WS-SS-NO-GL-COUNT(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '    NO GL BATCH FOUND     : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
           END-IF
           IF WS-SS-WRITTEN(WS-STRAT-SUB) < WS-SS-SAMPLE-SIZE
                                               (WS-STRAT-SUB)
              MOVE '    POPULATION UNDER SAMPLE SIZE - TAKEN WHOLE'
                  TO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
           END-IF
           IF WS-SS-SEEN(WS-STRAT-SUB) NOT = WS-SS-POP-COUNT
                                              (WS-STRAT-SUB)
              ADD 1 TO WS-CHANGED-COUNT
              MOVE WS-SS-SEEN(WS-STRAT-SUB) TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '    SECOND PASS COUNTED   : ' WS-COUNT-DISPLAY
                  ' - DOES NOT AGREE'
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 655-WRITE-REPORT-LINE
           END-IF.

       650-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'AUDSAMP - AUDIT SAMPLE CONTROL REPORT   RUN '
               WS-RUN-DATE '           PAGE ' WS-PAGE-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE ALL '-' TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT.

       655-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
              PERFORM 650-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-REPORT-DETAIL TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       700-REPORT-TOTALS.
           DISPLAY 'AUDSAMP STRATA=' WS-STRAT-COUNT
               ' ARCHIVE-LINES=' WS-LINE-READ-COUNT
               ' EXTRACTED=' WS-EXTRACT-COUNT
           IF WS-RETURN-CODE NOT = 0
              DISPLAY 'AUDSAMP: RETURN CODE ' WS-RETURN-CODE
                  ' - SEE AUDSRPT'
           END-IF.
