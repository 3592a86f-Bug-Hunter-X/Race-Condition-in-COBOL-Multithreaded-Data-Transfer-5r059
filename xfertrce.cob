       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERTRCE.
      *****************************************************************
      *  XFERTRCE
      *  Single-item trace inquiry, in the spirit of LOCKINQ and
      *  XFERHIST.  "Where is this transfer?" used to mean checking
      *  every disposition dataset by hand; this takes an area id on
      *  the command line, optionally followed by an amount and/or an
      *  effective date (YYYY-MM-DD) to narrow it, and lists every
      *  place a matching item appears, in life-cycle order:
      *    EDITREJ, REJQUEUE        edit rejects, and the repair queue
      *    SUSPXFER, SUSPREJ        suspected duplicates, and rejected
      *    VALINFIL                 accepted, awaiting XFERMAIN
      *    PENDXFER                 warehoused until its date
      *    HELDXFER, HOLDREJ        held for approval, and rejected
      *    LIMTXFER                 refused over the overdraft limit
      *    ESCLXFER                 escalated after the retries
      *    OUTFILE                  transferred, not yet extracted
      *    AUDITLOG, HISTFILE,      completed transfers (today's
      *    AUDARCH                  log, the history, the archive)
      *  with its status, batch id and timestamp there -- columns a
      *  dataset does not carry are left blank (EDITREJ and REJQUEUE
      *  cannot hold the amount, HOLDREJ and SUSPREJ do not keep the
      *  effective date; such rows match on what they do carry).  A
      *  reversal matches on the amount it backs out.  An inquiry
      *  amount matches either the item's own amount or its base-
      *  currency amount (worked from the rate stamped on the detail,
      *  or taken from the audit line), so a figure off a statement
      *  or the ledger finds a foreign-currency item too.  The
      *  currency column is blank for base currency and on the
      *  reject logs, which do not keep it.
      *  The completions are followed by the GLPOST (or archived
      *  GLPOSTAR) line of each that has reached the ledger: the first
      *  interface batch for its effective date generated after it
      *  completed.
      *  The trace ends with a one-line verdict of the item's current
      *  state, taken from the furthest point it has reached.  When
      *  the inquiry matches more than one distinct item (amount,
      *  currency and date), or a dataset could not be read, the
      *  verdict says so.
      *  Read-only; opens are retried on FILE STATUS 61 the way
      *  HELDINQ does, since XFERMAIN may be appending as it runs.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "EDITREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJECT-QUEUE-FILE ASSIGN TO "REJQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "SUSPXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SUSPECT-REJECT-FILE ASSIGN TO "SUSPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VALIDATED-DATASET ASSIGN TO "VALINFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HELD-FILE ASSIGN TO "HELDXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJECT-LOG-FILE ASSIGN TO "HOLDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "LIMTXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ESCALATED-DATASET ASSIGN TO "ESCLXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OUTPUT-DATASET ASSIGN TO "OUTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT POSTING-ARCHIVE-FILE ASSIGN TO "GLPOSTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    XFEREDIT's EDITREJ layout (REJREPR keeps the same one).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  REJ-REASON-CODE             PIC X(4).
           05  FILLER                      PIC X.
           05  REJ-FIELD-NAME              PIC X(19).
           05  FILLER                      PIC X.
           05  REJ-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  REJ-EFF-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  REJ-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X.
           05  REJ-TYPE-CODE               PIC X(1).
           05  FILLER                      PIC X.
           05  REJ-ORIG-STAMP              PIC X(21).
           05  FILLER                      PIC X.
           05  REJ-PRIORITY                PIC X(1).
           05  FILLER                      PIC X.
           05  REJ-CURRENCY                PIC X(3).

      *    REJREPR's REJQUEUE layout.
       FD  REJECT-QUEUE-FILE.
       01  REJECT-QUEUE-RECORD.
           05  RQ-FIRST-SEEN               PIC X(10).
           05  FILLER                      PIC X.
           05  RQ-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X.
           05  RQ-FIELD-NAME               PIC X(19).
           05  FILLER                      PIC X.
           05  RQ-AREA-ID                  PIC X(10).
           05  FILLER                      PIC X.
           05  RQ-EFF-DATE                 PIC X(10).
           05  FILLER                      PIC X.
           05  RQ-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X.
           05  RQ-TYPE-CODE                PIC X(1).
           05  FILLER                      PIC X.
           05  RQ-ORIG-STAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  RQ-PRIORITY                 PIC X(1).
           05  FILLER                      PIC X.
           05  RQ-CURRENCY                 PIC X(3).

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

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY XFERREC REPLACING XFER-ID             BY PND-ID
                                   XFER-AMOUNT         BY PND-AMOUNT
                                   XFER-EFFECTIVE-DATE BY PND-EFF-DATE
                                   XFER-FILLER         BY PND-FILLER.

       FD  HELD-FILE.
           COPY HELDXFER.

       FD  REJECT-LOG-FILE.
       01  REJECT-LOG-RECORD.
           05  RJL-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  RJL-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  RJL-AMOUNT                  PIC X(13).
           05  FILLER                      PIC X.
           05  RJL-DESCRIPTION             PIC X(30).

       FD  LIMIT-FILE.
           COPY LIMTXFER.

       FD  ESCALATED-DATASET.
       01  ESCALATED-RECORD.
           COPY XFERREC REPLACING XFER-ID             BY ESC-ID
                                   XFER-AMOUNT         BY ESC-AMOUNT
                                   XFER-EFFECTIVE-DATE BY ESC-EFF-DATE
                                   XFER-FILLER         BY ESC-FILLER.

       FD  OUTPUT-DATASET.
       01  OUTPUT-RECORD.
           COPY XFERREC REPLACING XFER-ID             BY OUT-ID
                                   XFER-AMOUNT         BY OUT-AMOUNT
                                   XFER-EFFECTIVE-DATE BY OUT-EFF-DATE
                                   XFER-FILLER         BY OUT-FILLER.

      *    XFERMAIN's audit line; AUDARCH holds the same lines under
      *    AUDCONS's dated section headers.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  AUD-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  AUD-WAIT-MS                 PIC X(5).
           05  FILLER                      PIC X.
           05  AUD-ID                      PIC X(10).
           05  FILLER                      PIC X.
           05  AUD-AMOUNT                  PIC X(13).
           05  FILLER                      PIC X.
           05  AUD-EFFECTIVE-DATE          PIC X(10).
           05  FILLER                      PIC X.
           05  AUD-TYPE-FLAG               PIC X(8).
           05  FILLER                      PIC X.
           05  AUD-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  AUD-BASE-AMOUNT             PIC X(13).

       FD  HISTORY-FILE.
           COPY HISTREC.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-PARM-FAILED-SWITCH       PIC X VALUE 'N'.
           88  WS-PARM-FAILED          VALUE 'Y'.
       01  WS-FILE-OPEN-SWITCH         PIC X VALUE 'N'.
           88  WS-FILE-OPEN            VALUE 'Y'.

       01  WS-OPEN-RETRY               PIC 999 VALUE 0.
       01  WS-OPEN-MAX-RETRY           PIC 999 VALUE 100.
       01  WS-SLEEP-NANOS              PIC 9(9) COMP-5.

      *    The inquiry: area id, then optionally an amount and/or an
      *    effective date in either order.
       01  WS-INQUIRY-PARM             PIC X(80).
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN OCCURS 3 TIMES
                                       PIC X(20).
       01  WS-TOKEN-SUB                PIC 9.
       01  WS-TRC-AREA-ID              PIC X(10).
       01  WS-TRC-AMOUNT               PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TRC-EFF-DATE             PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-GIVEN-SWITCH      PIC X VALUE 'N'.
           88  WS-AMOUNT-GIVEN         VALUE 'Y'.
       01  WS-DATE-GIVEN-SWITCH        PIC X VALUE 'N'.
           88  WS-DATE-GIVEN           VALUE 'Y'.

      *    Amount scan -- the digits/one-dot/blanks check XFERMAIN
      *    applies to XFERPARM values before NUMVAL.
       01  WS-PARM-VALID-SWITCH        PIC X.
           88  WS-PARM-VALID           VALUE 'Y'.
       01  WS-PARM-WORK-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-PARM-DIGIT-COUNT         PIC 9(3).
       01  WS-PARM-DOT-COUNT           PIC 9(3).
       01  WS-PARM-SCAN-SUB            PIC 9(3).

      *    The row in hand, set by each search paragraph before
      *    400-MATCH-ROW and 500-SHOW-TRACE-ROW.
       01  WS-ROW-PLACE                PIC X(8).
       01  WS-ROW-STATUS               PIC X(24).
       01  WS-ROW-BATCH-ID             PIC X(8).
       01  WS-ROW-STAMP                PIC X(21).
       01  WS-ROW-AREA-ID              PIC X(10).
       01  WS-ROW-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-ROW-ABS-AMOUNT           PIC S9(9)V99 COMP-3.
       01  WS-ROW-AMOUNT-X             PIC X(13).
       01  WS-ROW-EFF-DATE             PIC X(10).
       01  WS-ROW-AMOUNT-KNOWN-SWITCH  PIC X.
           88  WS-ROW-AMOUNT-KNOWN     VALUE 'Y'.
       01  WS-ROW-CURRENCY             PIC X(3).
       01  WS-ROW-BASE-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-ROW-ABS-BASE-AMOUNT      PIC S9(11)V99 COMP-3.
       01  WS-ROW-BASE-AMOUNT-X        PIC X(13).
       01  WS-ROW-RATE                 PIC 9(5)V9(6).
       01  WS-ROW-RATE-X REDEFINES WS-ROW-RATE
                                       PIC X(11).
       01  WS-ROW-BASE-KNOWN-SWITCH    PIC X.
           88  WS-ROW-BASE-KNOWN       VALUE 'Y'.
       01  WS-ROW-REVERSAL-SWITCH      PIC X.
           88  WS-ROW-REVERSAL         VALUE 'Y'.
       01  WS-ROW-MATCHED-SWITCH       PIC X.
           88  WS-ROW-MATCHED          VALUE 'Y'.

       01  WS-CUR-BATCH-ID             PIC X(8) VALUE SPACES.
       01  WS-CUR-BUS-DATE             PIC X(10) VALUE SPACES.
       01  WS-CUR-ARCHIVE-DATE         PIC X(10) VALUE SPACES.

       01  WS-TRACE-LINE.
           05  WS-TL-PLACE             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-STATUS            PIC X(24).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-STAMP             PIC X(21).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-AMOUNT            PIC -(9)9.99.
           05  WS-TL-AMOUNT-X REDEFINES WS-TL-AMOUNT
                                       PIC X(13).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-TL-EFF-DATE          PIC X(10).

      *    Where the item was seen, for the verdict.  The standing
      *    datasets (VALINFIL, PENDXFER, HELDXFER, SUSPXFER, REJQUEUE)
      *    say where it is now; HOLDREJ, SUSPREJ, LIMTXFER and
      *    ESCLXFER are cumulative logs of where it has been.
       01  WS-COUNTS.
           05  WS-ROW-COUNT            PIC 9(7) VALUE 0.
           05  WS-EDITREJ-COUNT        PIC 9(7) VALUE 0.
           05  WS-REPAIR-COUNT         PIC 9(7) VALUE 0.
           05  WS-SUSPECT-COUNT        PIC 9(7) VALUE 0.
           05  WS-SUSPREJ-COUNT        PIC 9(7) VALUE 0.
           05  WS-VALIN-COUNT          PIC 9(7) VALUE 0.
           05  WS-PEND-COUNT           PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-HOLDREJ-COUNT        PIC 9(7) VALUE 0.
           05  WS-LIMIT-COUNT          PIC 9(7) VALUE 0.
           05  WS-ESCL-COUNT           PIC 9(7) VALUE 0.
           05  WS-OUTFILE-COUNT        PIC 9(7) VALUE 0.
           05  WS-OUT-REVERSAL-COUNT   PIC 9(7) VALUE 0.
           05  WS-UNREAD-COUNT         PIC 9(3) VALUE 0.
       01  WS-PEND-UNTIL               PIC X(10) VALUE SPACES.
       01  WS-HELD-SINCE               PIC X(21) VALUE SPACES.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

      *    Completions seen on AUDITLOG, HISTFILE and AUDARCH, once
      *    each (the same audit line reaches all three), with the
      *    ledger batch found for each.  Collected front-to-back; a
      *    full table keeps the first ones and says so.
       01  WS-CMP-MAX                  PIC 9(3) VALUE 200.
       01  WS-CMP-COUNT                PIC 9(3) VALUE 0.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 200 TIMES.
               10  WS-CP-COMPLETED-AT  PIC X(21).
               10  WS-CP-EFF-DATE      PIC X(10).
               10  WS-CP-REVERSAL-SW   PIC X.
               10  WS-CP-GL-PLACE      PIC X(8).
               10  WS-CP-GL-GENERATED  PIC X(21).
               10  WS-CP-GL-STATUS     PIC X(1).
               10  WS-CP-GL-REFERENCE  PIC X(12).
       01  WS-CMP-SUB                  PIC 9(3).
       01  WS-LATEST-SUB               PIC 9(3) VALUE 0.
       01  WS-CMP-FOUND-SWITCH         PIC X.
           88  WS-CMP-FOUND            VALUE 'Y'.
       01  WS-CMP-OVERFLOW-SWITCH      PIC X VALUE 'N'.
           88  WS-CMP-OVERFLOWED       VALUE 'Y'.

      *    The posting line in hand, from GLPOST or GLPOSTAR.
       01  WS-GL-PLACE                 PIC X(8).
       01  WS-GL-BUS-DATE              PIC X(10).
       01  WS-GL-GENERATED-AT          PIC X(21).
       01  WS-GL-STATUS                PIC X(1).
       01  WS-GL-REFERENCE             PIC X(12).

      *    Distinct items (amount, currency and effective date)
      *    among the rows that carry them -- more than one means the
      *    inquiry was too loose for a single verdict.
       01  WS-KEY-MAX                  PIC 9(3) VALUE 50.
       01  WS-KEY-COUNT                PIC 9(3) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 50 TIMES.
               10  WS-KY-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-KY-CURRENCY      PIC X(3).
               10  WS-KY-EFF-DATE      PIC X(10).
       01  WS-KEY-SUB                  PIC 9(3).
       01  WS-KEY-FOUND-SWITCH         PIC X.
           88  WS-KEY-FOUND            VALUE 'Y'.

       01  WS-VERDICT                  PIC X(70).

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-PARM-FAILED
              PERFORM 200-SEARCH-EDIT-REJECTS
              PERFORM 210-SEARCH-REJECT-QUEUE
              PERFORM 220-SEARCH-SUSPECTS
              PERFORM 230-SEARCH-SUSPECT-REJECTS
              PERFORM 240-SEARCH-VALIDATED
              PERFORM 250-SEARCH-PENDING
              PERFORM 260-SEARCH-HELD
              PERFORM 270-SEARCH-HOLD-REJECTS
              PERFORM 280-SEARCH-OVER-LIMIT
              PERFORM 290-SEARCH-ESCALATED
              PERFORM 300-SEARCH-OUTFILE
              PERFORM 310-SEARCH-AUDIT-LOG
              PERFORM 320-SEARCH-HISTORY
              PERFORM 330-SEARCH-AUDIT-ARCHIVE
              IF WS-CMP-COUNT > 0
                 PERFORM 600-FIND-GL-POSTINGS
              END-IF
              PERFORM 800-REPORT-VERDICT
           END-IF
           GOBACK.

       100-INITIALIZE.
           ACCEPT WS-INQUIRY-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN-TABLE
           UNSTRING WS-INQUIRY-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3)
           END-UNSTRING
           IF WS-PARM-TOKEN(1) = SPACES
              MOVE WS-PARM-TOKEN(2) TO WS-PARM-TOKEN(1)
              MOVE WS-PARM-TOKEN(3) TO WS-PARM-TOKEN(2)
              MOVE SPACES TO WS-PARM-TOKEN(3)
           END-IF
           MOVE WS-PARM-TOKEN(1) TO WS-TRC-AREA-ID
           IF WS-TRC-AREA-ID = SPACES
              DISPLAY 'XFERTRCE: AREA ID REQUIRED ON COMMAND LINE'
                  ' (THEN OPTIONAL AMOUNT AND/OR YYYY-MM-DD)'
              SET WS-PARM-FAILED TO TRUE
           ELSE
              PERFORM 110-PARSE-ONE-TOKEN
                  VARYING WS-TOKEN-SUB FROM 2 BY 1
                  UNTIL WS-TOKEN-SUB > 3
           END-IF
           IF NOT WS-PARM-FAILED
              MOVE SPACES TO WS-TRACE-LINE
              MOVE 'TRACE FOR' TO WS-TL-STATUS
              MOVE WS-TRC-AREA-ID TO WS-TL-STAMP
              IF WS-AMOUNT-GIVEN
                 MOVE WS-TRC-AMOUNT TO WS-TL-AMOUNT
              END-IF
              MOVE WS-TRC-EFF-DATE TO WS-TL-EFF-DATE
              DISPLAY 'XFERTRCE - SINGLE-ITEM TRACE'
              DISPLAY 'AREA ' WS-TRC-AREA-ID '  AMOUNT '
                  WS-TL-AMOUNT-X '  EFF-DATE ' WS-TL-EFF-DATE
              DISPLAY ' '
              DISPLAY 'PLACE    STATUS                   BATCH    '
                  'TIMESTAMP                    AMOUNT CCY '
                  'EFF-DATE'
           END-IF.

       110-PARSE-ONE-TOKEN.
      *    A token shaped YYYY-MM-DD is the effective date; anything
      *    else must scan as an amount.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) = SPACES
                   CONTINUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(5:1) = '-'
                AND WS-PARM-TOKEN(WS-TOKEN-SUB)(8:1) = '-'
                AND WS-PARM-TOKEN(WS-TOKEN-SUB)(11:10) = SPACES
                   MOVE WS-PARM-TOKEN(WS-TOKEN-SUB) TO WS-TRC-EFF-DATE
                   SET WS-DATE-GIVEN TO TRUE
               WHEN OTHER
                   PERFORM 115-VALIDATE-AMOUNT
                   IF WS-PARM-VALID
                      AND WS-PARM-WORK-VALUE <= 999999999.99
                      MOVE WS-PARM-WORK-VALUE TO WS-TRC-AMOUNT
                      SET WS-AMOUNT-GIVEN TO TRUE
                   ELSE
                      DISPLAY 'XFERTRCE: UNREADABLE AMOUNT OR DATE: '
                          WS-PARM-TOKEN(WS-TOKEN-SUB)
                      SET WS-PARM-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       115-VALIDATE-AMOUNT.
           MOVE 'N' TO WS-PARM-VALID-SWITCH
           MOVE 0 TO WS-PARM-DIGIT-COUNT
           MOVE 0 TO WS-PARM-DOT-COUNT
           PERFORM VARYING WS-PARM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SCAN-SUB > 20
              EVALUATE TRUE
                  WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)
                          (WS-PARM-SCAN-SUB:1) = SPACE
                      CONTINUE
                  WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)
                          (WS-PARM-SCAN-SUB:1) NUMERIC
                      ADD 1 TO WS-PARM-DIGIT-COUNT
                  WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)
                          (WS-PARM-SCAN-SUB:1) = '.'
                      ADD 1 TO WS-PARM-DOT-COUNT
                  WHEN OTHER
                      MOVE 999 TO WS-PARM-DIGIT-COUNT
                      MOVE 999 TO WS-PARM-DOT-COUNT
                      MOVE 20 TO WS-PARM-SCAN-SUB
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGIT-COUNT >= 1
              AND WS-PARM-DIGIT-COUNT <= 11
              AND WS-PARM-DOT-COUNT <= 1
              SET WS-PARM-VALID TO TRUE
              COMPUTE WS-PARM-WORK-VALUE =
                  FUNCTION NUMVAL(WS-PARM-TOKEN(WS-TOKEN-SUB))
           END-IF.

       120-BACKOFF-WAIT.
           COMPUTE WS-SLEEP-NANOS = 50 * 1000000
           CALL "CBL_OC_NANOSLEEP" USING WS-SLEEP-NANOS.

       190-CHECK-OPEN-STATUS.
      *    Common to every search: absent (35) just means nothing is
      *    there to find; anything else that is not a clean open is
      *    reported and counted, so the verdict can say it may be
      *    incomplete.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-FILE-OPEN-SWITCH
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   SET WS-FILE-OPEN TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'XFERTRCE: CANNOT OPEN ' WS-ROW-PLACE
                       ', STATUS=' WS-FILE-STATUS ' - NOT SEARCHED'
                   ADD 1 TO WS-UNREAD-COUNT
           END-EVALUATE.

       200-SEARCH-EDIT-REJECTS.
           MOVE 'EDITREJ' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT REJECT-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 205-CHECK-ONE-EDIT-REJECT UNTIL WS-EOF
              CLOSE REJECT-FILE
           END-IF.

       205-CHECK-ONE-EDIT-REJECT.
           READ REJECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE REJ-AREA-ID TO WS-ROW-AREA-ID
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   MOVE 'N' TO WS-ROW-BASE-KNOWN-SWITCH
                   MOVE REJ-CURRENCY TO WS-ROW-CURRENCY
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   MOVE REJ-EFF-DATE TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-EDITREJ-COUNT
                      MOVE SPACES TO WS-ROW-STATUS
                      STRING 'EDIT REJECT ' REJ-REASON-CODE
                          DELIMITED BY SIZE INTO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE REJ-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       210-SEARCH-REJECT-QUEUE.
           MOVE 'REJQUEUE' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT REJECT-QUEUE-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT REJECT-QUEUE-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 215-CHECK-ONE-QUEUED-REJECT UNTIL WS-EOF
              CLOSE REJECT-QUEUE-FILE
           END-IF.

       215-CHECK-ONE-QUEUED-REJECT.
           READ REJECT-QUEUE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RQ-AREA-ID TO WS-ROW-AREA-ID
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   MOVE 'N' TO WS-ROW-BASE-KNOWN-SWITCH
                   MOVE RQ-CURRENCY TO WS-ROW-CURRENCY
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   MOVE RQ-EFF-DATE TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-REPAIR-COUNT
                      MOVE SPACES TO WS-ROW-STATUS
                      STRING 'AWAITING REPAIR ' RQ-REASON-CODE
                          DELIMITED BY SIZE INTO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE RQ-FIRST-SEEN TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       220-SEARCH-SUSPECTS.
           MOVE 'SUSPXFER' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT SUSPECT-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT SUSPECT-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 225-CHECK-ONE-SUSPECT UNTIL WS-EOF
              CLOSE SUSPECT-FILE
           END-IF.

       225-CHECK-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SUS-ID TO WS-ROW-AREA-ID
                   MOVE SUS-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF SUS-AMOUNT NUMERIC
                      MOVE SUS-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF SUS-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE SUS-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE SUS-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-SUSPECT-COUNT
                      MOVE 'SUSPECTED DUPLICATE' TO WS-ROW-STATUS
                      MOVE SUS-BATCH-ID TO WS-ROW-BATCH-ID
                      MOVE SUS-SUSPECT-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       230-SEARCH-SUSPECT-REJECTS.
           MOVE 'SUSPREJ' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT SUSPECT-REJECT-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT SUSPECT-REJECT-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 235-CHECK-ONE-SUSPECT-REJECT UNTIL WS-EOF
              CLOSE SUSPECT-REJECT-FILE
           END-IF.

       235-CHECK-ONE-SUSPECT-REJECT.
           READ SUSPECT-REJECT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SRJ-AREA-ID TO WS-ROW-AREA-ID
                   MOVE SRJ-AMOUNT TO WS-ROW-AMOUNT-X
                   PERFORM 410-CONVERT-ROW-AMOUNT
                   MOVE SPACES TO WS-ROW-CURRENCY
                   MOVE SPACES TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-SUSPREJ-COUNT
                      MOVE 'REJECTED AS DUPLICATE' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE SRJ-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       240-SEARCH-VALIDATED.
           MOVE 'VALINFIL' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT VALIDATED-DATASET
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT VALIDATED-DATASET
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              MOVE SPACES TO WS-CUR-BATCH-ID
              MOVE SPACES TO WS-CUR-BUS-DATE
              PERFORM 245-CHECK-ONE-VALIDATED UNTIL WS-EOF
              CLOSE VALIDATED-DATASET
           END-IF.

       245-CHECK-ONE-VALIDATED.
      *    The batch header names the batch and its business date;
      *    the detail itself carries no timestamp.
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
                           MOVE VAL-ID TO WS-ROW-AREA-ID
                           MOVE VAL-EFF-DATE TO WS-ROW-EFF-DATE
                           MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                           IF VAL-AMOUNT NUMERIC
                              MOVE VAL-AMOUNT TO WS-ROW-AMOUNT
                              SET WS-ROW-AMOUNT-KNOWN TO TRUE
                           END-IF
                           MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                           IF VAL-FILLER(1:1) = 'R'
                              SET WS-ROW-REVERSAL TO TRUE
                           END-IF
                           MOVE VAL-FILLER(24:3) TO WS-ROW-CURRENCY
                           MOVE VAL-FILLER(27:11) TO WS-ROW-RATE-X
                           PERFORM 415-SET-BASE-FROM-RATE
                           PERFORM 400-MATCH-ROW
                           IF WS-ROW-MATCHED
                              ADD 1 TO WS-VALIN-COUNT
                              MOVE 'ACCEPTED, AWAITING RUN'
                                  TO WS-ROW-STATUS
                              MOVE WS-CUR-BATCH-ID TO WS-ROW-BATCH-ID
                              MOVE WS-CUR-BUS-DATE TO WS-ROW-STAMP
                              PERFORM 500-SHOW-TRACE-ROW
                           END-IF
                   END-EVALUATE
           END-READ.

       250-SEARCH-PENDING.
           MOVE 'PENDXFER' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT PENDING-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 255-CHECK-ONE-PENDING UNTIL WS-EOF
              CLOSE PENDING-FILE
           END-IF.

       255-CHECK-ONE-PENDING.
           READ PENDING-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PND-ID TO WS-ROW-AREA-ID
                   MOVE PND-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF PND-AMOUNT NUMERIC
                      MOVE PND-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF PND-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE PND-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE PND-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-PEND-COUNT
                      IF PND-EFF-DATE > WS-PEND-UNTIL
                         MOVE PND-EFF-DATE TO WS-PEND-UNTIL
                      END-IF
                      MOVE 'WAREHOUSED' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE SPACES TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       260-SEARCH-HELD.
           MOVE 'HELDXFER' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT HELD-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT HELD-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 265-CHECK-ONE-HELD UNTIL WS-EOF
              CLOSE HELD-FILE
           END-IF.

       265-CHECK-ONE-HELD.
           READ HELD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HLD-ID TO WS-ROW-AREA-ID
                   MOVE HLD-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF HLD-AMOUNT NUMERIC
                      MOVE HLD-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF HLD-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE HLD-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE HLD-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-HELD-COUNT
                      IF WS-HELD-SINCE = SPACES
                         MOVE HLD-HELD-TIMESTAMP TO WS-HELD-SINCE
                      END-IF
                      MOVE 'HELD FOR APPROVAL' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE HLD-HELD-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       270-SEARCH-HOLD-REJECTS.
           MOVE 'HOLDREJ' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT REJECT-LOG-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT REJECT-LOG-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 275-CHECK-ONE-HOLD-REJECT UNTIL WS-EOF
              CLOSE REJECT-LOG-FILE
           END-IF.

       275-CHECK-ONE-HOLD-REJECT.
           READ REJECT-LOG-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RJL-AREA-ID TO WS-ROW-AREA-ID
                   MOVE RJL-AMOUNT TO WS-ROW-AMOUNT-X
                   PERFORM 410-CONVERT-ROW-AMOUNT
                   MOVE SPACES TO WS-ROW-CURRENCY
                   MOVE SPACES TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-HOLDREJ-COUNT
                      MOVE 'REJECTED BY SUPERVISOR' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE RJL-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       280-SEARCH-OVER-LIMIT.
           MOVE 'LIMTXFER' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT LIMIT-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT LIMIT-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 285-CHECK-ONE-OVER-LIMIT UNTIL WS-EOF
              CLOSE LIMIT-FILE
           END-IF.

       285-CHECK-ONE-OVER-LIMIT.
           READ LIMIT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE LMT-ID TO WS-ROW-AREA-ID
                   MOVE LMT-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF LMT-AMOUNT NUMERIC
                      MOVE LMT-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF LMT-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE LMT-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE LMT-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-LIMIT-COUNT
                      MOVE 'REFUSED OVER LIMIT' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE LMT-DIVERTED-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       290-SEARCH-ESCALATED.
           MOVE 'ESCLXFER' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT ESCALATED-DATASET
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT ESCALATED-DATASET
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 295-CHECK-ONE-ESCALATED UNTIL WS-EOF
              CLOSE ESCALATED-DATASET
           END-IF.

       295-CHECK-ONE-ESCALATED.
           READ ESCALATED-DATASET
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE ESC-ID TO WS-ROW-AREA-ID
                   MOVE ESC-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF ESC-AMOUNT NUMERIC
                      MOVE ESC-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF ESC-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE ESC-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE ESC-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-ESCL-COUNT
                      MOVE 'ESCALATED AFTER RETRIES' TO WS-ROW-STATUS
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE SPACES TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       300-SEARCH-OUTFILE.
           MOVE 'OUTFILE' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT OUTPUT-DATASET
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT OUTPUT-DATASET
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 305-CHECK-ONE-OUTPUT UNTIL WS-EOF
              CLOSE OUTPUT-DATASET
           END-IF.

       305-CHECK-ONE-OUTPUT.
      *    Transferred today and not yet extracted to the ledger --
      *    GLEXTRCT empties OUTFILE once GLINTF is built.
           READ OUTPUT-DATASET
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OUT-ID TO WS-ROW-AREA-ID
                   MOVE OUT-EFF-DATE TO WS-ROW-EFF-DATE
                   MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
                   IF OUT-AMOUNT NUMERIC
                      MOVE OUT-AMOUNT TO WS-ROW-AMOUNT
                      SET WS-ROW-AMOUNT-KNOWN TO TRUE
                   END-IF
                   MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
                   IF OUT-FILLER(1:1) = 'R'
                      SET WS-ROW-REVERSAL TO TRUE
                   END-IF
                   MOVE OUT-FILLER(24:3) TO WS-ROW-CURRENCY
                   MOVE OUT-FILLER(27:11) TO WS-ROW-RATE-X
                   PERFORM 415-SET-BASE-FROM-RATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      ADD 1 TO WS-OUTFILE-COUNT
                      IF WS-ROW-REVERSAL
                         ADD 1 TO WS-OUT-REVERSAL-COUNT
                         MOVE 'REVERSAL TRANSFERRED'
                             TO WS-ROW-STATUS
                      ELSE
                         MOVE 'TRANSFERRED' TO WS-ROW-STATUS
                      END-IF
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE SPACES TO WS-ROW-STAMP
                      PERFORM 500-SHOW-TRACE-ROW
                   END-IF
           END-READ.

       310-SEARCH-AUDIT-LOG.
           MOVE 'AUDITLOG' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT AUDIT-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 315-CHECK-ONE-AUDIT-LINE UNTIL WS-EOF
              CLOSE AUDIT-FILE
           END-IF.

       315-CHECK-ONE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AUD-AREA-ID TO WS-ROW-AREA-ID
                   MOVE AUD-AMOUNT TO WS-ROW-AMOUNT-X
                   PERFORM 410-CONVERT-ROW-AMOUNT
                   MOVE AUD-CURRENCY TO WS-ROW-CURRENCY
                   MOVE AUD-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT-X
                   PERFORM 412-CONVERT-ROW-BASE-AMOUNT
                   MOVE AUD-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE AUD-TIMESTAMP TO WS-ROW-STAMP
                      PERFORM 420-SHOW-COMPLETION
                   END-IF
           END-READ.

       320-SEARCH-HISTORY.
           MOVE 'HISTFILE' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT HISTORY-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 325-CHECK-ONE-HISTORY-ROW UNTIL WS-EOF
              CLOSE HISTORY-FILE
           END-IF.

       325-CHECK-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HST-AREA-ID TO WS-ROW-AREA-ID
                   MOVE HST-AMOUNT TO WS-ROW-AMOUNT-X
                   PERFORM 410-CONVERT-ROW-AMOUNT
                   MOVE HST-CURRENCY TO WS-ROW-CURRENCY
                   MOVE HST-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT-X
                   PERFORM 412-CONVERT-ROW-BASE-AMOUNT
                   MOVE HST-EFF-DATE TO WS-ROW-EFF-DATE
                   PERFORM 400-MATCH-ROW
                   IF WS-ROW-MATCHED
                      MOVE SPACES TO WS-ROW-BATCH-ID
                      MOVE HST-COMPLETED-AT TO WS-ROW-STAMP
                      PERFORM 420-SHOW-COMPLETION
                   END-IF
           END-READ.

       330-SEARCH-AUDIT-ARCHIVE.
           MOVE 'AUDARCH' TO WS-ROW-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT AUDIT-ARCHIVE-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT AUDIT-ARCHIVE-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              MOVE SPACES TO WS-CUR-ARCHIVE-DATE
              PERFORM 335-CHECK-ONE-ARCHIVE-LINE UNTIL WS-EOF
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       335-CHECK-ONE-ARCHIVE-LINE.
      *    The archive section's date (YYYYMMDD) stands in the batch
      *    column -- it says which AUDCONS run archived the line.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-IS-HEADER
                           MOVE ARH-RUN-DATE TO WS-CUR-ARCHIVE-DATE
                       WHEN ARC-AREA-ID = SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE ARC-AREA-ID TO WS-ROW-AREA-ID
                           MOVE ARC-AMOUNT TO WS-ROW-AMOUNT-X
                           PERFORM 410-CONVERT-ROW-AMOUNT
                           MOVE ARC-CURRENCY TO WS-ROW-CURRENCY
                           MOVE ARC-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT-X
                           PERFORM 412-CONVERT-ROW-BASE-AMOUNT
                           MOVE ARC-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
                           PERFORM 400-MATCH-ROW
                           IF WS-ROW-MATCHED
                              STRING WS-CUR-ARCHIVE-DATE(1:4)
                                  WS-CUR-ARCHIVE-DATE(6:2)
                                  WS-CUR-ARCHIVE-DATE(9:2)
                                  DELIMITED BY SIZE
                                  INTO WS-ROW-BATCH-ID
                              MOVE ARC-TIMESTAMP TO WS-ROW-STAMP
                              PERFORM 420-SHOW-COMPLETION
                           END-IF
                   END-EVALUATE
           END-READ.

       400-MATCH-ROW.
      *    Area id always; amount and effective date only when both
      *    the inquiry and the row carry them.  The amount may be the
      *    row's own or its base-currency amount.  A reversal matches
      *    on the amount it backs out, whichever sign the row shows.
           MOVE 'N' TO WS-ROW-MATCHED-SWITCH
           IF WS-ROW-AREA-ID = WS-TRC-AREA-ID
              SET WS-ROW-MATCHED TO TRUE
              IF WS-ROW-AMOUNT-KNOWN
                 IF WS-ROW-AMOUNT < 0
                    COMPUTE WS-ROW-ABS-AMOUNT = 0 - WS-ROW-AMOUNT
                 ELSE
                    MOVE WS-ROW-AMOUNT TO WS-ROW-ABS-AMOUNT
                 END-IF
                 IF WS-ROW-BASE-AMOUNT < 0
                    COMPUTE WS-ROW-ABS-BASE-AMOUNT =
                        0 - WS-ROW-BASE-AMOUNT
                 ELSE
                    MOVE WS-ROW-BASE-AMOUNT TO WS-ROW-ABS-BASE-AMOUNT
                 END-IF
                 IF WS-AMOUNT-GIVEN
                    AND WS-ROW-ABS-AMOUNT NOT = WS-TRC-AMOUNT
                    IF NOT WS-ROW-BASE-KNOWN
                       OR WS-ROW-ABS-BASE-AMOUNT NOT = WS-TRC-AMOUNT
                       MOVE 'N' TO WS-ROW-MATCHED-SWITCH
                    END-IF
                 END-IF
              END-IF
              IF WS-DATE-GIVEN
                 AND WS-ROW-EFF-DATE NOT = SPACES
                 AND WS-ROW-EFF-DATE NOT = WS-TRC-EFF-DATE
                 MOVE 'N' TO WS-ROW-MATCHED-SWITCH
              END-IF
           END-IF.

       410-CONVERT-ROW-AMOUNT.
      *    The display-format logs keep XFERMAIN's edited amount,
      *    negative for a reversal.
           MOVE 'N' TO WS-ROW-AMOUNT-KNOWN-SWITCH
           MOVE 'N' TO WS-ROW-BASE-KNOWN-SWITCH
           MOVE 'N' TO WS-ROW-REVERSAL-SWITCH
           MOVE 0 TO WS-ROW-AMOUNT
           IF WS-ROW-AMOUNT-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ROW-AMOUNT-X) = 0
              COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(WS-ROW-AMOUNT-X)
              SET WS-ROW-AMOUNT-KNOWN TO TRUE
              IF WS-ROW-AMOUNT < 0
                 SET WS-ROW-REVERSAL TO TRUE
              END-IF
           END-IF.

       412-CONVERT-ROW-BASE-AMOUNT.
      *    The audit line's base-currency amount, signed like the
      *    amount.  A line written before it was carried has it
      *    blank, and was a base-currency transfer.
           MOVE 'N' TO WS-ROW-BASE-KNOWN-SWITCH
           EVALUATE TRUE
               WHEN NOT WS-ROW-AMOUNT-KNOWN
                   CONTINUE
               WHEN WS-ROW-BASE-AMOUNT-X = SPACES
                   MOVE WS-ROW-AMOUNT TO WS-ROW-BASE-AMOUNT
                   SET WS-ROW-BASE-KNOWN TO TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-ROW-BASE-AMOUNT-X) = 0
                   COMPUTE WS-ROW-BASE-AMOUNT =
                       FUNCTION NUMVAL(WS-ROW-BASE-AMOUNT-X)
                   SET WS-ROW-BASE-KNOWN TO TRUE
           END-EVALUATE.

       415-SET-BASE-FROM-RATE.
      *    A transfer record's base-currency amount, worked the way
      *    XFERMAIN posts it: the amount times the rate stamped in
      *    its filler, a blank rate being base currency.  A rate
      *    that does not read as a number leaves the amount as is.
           MOVE 'N' TO WS-ROW-BASE-KNOWN-SWITCH
           IF WS-ROW-AMOUNT-KNOWN
              MOVE WS-ROW-AMOUNT TO WS-ROW-BASE-AMOUNT
              SET WS-ROW-BASE-KNOWN TO TRUE
              IF WS-ROW-RATE-X NOT = SPACES
                 AND WS-ROW-RATE IS NUMERIC
                 COMPUTE WS-ROW-BASE-AMOUNT ROUNDED =
                     WS-ROW-AMOUNT * WS-ROW-RATE
              END-IF
           END-IF.

       420-SHOW-COMPLETION.
      *    Every sighting is listed, but each completion is kept
      *    once for the ledger lookup and the verdict.
           IF WS-ROW-REVERSAL
              MOVE 'REVERSAL COMPLETED' TO WS-ROW-STATUS
           ELSE
              MOVE 'COMPLETED' TO WS-ROW-STATUS
           END-IF
           PERFORM 500-SHOW-TRACE-ROW
           MOVE 'N' TO WS-CMP-FOUND-SWITCH
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-COUNT
                      OR WS-CMP-FOUND
              IF WS-CP-COMPLETED-AT(WS-CMP-SUB) = WS-ROW-STAMP
                 AND WS-CP-EFF-DATE(WS-CMP-SUB) = WS-ROW-EFF-DATE
                 SET WS-CMP-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-CMP-FOUND
              IF WS-CMP-COUNT < WS-CMP-MAX
                 ADD 1 TO WS-CMP-COUNT
                 MOVE WS-ROW-STAMP TO WS-CP-COMPLETED-AT(WS-CMP-COUNT)
                 MOVE WS-ROW-EFF-DATE TO WS-CP-EFF-DATE(WS-CMP-COUNT)
                 MOVE WS-ROW-REVERSAL-SWITCH
                     TO WS-CP-REVERSAL-SW(WS-CMP-COUNT)
                 MOVE SPACES TO WS-CP-GL-PLACE(WS-CMP-COUNT)
                 MOVE SPACES TO WS-CP-GL-GENERATED(WS-CMP-COUNT)
                 MOVE SPACES TO WS-CP-GL-STATUS(WS-CMP-COUNT)
                 MOVE SPACES TO WS-CP-GL-REFERENCE(WS-CMP-COUNT)
              ELSE
                 SET WS-CMP-OVERFLOWED TO TRUE
              END-IF
           END-IF.

       500-SHOW-TRACE-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-TRACE-LINE
           MOVE WS-ROW-PLACE TO WS-TL-PLACE
           MOVE WS-ROW-STATUS TO WS-TL-STATUS
           MOVE WS-ROW-BATCH-ID TO WS-TL-BATCH-ID
           MOVE WS-ROW-STAMP TO WS-TL-STAMP
           IF WS-ROW-AMOUNT-KNOWN
              MOVE WS-ROW-AMOUNT TO WS-TL-AMOUNT
           END-IF
           MOVE WS-ROW-CURRENCY TO WS-TL-CURRENCY
           MOVE WS-ROW-EFF-DATE TO WS-TL-EFF-DATE
           DISPLAY WS-TRACE-LINE
           IF WS-ROW-AMOUNT-KNOWN AND WS-ROW-EFF-DATE NOT = SPACES
              PERFORM 510-NOTE-ITEM-KEY
           END-IF.

       510-NOTE-ITEM-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
                      OR WS-KEY-FOUND
              IF WS-KY-AMOUNT(WS-KEY-SUB) = WS-ROW-ABS-AMOUNT
                 AND WS-KY-CURRENCY(WS-KEY-SUB) = WS-ROW-CURRENCY
                 AND WS-KY-EFF-DATE(WS-KEY-SUB) = WS-ROW-EFF-DATE
                 SET WS-KEY-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-KEY-FOUND AND WS-KEY-COUNT < WS-KEY-MAX
              ADD 1 TO WS-KEY-COUNT
              MOVE WS-ROW-ABS-AMOUNT TO WS-KY-AMOUNT(WS-KEY-COUNT)
              MOVE WS-ROW-CURRENCY TO WS-KY-CURRENCY(WS-KEY-COUNT)
              MOVE WS-ROW-EFF-DATE TO WS-KY-EFF-DATE(WS-KEY-COUNT)
           END-IF.

       600-FIND-GL-POSTINGS.
      *    GLEXTRCT cuts one interface batch per effective date per
      *    extract, so a completion went out in the first batch for
      *    its effective date generated after it completed (both
      *    stamps are CURRENT-DATE form, so they compare directly).
      *    Live GLPOST first, then the GLPOSTAR archive of posted
      *    rows CKPTMNT has aged off it; both opens are retried like
      *    the searches, as GLEXTRCT or GLRECON may have them open.
           MOVE 'GLPOST' TO WS-ROW-PLACE
           MOVE 'GLPOST' TO WS-GL-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT POSTING-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT POSTING-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 610-CHECK-ONE-POSTING UNTIL WS-EOF
              CLOSE POSTING-FILE
           END-IF
           MOVE 'GLPOSTAR' TO WS-ROW-PLACE
           MOVE 'GLPOSTAR' TO WS-GL-PLACE
           MOVE 0 TO WS-OPEN-RETRY
           OPEN INPUT POSTING-ARCHIVE-FILE
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-OPEN-RETRY NOT < WS-OPEN-MAX-RETRY
              ADD 1 TO WS-OPEN-RETRY
              PERFORM 120-BACKOFF-WAIT
              OPEN INPUT POSTING-ARCHIVE-FILE
           END-PERFORM
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FILE-OPEN
              PERFORM 620-CHECK-ONE-ARCHIVED-POSTING UNTIL WS-EOF
              CLOSE POSTING-ARCHIVE-FILE
           END-IF
           PERFORM 650-SHOW-ONE-GL-POSTING
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT.

       610-CHECK-ONE-POSTING.
           READ POSTING-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GLP-BUS-DATE TO WS-GL-BUS-DATE
                   MOVE GLP-GENERATED-AT TO WS-GL-GENERATED-AT
                   MOVE GLP-STATUS TO WS-GL-STATUS
                   MOVE GLP-POST-REFERENCE TO WS-GL-REFERENCE
                   PERFORM 630-APPLY-POSTING-LINE
                       VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-COUNT
           END-READ.

       620-CHECK-ONE-ARCHIVED-POSTING.
           READ POSTING-ARCHIVE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GPA-BUS-DATE TO WS-GL-BUS-DATE
                   MOVE GPA-GENERATED-AT TO WS-GL-GENERATED-AT
                   MOVE GPA-STATUS TO WS-GL-STATUS
                   MOVE GPA-POST-REFERENCE TO WS-GL-REFERENCE
                   PERFORM 630-APPLY-POSTING-LINE
                       VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-COUNT
           END-READ.

       630-APPLY-POSTING-LINE.
           IF WS-GL-BUS-DATE = WS-CP-EFF-DATE(WS-CMP-SUB)
              AND WS-GL-GENERATED-AT(1:16)
                  >= WS-CP-COMPLETED-AT(WS-CMP-SUB)(1:16)
              IF WS-CP-GL-GENERATED(WS-CMP-SUB) = SPACES
                 OR WS-GL-GENERATED-AT
                    < WS-CP-GL-GENERATED(WS-CMP-SUB)
                 MOVE WS-GL-PLACE TO WS-CP-GL-PLACE(WS-CMP-SUB)
                 MOVE WS-GL-GENERATED-AT
                     TO WS-CP-GL-GENERATED(WS-CMP-SUB)
                 MOVE WS-GL-STATUS TO WS-CP-GL-STATUS(WS-CMP-SUB)
                 MOVE WS-GL-REFERENCE
                     TO WS-CP-GL-REFERENCE(WS-CMP-SUB)
              END-IF
           END-IF.

       650-SHOW-ONE-GL-POSTING.
           IF WS-CP-GL-PLACE(WS-CMP-SUB) NOT = SPACES
              ADD 1 TO WS-ROW-COUNT
              MOVE SPACES TO WS-TRACE-LINE
              MOVE WS-CP-GL-PLACE(WS-CMP-SUB) TO WS-TL-PLACE
              EVALUATE WS-CP-GL-STATUS(WS-CMP-SUB)
                  WHEN 'P'
                      STRING 'POSTED ' WS-CP-GL-REFERENCE(WS-CMP-SUB)
                          DELIMITED BY SIZE INTO WS-TL-STATUS
                  WHEN 'G'
                      MOVE 'EXTRACTED, NOT ACKED' TO WS-TL-STATUS
                  WHEN 'M'
                      MOVE 'POSTED OUT OF BALANCE' TO WS-TL-STATUS
                  WHEN 'R'
                      MOVE 'REJECTED BY LEDGER' TO WS-TL-STATUS
                  WHEN OTHER
                      STRING 'GL STATUS ' WS-CP-GL-STATUS(WS-CMP-SUB)
                          DELIMITED BY SIZE INTO WS-TL-STATUS
              END-EVALUATE
              MOVE WS-CP-GL-GENERATED(WS-CMP-SUB) TO WS-TL-STAMP
              MOVE WS-CP-EFF-DATE(WS-CMP-SUB) TO WS-TL-EFF-DATE
              DISPLAY WS-TRACE-LINE
           END-IF.

       800-REPORT-VERDICT.
      *    The furthest point reached wins: a completion outranks
      *    every queue, the standing queues (where the item is now)
      *    outrank the cumulative logs (where it has been).  Among
      *    completions the latest decides -- a reversal after the
      *    transfer means it was reversed.  One that has reached the
      *    ledger outranks a copy still on OUTFILE (a rerun extract).
           MOVE 0 TO WS-LATEST-SUB
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-COUNT
              IF WS-LATEST-SUB = 0
                 OR WS-CP-COMPLETED-AT(WS-CMP-SUB)
                    > WS-CP-COMPLETED-AT(WS-LATEST-SUB)
                 MOVE WS-CMP-SUB TO WS-LATEST-SUB
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-VERDICT
           EVALUATE TRUE
               WHEN WS-LATEST-SUB > 0
                AND WS-CP-GL-PLACE(WS-LATEST-SUB) NOT = SPACES
                   PERFORM 810-COMPLETION-VERDICT
               WHEN WS-OUT-REVERSAL-COUNT > 0
                   MOVE 'REVERSED - REVERSAL NOT YET EXTRACTED TO GL'
                       TO WS-VERDICT
               WHEN WS-OUTFILE-COUNT > 0
                   MOVE 'TRANSFERRED - NOT YET EXTRACTED TO GL'
                       TO WS-VERDICT
               WHEN WS-LATEST-SUB > 0
                   PERFORM 810-COMPLETION-VERDICT
               WHEN WS-HELD-COUNT > 0
                   STRING 'HELD FOR APPROVAL SINCE '
                       WS-HELD-SINCE(1:4) '-' WS-HELD-SINCE(5:2) '-'
                       WS-HELD-SINCE(7:2)
                       DELIMITED BY SIZE INTO WS-VERDICT
               WHEN WS-SUSPECT-COUNT > 0
                   MOVE 'QUEUED AS A SUSPECTED DUPLICATE (SUSPRLSE)'
                       TO WS-VERDICT
               WHEN WS-PEND-COUNT > 0
                   STRING 'WAREHOUSED UNTIL ' WS-PEND-UNTIL
                       DELIMITED BY SIZE INTO WS-VERDICT
               WHEN WS-VALIN-COUNT > 0
                   MOVE 'ACCEPTED - AWAITING THE TRANSFER RUN'
                       TO WS-VERDICT
               WHEN WS-REPAIR-COUNT > 0
               WHEN WS-EDITREJ-COUNT > 0
                   MOVE 'REJECTED AWAITING REPAIR' TO WS-VERDICT
               WHEN WS-ESCL-COUNT > 0
                   MOVE 'ESCALATED - AWAITING OPERATOR RESUBMISSION'
                       TO WS-VERDICT
               WHEN WS-LIMIT-COUNT > 0
                   MOVE 'REFUSED OVER OVERDRAFT LIMIT'
                       TO WS-VERDICT
               WHEN WS-HOLDREJ-COUNT > 0
                   MOVE 'REJECTED BY SUPERVISOR' TO WS-VERDICT
               WHEN WS-SUSPREJ-COUNT > 0
                   MOVE 'REJECTED AS A SUSPECTED DUPLICATE'
                       TO WS-VERDICT
               WHEN OTHER
                   MOVE 'NOT FOUND' TO WS-VERDICT
           END-EVALUATE
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           DISPLAY ' '
           DISPLAY 'PLACES LISTED : ' WS-COUNT-DISPLAY
           IF WS-KEY-COUNT > 1
              MOVE WS-KEY-COUNT TO WS-COUNT-DISPLAY
              DISPLAY 'NOTE: ' WS-COUNT-DISPLAY ' DIFFERENT ITEMS '
                  'MATCH - GIVE AMOUNT AND EFF-DATE TO NARROW'
           END-IF
           IF WS-CMP-OVERFLOWED
              DISPLAY 'NOTE: MORE THAN ' WS-CMP-MAX ' COMPLETIONS - '
                  'LEDGER LOOKUP COVERS THE FIRST ' WS-CMP-MAX
           END-IF
           IF WS-UNREAD-COUNT > 0
              DISPLAY 'NOTE: ' WS-UNREAD-COUNT ' DATASET(S) NOT '
                  'SEARCHED - VERDICT MAY BE INCOMPLETE'
           END-IF
           DISPLAY 'VERDICT: ' WS-VERDICT.

       810-COMPLETION-VERDICT.
           IF WS-CP-REVERSAL-SW(WS-LATEST-SUB) = 'Y'
              STRING 'REVERSED ON '
                  WS-CP-COMPLETED-AT(WS-LATEST-SUB)(1:4) '-'
                  WS-CP-COMPLETED-AT(WS-LATEST-SUB)(5:2) '-'
                  WS-CP-COMPLETED-AT(WS-LATEST-SUB)(7:2)
                  DELIMITED BY SIZE INTO WS-VERDICT
           ELSE
              EVALUATE WS-CP-GL-STATUS(WS-LATEST-SUB)
                  WHEN 'P'
                      STRING 'TRANSFERRED AND POSTED - GL REF '
                          WS-CP-GL-REFERENCE(WS-LATEST-SUB)
                          DELIMITED BY SIZE INTO WS-VERDICT
                  WHEN 'G'
                      MOVE 'TRANSFERRED - GL POSTING NOT ACKNOWLEDGED'
                          TO WS-VERDICT
                  WHEN 'M'
                      MOVE 'TRANSFERRED - GL POSTED OUT OF BALANCE'
                          TO WS-VERDICT
                  WHEN 'R'
                      MOVE 'TRANSFERRED - GL BATCH REJECTED'
                          TO WS-VERDICT
                  WHEN OTHER
                      MOVE 'TRANSFERRED - NO GL POSTING FOUND'
                          TO WS-VERDICT
              END-EVALUATE
           END-IF.
