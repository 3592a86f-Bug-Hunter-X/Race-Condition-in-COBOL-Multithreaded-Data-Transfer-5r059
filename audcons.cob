      *  total page.  Every line reported is appended to the AUDARCH
      *  archive under a dated archive-header line, and AUDITLOG is
      *  then emptied so it holds only the current day from here on.
      *  Amounts are totalled in base currency: a foreign transfer's
      *  line carries its base amount after the type flag, and a line
      *  without one (base currency, or written before the column
      *  existed) is totalled at its amount.  The archive keeps the
      *  whole line, currency columns included.
      *  Run sequence: end of day, after XFERHLOD has loaded the same
      *  lines into the history file.
      *****************************************************************
           05  AUD-AMOUNT                  PIC X(13).
           05  FILLER                      PIC X.
           05  AUD-EFFECTIVE-DATE          PIC X(10).
           05  FILLER                      PIC X.
           05  AUD-TYPE-FLAG               PIC X(8).
           05  FILLER                      PIC X.
           05  AUD-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  AUD-BASE-AMOUNT             PIC X(13).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE               PIC X(80).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-LINE              PIC X(101).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.

       210-ACCUMULATE-ONE-LINE.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
              WHEN AUD-BASE-AMOUNT NOT = SPACES
                 COMPUTE WS-WORK-AMOUNT =
                     FUNCTION NUMVAL(AUD-BASE-AMOUNT)
              WHEN AUD-AMOUNT = SPACES
                 MOVE 0 TO WS-WORK-AMOUNT
              WHEN OTHER
                 COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(AUD-AMOUNT)
           END-EVALUATE
           IF AUD-WAIT-MS = SPACES
              MOVE 0 TO WS-WORK-WAIT
           ELSE
       420-WRITE-BY-DATE-SECTION.
           MOVE 'TRANSFERS BY EFFECTIVE DATE' TO WS-REPORT-DETAIL
           PERFORM 415-WRITE-REPORT-LINE
           MOVE 'EFF-DATE     TRANSFERS     BASE AMOUNT' TO
               WS-REPORT-DETAIL
           PERFORM 415-WRITE-REPORT-LINE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
       430-WRITE-BY-AREA-SECTION.
           MOVE 'TRANSFERS BY AREA' TO WS-REPORT-DETAIL
           PERFORM 415-WRITE-REPORT-LINE
           MOVE 'AREA-ID      TRANSFERS     BASE AMOUNT' TO
               WS-REPORT-DETAIL
           PERFORM 415-WRITE-REPORT-LINE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
