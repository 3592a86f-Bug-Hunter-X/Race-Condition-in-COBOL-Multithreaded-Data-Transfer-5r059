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

       FD  MERGE-FILE.
       01  MERGE-RECORD                PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
           MOVE AUD-AMOUNT TO HST-AMOUNT(1:13)
           MOVE AUD-EFFECTIVE-DATE TO HST-EFF-DATE
           MOVE AUD-WAIT-MS TO HST-WAIT-MS(1:5)
           MOVE AUD-CURRENCY TO HST-CURRENCY
           MOVE AUD-BASE-AMOUNT TO HST-BASE-AMOUNT(1:13)
           MOVE HISTORY-RECORD TO MERGE-RECORD
           WRITE MERGE-RECORD
           ADD 1 TO WS-LOADED-COUNT.
