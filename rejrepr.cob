      *    - the day's EDITREJ lines are merged onto the persistent
      *      reject queue REJQUEUE, stamped with the date first seen;
      *    - the keyed correction file REJFIX (area id as rejected,
      *      then replacement id / amount / effective date /
      *      currency -- amount is mandatory, EDITREJ cannot carry the
      *      bad packed value; a blank currency keeps the one queued)
      *      is applied: each corrected reject is rebuilt as a proper
      *      XFERREC detail, packed amount and all, inside a
      *      BATCHCTL-wrapped REJREPR batch on REPAIRIN, which is fed
           05  REJ-ORIG-STAMP              PIC X(21).
           05  FILLER                      PIC X.
           05  REJ-PRIORITY                PIC X(1).
           05  FILLER                      PIC X.
           05  REJ-CURRENCY                PIC X(3).

       FD  REJECT-QUEUE-FILE.
       01  REJECT-QUEUE-RECORD.
           05  RQ-ORIG-STAMP               PIC X(21).
           05  FILLER                      PIC X.
           05  RQ-PRIORITY                 PIC X(1).
           05  FILLER                      PIC X.
           05  RQ-CURRENCY                 PIC X(3).

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05  FIX-AMOUNT                  PIC X(14).
           05  FILLER                      PIC X.
           05  FIX-EFF-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  FIX-CURRENCY                PIC X(3).

       FD  REPAIR-DATASET.
       01  REPAIR-RECORD.
               10  WS-RQ-TYPE-CODE     PIC X(1).
               10  WS-RQ-ORIG-STAMP    PIC X(21).
               10  WS-RQ-PRIORITY      PIC X(1).
               10  WS-RQ-CURRENCY      PIC X(3).
               10  WS-RQ-REPAIRED-SW   PIC X.
       01  WS-FIX-MAX                  PIC 9(3) VALUE 200.
       01  WS-FIX-COUNT                PIC 9(3) VALUE 0.
               10  WS-FX-NEW-ID        PIC X(10).
               10  WS-FX-AMOUNT       PIC X(14).
               10  WS-FX-EFF-DATE      PIC X(10).
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-USED-SW       PIC X.
       01  WS-SCAN-SUB                 PIC 9(3).
       01  WS-FIX-SUB                  PIC 9(3).
                             TO WS-RQ-ORIG-STAMP(WS-QUEUE-COUNT)
                         MOVE RQ-PRIORITY
                             TO WS-RQ-PRIORITY(WS-QUEUE-COUNT)
                         MOVE RQ-CURRENCY
                             TO WS-RQ-CURRENCY(WS-QUEUE-COUNT)
                         MOVE 'N' TO WS-RQ-REPAIRED-SW(WS-QUEUE-COUNT)
                      ELSE
      *    Overflow must stop the run before 500 rewrites REJQUEUE
                             TO WS-RQ-ORIG-STAMP(WS-QUEUE-COUNT)
                         MOVE REJ-PRIORITY
                             TO WS-RQ-PRIORITY(WS-QUEUE-COUNT)
                         MOVE REJ-CURRENCY
                             TO WS-RQ-CURRENCY(WS-QUEUE-COUNT)
                         MOVE 'N' TO WS-RQ-REPAIRED-SW(WS-QUEUE-COUNT)
                      ELSE
      *    Same overflow discipline as 130: abend before anything
                             TO WS-FX-AMOUNT(WS-FIX-COUNT)
                         MOVE FIX-EFF-DATE
                             TO WS-FX-EFF-DATE(WS-FIX-COUNT)
                         MOVE FIX-CURRENCY
                             TO WS-FX-CURRENCY(WS-FIX-COUNT)
                         MOVE 'N' TO WS-FX-USED-SW(WS-FIX-COUNT)
                      ELSE
                         DISPLAY 'REJREPR: CORRECTION TABLE FULL - '
              END-IF
      *    The preserved filler bytes travel with the repair: a
      *    reversal resubmits as a reversal, with its audit link to
      *    the original, and the priority class and currency
      *    survive.  The rate bytes are left blank: XFEREDIT stamps
      *    the rate for the repaired batch's own business date.
              MOVE SPACES TO RPR-FILLER
              MOVE WS-RQ-TYPE-CODE(WS-SCAN-SUB) TO RPR-FILLER(1:1)
              MOVE WS-RQ-ORIG-STAMP(WS-SCAN-SUB)
                  TO RPR-FILLER(2:21)
              MOVE WS-RQ-PRIORITY(WS-SCAN-SUB) TO RPR-FILLER(23:1)
              IF WS-FX-CURRENCY(WS-MATCH-SUB) = SPACES
                 MOVE WS-RQ-CURRENCY(WS-SCAN-SUB) TO RPR-FILLER(24:3)
              ELSE
                 MOVE WS-FX-CURRENCY(WS-MATCH-SUB) TO RPR-FILLER(24:3)
              END-IF
              WRITE REPAIR-RECORD
              ADD 1 TO WS-REPAIRED-COUNT
              ADD WS-PARM-WORK-VALUE TO WS-REPAIR-HASH-TOTAL
                        TO RQ-ORIG-STAMP
                    MOVE WS-RQ-PRIORITY(WS-SCAN-SUB)
                        TO RQ-PRIORITY
                    MOVE WS-RQ-CURRENCY(WS-SCAN-SUB)
                        TO RQ-CURRENCY
                    WRITE REJECT-QUEUE-RECORD
                 END-IF
              END-PERFORM
              MOVE WS-FX-NEW-ID(WS-FIX-SUB) TO FIX-NEW-ID
              MOVE WS-FX-AMOUNT(WS-FIX-SUB) TO FIX-AMOUNT
              MOVE WS-FX-EFF-DATE(WS-FIX-SUB) TO FIX-EFF-DATE
              MOVE WS-FX-CURRENCY(WS-FIX-SUB) TO FIX-CURRENCY
              WRITE CORRECTION-RECORD
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
