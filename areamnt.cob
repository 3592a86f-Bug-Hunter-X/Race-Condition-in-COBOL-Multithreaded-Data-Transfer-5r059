      *  AREAMNT
      *  Maintenance for the transfer-area master (see AREAMST.cpy).
      *  The transaction file AREATXN carries one line per change:
      *      ADD <area-id> <threshold> <description> <limit> <user>
      *                                                new active area
      *      CHG <area-id> <threshold> <description> <limit> <user>
      *                                                change an area
      *      CLS <area-id>                                   <user>
      *                                                close an area
      *      APV <area-id>                                   <user>
      *                                      approve pending change
      *      REJ <area-id>                                   <user>
      *                                      decline pending change
      *  The user id is in columns 77-84 on every line.  A blank
      *  threshold, description or limit on CHG leaves that field
      *  standing; threshold 0 means "use the global HOLD-THRESHOLD",
      *  limit 0 means no overdraft limit.
      *  Maker-checker: the master decides what XFEREDIT accepts and
      *  where XFERMAIN holds, so no single user may change it.  An
      *  ADD/CHG/CLS is checked and parked on AREAPEND (see
      *  AREAPND.cpy) under the requesting user id; it reaches the
      *  master only when a DIFFERENT user id keys an APV for the
      *  area in a LATER run.  REJ drops a pending change unapplied.
      *  One pending change per area -- a second is skipped until the
      *  first is approved or declined.  Every applied change is
      *  appended to the permanent AREALOG with the master line
      *  before and after (see AREALOG.cpy).
      *  ADD of an id already on the master, or CHG/CLS of one that is
      *  not, is reported and skipped -- a mistyped maintenance line
      *  must not quietly create or reopen an area.  So is a line
      *  with no user id, or with a threshold or limit that does not
      *  read as an amount.  The master and AREAPEND are rewritten
      *  from the settled tables and AREATXN is emptied once
      *  consumed, the same discipline HELDRLSE applies to HOLDDEC.
      *  Every run rewrites AREARPT: the changes applied today (from
      *  AREALOG, so earlier runs of the day are included) and every
      *  change still pending approval.
      *  Run whenever operations has area changes or approvals,
      *  outside the transfer window (XFEREDIT and XFERMAIN read the
      *  master at startup).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREATXN-STATUS.

           SELECT AREA-PENDING-FILE ASSIGN TO "AREAPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAPEND-STATUS.

           SELECT AREA-CHANGE-LOG-FILE ASSIGN TO "AREALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREALOG-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "AREARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AREA-MASTER-FILE.
               88  ATX-ADD                 VALUE 'ADD'.
               88  ATX-CHANGE              VALUE 'CHG'.
               88  ATX-CLOSE               VALUE 'CLS'.
               88  ATX-APPROVE             VALUE 'APV'.
               88  ATX-DECLINE             VALUE 'REJ'.
           05  FILLER                      PIC X.
           05  ATX-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  ATX-THRESHOLD               PIC X(14).
           05  FILLER                      PIC X.
           05  ATX-DESCRIPTION             PIC X(30).
      *    Overdraft limit on the area's AREABAL position.  After the
      *    description so transaction lines keyed before the limit
      *    existed still read, with a blank (unchanged) limit.
           05  FILLER                      PIC X.
           05  ATX-LIMIT                   PIC X(14).
      *    Who keyed the line: the maker on ADD/CHG/CLS, the checker
      *    on APV/REJ.
           05  FILLER                      PIC X.
           05  ATX-USER-ID                 PIC X(8).

       FD  AREA-PENDING-FILE.
           COPY AREAPND.

       FD  AREA-CHANGE-LOG-FILE.
           COPY AREALOG.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAMST-STATUS           PIC XX.
       01  WS-AREATXN-STATUS           PIC XX.
       01  WS-AREAPEND-STATUS          PIC XX.
       01  WS-AREALOG-STATUS           PIC XX.
       01  WS-AREARPT-STATUS           PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
           88  WS-TXNS-LOADED          VALUE 'Y'.
       01  WS-AREA-FOUND-SWITCH        PIC X.
           88  WS-AREA-FOUND           VALUE 'Y'.
       01  WS-PENDING-FOUND-SWITCH     PIC X.
           88  WS-PENDING-FOUND        VALUE 'Y'.
       01  WS-REQUEST-OK-SWITCH        PIC X.
           88  WS-REQUEST-OK           VALUE 'Y'.
       01  WS-LOG-OPEN-SWITCH          PIC X VALUE 'N'.
           88  WS-LOG-OPEN             VALUE 'Y'.

       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

               10  WS-AR-STATUS        PIC X.
               10  WS-AR-THRESHOLD     PIC S9(9)V99 COMP-3.
               10  WS-AR-DESCRIPTION   PIC X(30).
               10  WS-AR-LIMIT         PIC S9(11)V99 COMP-3.
       01  WS-SCAN-SUB                 PIC 9(3).
       01  WS-MATCH-SUB                PIC 9(3).

      *    Pending changes: the AREAPEND queue as loaded, plus what
      *    this run parks, each held as its AREATXN line so approval
      *    replays it through the same apply paragraphs a keyed line
      *    always went through.  One per area, so the area table's
      *    500 bounds it.  WS-PD-RAISED-NOW marks a change parked by
      *    this run -- it cannot be approved until a later one;
      *    WS-PD-SETTLED marks one approved or declined, dropped on
      *    the AREAPEND rewrite.
       01  WS-PENDING-MAX              PIC 9(3) VALUE 500.
       01  WS-PENDING-COUNT            PIC 9(3) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 500 TIMES.
               10  WS-PD-TXN-IMAGE     PIC X(84).
               10  WS-PD-AREA-ID       PIC X(10).
               10  WS-PD-MAKER-ID      PIC X(8).
               10  WS-PD-REQUESTED-TS  PIC X(21).
               10  WS-PD-RAISED-SWITCH PIC X.
                   88  WS-PD-RAISED-NOW VALUE 'Y'.
               10  WS-PD-SETTLED-SWITCH PIC X.
                   88  WS-PD-SETTLED   VALUE 'Y'.
       01  WS-PENDING-SUB              PIC 9(3).
       01  WS-PD-SCAN-SUB              PIC 9(3).

      *    Approval replays the parked line through AREA-TXN-RECORD,
      *    so the checker's own line is kept aside for the log.
       01  WS-CHECKER-ID               PIC X(8).
       01  WS-APPLIED-BEFORE           PIC 9(7).
       01  WS-BEFORE-IMAGE             PIC X(71).

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-TS-WORK                  PIC X(21).
       01  WS-TS-DISPLAY               PIC X(16).
       01  WS-REPORT-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REPORT-PENDING-COUNT     PIC 9(7) VALUE 0.

      *    Threshold/limit parse state -- the same digits/one-dot/
      *    blanks scan XFERMAIN applies to XFERPARM values before
      *    trusting NUMVAL with them.  WS-PARM-TEXT holds whichever
      *    transaction field is being scanned.
       01  WS-PARM-TEXT                PIC X(14).
       01  WS-PARM-VALID-SWITCH        PIC X.
           88  WS-PARM-VALID           VALUE 'Y'.
       01  WS-PARM-WORK-VALUE          PIC S9(11)V99 COMP-3.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-PARKED-COUNT         PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND
              PERFORM 200-APPLY-TRANSACTIONS
              IF WS-LOG-OPEN
                 CLOSE AREA-CHANGE-LOG-FILE
              END-IF
              IF WS-TXNS-LOADED AND NOT WS-ABEND
                 PERFORM 600-REWRITE-MASTER
                 PERFORM 620-REWRITE-PENDING
                 PERFORM 650-EMPTY-TXN-FILE
              END-IF
              IF NOT WS-ABEND
                 PERFORM 800-WRITE-CHANGE-REPORT
              END-IF
              PERFORM 700-REPORT-TOTALS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
      *    No AREAMST yet just means the master is being built for
      *    the first time -- start from an empty table.  Runs outside
      *    the window, so plain status-checked OPENs are enough.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           OPEN INPUT AREA-MASTER-FILE
           EVALUATE WS-AREAMST-STATUS
               WHEN '35'
                       WS-AREAMST-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE
           IF NOT WS-ABEND
              PERFORM 130-LOAD-PENDING
           END-IF.

       120-LOAD-ONE-AREA.
           READ AREA-MASTER-FILE
                         END-IF
                         MOVE ARM-DESCRIPTION
                             TO WS-AR-DESCRIPTION(WS-AREA-COUNT)
                         IF ARM-OVERDRAFT-LIMIT NUMERIC
                            MOVE ARM-OVERDRAFT-LIMIT
                                TO WS-AR-LIMIT(WS-AREA-COUNT)
                         ELSE
                            MOVE 0 TO WS-AR-LIMIT(WS-AREA-COUNT)
                         END-IF
                      ELSE
                         DISPLAY 'AREAMNT: AREA TABLE FULL - '
                             'DROPPED: ' ARM-AREA-ID
                   END-IF
           END-READ.

       130-LOAD-PENDING.
      *    No AREAPEND just means nothing has ever been left waiting
      *    for approval.
           OPEN INPUT AREA-PENDING-FILE
           EVALUATE WS-AREAPEND-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 135-LOAD-ONE-PENDING
                       UNTIL WS-EOF OR WS-ABEND
                   CLOSE AREA-PENDING-FILE
               WHEN OTHER
                   DISPLAY 'AREAMNT: CANNOT OPEN AREAPEND, STATUS='
                       WS-AREAPEND-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       135-LOAD-ONE-PENDING.
           READ AREA-PENDING-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF APD-AREA-ID = SPACES
                      CONTINUE
                   ELSE
                      IF WS-PENDING-COUNT < WS-PENDING-MAX
                         ADD 1 TO WS-PENDING-COUNT
                         MOVE AREA-PENDING-RECORD(1:84)
                             TO WS-PD-TXN-IMAGE(WS-PENDING-COUNT)
                         MOVE APD-AREA-ID
                             TO WS-PD-AREA-ID(WS-PENDING-COUNT)
                         MOVE APD-MAKER-ID
                             TO WS-PD-MAKER-ID(WS-PENDING-COUNT)
                         MOVE APD-REQUESTED-TS
                             TO WS-PD-REQUESTED-TS(WS-PENDING-COUNT)
                         MOVE 'N'
                             TO WS-PD-RAISED-SWITCH(WS-PENDING-COUNT)
                         MOVE 'N'
                             TO WS-PD-SETTLED-SWITCH(WS-PENDING-COUNT)
                      ELSE
                         DISPLAY 'AREAMNT: PENDING TABLE FULL - '
                             'DROPPED: ' APD-AREA-ID
                         SET WS-ABEND TO TRUE
                         MOVE 16 TO WS-RETURN-CODE
                      END-IF
                   END-IF
           END-READ.

       200-APPLY-TRANSACTIONS.
           OPEN INPUT AREA-TXN-FILE
           EVALUATE WS-AREATXN-STATUS
               WHEN '00'
                   SET WS-TXNS-LOADED TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 210-APPLY-ONE-TXN
                       UNTIL WS-EOF OR WS-ABEND
                   CLOSE AREA-TXN-FILE
               WHEN OTHER
                   DISPLAY 'AREAMNT: CANNOT OPEN AREATXN, STATUS='
                      CONTINUE
                   ELSE
                      ADD 1 TO WS-TXN-READ-COUNT
                      EVALUATE TRUE
                          WHEN ATX-ADD OR ATX-CHANGE OR ATX-CLOSE
                              PERFORM 300-PARK-CHANGE
                          WHEN ATX-APPROVE
                              PERFORM 400-APPROVE-CHANGE
                          WHEN ATX-DECLINE
                              PERFORM 450-DECLINE-CHANGE
                          WHEN OTHER
                              ADD 1 TO WS-SKIPPED-COUNT
                              DISPLAY 'AREAMNT: BAD ACTION SKIPPED: '
                   END-IF
           END-READ.

       215-FIND-PENDING-ENTRY.
           MOVE 'N' TO WS-PENDING-FOUND-SWITCH
           MOVE 0 TO WS-PENDING-SUB
           PERFORM VARYING WS-PD-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PD-SCAN-SUB > WS-PENDING-COUNT
              IF WS-PD-AREA-ID(WS-PD-SCAN-SUB) = ATX-AREA-ID
                 AND NOT WS-PD-SETTLED(WS-PD-SCAN-SUB)
                 SET WS-PENDING-FOUND TO TRUE
                 MOVE WS-PD-SCAN-SUB TO WS-PENDING-SUB
              END-IF
           END-PERFORM.

       220-FIND-AREA-ENTRY.
           MOVE 'N' TO WS-AREA-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
                   MOVE 0 TO WS-AR-THRESHOLD(WS-AREA-COUNT)
                   MOVE ATX-DESCRIPTION
                       TO WS-AR-DESCRIPTION(WS-AREA-COUNT)
                   MOVE 0 TO WS-AR-LIMIT(WS-AREA-COUNT)
                   MOVE WS-AREA-COUNT TO WS-MATCH-SUB
                   PERFORM 260-APPLY-THRESHOLD
                   PERFORM 270-APPLY-LIMIT
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY 'AREA ADDED : ' ATX-AREA-ID
           END-EVALUATE.
                     TO WS-AR-DESCRIPTION(WS-MATCH-SUB)
              END-IF
              PERFORM 260-APPLY-THRESHOLD
              PERFORM 270-APPLY-LIMIT
              MOVE 'A' TO WS-AR-STATUS(WS-MATCH-SUB)
              ADD 1 TO WS-CHANGED-COUNT
              DISPLAY 'AREA CHANGED: ' ATX-AREA-ID
      *    survive the same scan XFERMAIN applies to XFERPARM values
      *    before NUMVAL sees it, and fit the master's S9(9)V99.
           IF ATX-THRESHOLD NOT = SPACES
              MOVE ATX-THRESHOLD TO WS-PARM-TEXT
              PERFORM 265-VALIDATE-THRESHOLD
              IF WS-PARM-VALID
                 AND WS-PARM-WORK-VALUE >= 0
           PERFORM VARYING WS-PARM-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SCAN-SUB > 14
              EVALUATE TRUE
                  WHEN WS-PARM-TEXT(WS-PARM-SCAN-SUB:1) = SPACE
                      CONTINUE
                  WHEN WS-PARM-TEXT(WS-PARM-SCAN-SUB:1) NUMERIC
                      ADD 1 TO WS-PARM-DIGIT-COUNT
                  WHEN WS-PARM-TEXT(WS-PARM-SCAN-SUB:1) = '.'
                      ADD 1 TO WS-PARM-DOT-COUNT
                  WHEN OTHER
                      MOVE 999 TO WS-PARM-DIGIT-COUNT
              AND WS-PARM-DOT-COUNT <= 1
              SET WS-PARM-VALID TO TRUE
              COMPUTE WS-PARM-WORK-VALUE =
                  FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF.

       270-APPLY-LIMIT.
      *    Same rules as 260-APPLY-THRESHOLD: blank leaves the limit
      *    standing (ADD just set it to zero = no limit), anything
      *    else must scan clean and fit the master's S9(11)V99.
           IF ATX-LIMIT NOT = SPACES
              MOVE ATX-LIMIT TO WS-PARM-TEXT
              PERFORM 265-VALIDATE-THRESHOLD
              IF WS-PARM-VALID
                 AND WS-PARM-WORK-VALUE >= 0
                 AND WS-PARM-WORK-VALUE <= 99999999999.99
                 MOVE WS-PARM-WORK-VALUE
                     TO WS-AR-LIMIT(WS-MATCH-SUB)
              ELSE
                 DISPLAY 'AREAMNT: UNREADABLE LIMIT IGNORED '
                     'FOR ' ATX-AREA-ID ': ' ATX-LIMIT
              END-IF
           END-IF.

       300-PARK-CHANGE.
      *    The line is checked now, against the master as it stands,
      *    so the checker approves something that will apply -- not
      *    a typo that would be skipped at approval time.
           PERFORM 220-FIND-AREA-ENTRY
           PERFORM 215-FIND-PENDING-ENTRY
           PERFORM 310-CHECK-REQUEST
           EVALUATE TRUE
               WHEN NOT WS-REQUEST-OK
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PENDING-COUNT NOT < WS-PENDING-MAX
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: PENDING TABLE FULL - '
                       ATX-ACTION ' SKIPPED: ' ATX-AREA-ID
                   MOVE 16 TO WS-RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE AREA-TXN-RECORD
                       TO WS-PD-TXN-IMAGE(WS-PENDING-COUNT)
                   MOVE ATX-AREA-ID
                       TO WS-PD-AREA-ID(WS-PENDING-COUNT)
                   MOVE ATX-USER-ID
                       TO WS-PD-MAKER-ID(WS-PENDING-COUNT)
                   MOVE WS-TIMESTAMP
                       TO WS-PD-REQUESTED-TS(WS-PENDING-COUNT)
                   MOVE 'Y' TO WS-PD-RAISED-SWITCH(WS-PENDING-COUNT)
                   MOVE 'N' TO WS-PD-SETTLED-SWITCH(WS-PENDING-COUNT)
                   ADD 1 TO WS-PARKED-COUNT
                   DISPLAY 'CHANGE PENDING: ' ATX-ACTION ' '
                       ATX-AREA-ID ' RAISED BY ' ATX-USER-ID
           END-EVALUATE.

       310-CHECK-REQUEST.
           MOVE 'N' TO WS-REQUEST-OK-SWITCH
           EVALUATE TRUE
               WHEN ATX-AREA-ID = SPACES
                   DISPLAY 'AREAMNT: ' ATX-ACTION
                       ' WITH BLANK AREA ID SKIPPED'
               WHEN ATX-USER-ID = SPACES
                   DISPLAY 'AREAMNT: ' ATX-ACTION
                       ' SKIPPED - NO USER ID: ' ATX-AREA-ID
               WHEN WS-PENDING-FOUND
                   DISPLAY 'AREAMNT: ' ATX-ACTION
                       ' SKIPPED - CHANGE ALREADY PENDING: '
                       ATX-AREA-ID
               WHEN ATX-ADD AND WS-AREA-FOUND
                   DISPLAY 'AREAMNT: ADD SKIPPED - ALREADY ON '
                       'MASTER: ' ATX-AREA-ID
               WHEN NOT ATX-ADD AND NOT WS-AREA-FOUND
                   DISPLAY 'AREAMNT: ' ATX-ACTION
                       ' SKIPPED - NOT ON MASTER: ' ATX-AREA-ID
               WHEN OTHER
                   SET WS-REQUEST-OK TO TRUE
           END-EVALUATE
           IF WS-REQUEST-OK AND NOT ATX-CLOSE
              PERFORM 315-CHECK-AMOUNT-FIELDS
           END-IF.

       315-CHECK-AMOUNT-FIELDS.
      *    The same scan and ranges 260/270 apply, but a bad value
      *    refuses the whole line here instead of being ignored: the
      *    checker must see exactly what will reach the master.
           IF ATX-THRESHOLD NOT = SPACES
              MOVE ATX-THRESHOLD TO WS-PARM-TEXT
              PERFORM 265-VALIDATE-THRESHOLD
              IF WS-PARM-VALID
                 AND WS-PARM-WORK-VALUE >= 0
                 AND WS-PARM-WORK-VALUE <= 999999999.99
                 CONTINUE
              ELSE
                 MOVE 'N' TO WS-REQUEST-OK-SWITCH
                 DISPLAY 'AREAMNT: ' ATX-ACTION
                     ' SKIPPED - UNREADABLE THRESHOLD FOR '
                     ATX-AREA-ID ': ' ATX-THRESHOLD
              END-IF
           END-IF
           IF WS-REQUEST-OK AND ATX-LIMIT NOT = SPACES
              MOVE ATX-LIMIT TO WS-PARM-TEXT
              PERFORM 265-VALIDATE-THRESHOLD
              IF WS-PARM-VALID
                 AND WS-PARM-WORK-VALUE >= 0
                 AND WS-PARM-WORK-VALUE <= 99999999999.99
                 CONTINUE
              ELSE
                 MOVE 'N' TO WS-REQUEST-OK-SWITCH
                 DISPLAY 'AREAMNT: ' ATX-ACTION
                     ' SKIPPED - UNREADABLE LIMIT FOR '
                     ATX-AREA-ID ': ' ATX-LIMIT
              END-IF
           END-IF.

       400-APPROVE-CHANGE.
      *    A change raised this run waits for a later one even when a
      *    second user keys the APV: maker and checker are separate
      *    sittings, not two lines in one deck.
           MOVE ATX-USER-ID TO WS-CHECKER-ID
           PERFORM 215-FIND-PENDING-ENTRY
           EVALUATE TRUE
               WHEN ATX-USER-ID = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: APV SKIPPED - NO USER ID: '
                       ATX-AREA-ID
               WHEN NOT WS-PENDING-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: APV SKIPPED - NOTHING PENDING: '
                       ATX-AREA-ID
               WHEN WS-PD-RAISED-NOW(WS-PENDING-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: APV SKIPPED - RAISED THIS RUN, '
                       'APPROVE IN A LATER RUN: ' ATX-AREA-ID
               WHEN WS-PD-MAKER-ID(WS-PENDING-SUB) = ATX-USER-ID
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: APV SKIPPED - RAISED BY THE '
                       'SAME USER: ' ATX-AREA-ID ' ' ATX-USER-ID
               WHEN OTHER
                   PERFORM 410-APPLY-PENDING-CHANGE
           END-EVALUATE.

       410-APPLY-PENDING-CHANGE.
      *    The parked line goes back through AREA-TXN-RECORD and the
      *    same 230/240/250 a keyed line always went through.  Only a
      *    change that actually reached the table is settled and
      *    logged; one those paragraphs skip stays pending.
           MOVE WS-PD-TXN-IMAGE(WS-PENDING-SUB) TO AREA-TXN-RECORD
           PERFORM 220-FIND-AREA-ENTRY
           IF WS-AREA-FOUND
              MOVE WS-MATCH-SUB TO WS-SCAN-SUB
              PERFORM 610-BUILD-MASTER-IMAGE
              MOVE AREA-MASTER-RECORD TO WS-BEFORE-IMAGE
           ELSE
              MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF
           COMPUTE WS-APPLIED-BEFORE = WS-ADDED-COUNT
               + WS-CHANGED-COUNT + WS-CLOSED-COUNT
           EVALUATE TRUE
               WHEN ATX-ADD
                   PERFORM 230-ADD-AREA
               WHEN ATX-CHANGE
                   PERFORM 240-CHANGE-AREA
               WHEN ATX-CLOSE
                   PERFORM 250-CLOSE-AREA
           END-EVALUATE
           IF WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-CLOSED-COUNT
              > WS-APPLIED-BEFORE
              SET WS-PD-SETTLED(WS-PENDING-SUB) TO TRUE
              ADD 1 TO WS-APPROVED-COUNT
              MOVE WS-MATCH-SUB TO WS-SCAN-SUB
              PERFORM 610-BUILD-MASTER-IMAGE
              PERFORM 420-WRITE-CHANGE-LOG
           END-IF.

       420-WRITE-CHANGE-LOG.
      *    Expects the after image in AREA-MASTER-RECORD.  A log that
      *    cannot be written stops the run before the master is
      *    rewritten: no change reaches AREAMST unlogged.
           IF NOT WS-LOG-OPEN
              PERFORM 430-OPEN-CHANGE-LOG
           END-IF
           IF WS-LOG-OPEN
              MOVE SPACES TO AREA-CHANGE-LOG-RECORD
              MOVE WS-TIMESTAMP TO ACL-APPLIED-TS
              MOVE ATX-ACTION TO ACL-ACTION
              MOVE ATX-AREA-ID TO ACL-AREA-ID
              MOVE WS-PD-MAKER-ID(WS-PENDING-SUB) TO ACL-MAKER-ID
              MOVE WS-PD-REQUESTED-TS(WS-PENDING-SUB)
                  TO ACL-REQUESTED-TS
              MOVE WS-CHECKER-ID TO ACL-CHECKER-ID
              MOVE WS-BEFORE-IMAGE TO ACL-BEFORE-IMAGE
              MOVE AREA-MASTER-RECORD TO ACL-AFTER-IMAGE
              WRITE AREA-CHANGE-LOG-RECORD
              IF WS-AREALOG-STATUS NOT = '00'
                 DISPLAY 'AREAMNT: CANNOT WRITE AREALOG, STATUS='
                     WS-AREALOG-STATUS
                 SET WS-ABEND TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
           END-IF.

       430-OPEN-CHANGE-LOG.
      *    Appended to, never rewritten -- a first run simply
      *    creates it.
           OPEN EXTEND AREA-CHANGE-LOG-FILE
           IF WS-AREALOG-STATUS = '35'
              OPEN OUTPUT AREA-CHANGE-LOG-FILE
           END-IF
           IF WS-AREALOG-STATUS = '00'
              SET WS-LOG-OPEN TO TRUE
           ELSE
              DISPLAY 'AREAMNT: CANNOT OPEN AREALOG, STATUS='
                  WS-AREALOG-STATUS
              SET WS-ABEND TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       450-DECLINE-CHANGE.
      *    Any user may decline, the maker included -- withdrawing a
      *    mistaken request needs no second pair of eyes.  Nothing
      *    reaches the master, so nothing is logged.
           PERFORM 215-FIND-PENDING-ENTRY
           EVALUATE TRUE
               WHEN ATX-USER-ID = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: REJ SKIPPED - NO USER ID: '
                       ATX-AREA-ID
               WHEN NOT WS-PENDING-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'AREAMNT: REJ SKIPPED - NOTHING PENDING: '
                       ATX-AREA-ID
               WHEN OTHER
                   SET WS-PD-SETTLED(WS-PENDING-SUB) TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
                   DISPLAY 'CHANGE DECLINED: '
                       WS-PD-TXN-IMAGE(WS-PENDING-SUB)(1:3) ' '
                       ATX-AREA-ID ' RAISED BY '
                       WS-PD-MAKER-ID(WS-PENDING-SUB)
                       ' DECLINED BY ' ATX-USER-ID
           END-EVALUATE.

       600-REWRITE-MASTER.
      *    Whole-file rewrite from the settled table, the same way
      *    XFERRQUE rewrites RETRYCNT.  Closed areas stay on the
           ELSE
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-AREA-COUNT
                 PERFORM 610-BUILD-MASTER-IMAGE
                 WRITE AREA-MASTER-RECORD
              END-PERFORM
              CLOSE AREA-MASTER-FILE
           END-IF.

       610-BUILD-MASTER-IMAGE.
      *    One table entry as its master line -- the rewrite and the
      *    change log's before/after images are the same bytes.
           MOVE SPACES TO AREA-MASTER-RECORD
           MOVE WS-AR-AREA-ID(WS-SCAN-SUB) TO ARM-AREA-ID
           MOVE WS-AR-STATUS(WS-SCAN-SUB) TO ARM-STATUS
           MOVE WS-AR-THRESHOLD(WS-SCAN-SUB) TO ARM-HOLD-THRESHOLD
           MOVE WS-AR-DESCRIPTION(WS-SCAN-SUB) TO ARM-DESCRIPTION
           MOVE WS-AR-LIMIT(WS-SCAN-SUB) TO ARM-OVERDRAFT-LIMIT.

       620-REWRITE-PENDING.
      *    Whole-file rewrite like the master: approved and declined
      *    changes drop off, everything else (including what this
      *    run raised) waits for its checker.
           OPEN OUTPUT AREA-PENDING-FILE
           IF WS-AREAPEND-STATUS NOT = '00'
              DISPLAY 'AREAMNT: CANNOT REWRITE AREAPEND, STATUS='
                  WS-AREAPEND-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM VARYING WS-PD-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-PD-SCAN-SUB > WS-PENDING-COUNT
                 IF NOT WS-PD-SETTLED(WS-PD-SCAN-SUB)
                    MOVE SPACES TO AREA-PENDING-RECORD
                    MOVE WS-PD-TXN-IMAGE(WS-PD-SCAN-SUB)
                        TO AREA-PENDING-RECORD(1:84)
                    MOVE WS-PD-REQUESTED-TS(WS-PD-SCAN-SUB)
                        TO APD-REQUESTED-TS
                    WRITE AREA-PENDING-RECORD
                 END-IF
              END-PERFORM
              CLOSE AREA-PENDING-FILE
           END-IF.

       650-EMPTY-TXN-FILE.
      *    Maintenance lines are spent the run they are applied --
      *    left standing, a stale ADD would report as a duplicate on

       700-REPORT-TOTALS.
           DISPLAY 'AREAMNT TXNS=' WS-TXN-READ-COUNT
               ' PARKED=' WS-PARKED-COUNT
               ' APPROVED=' WS-APPROVED-COUNT
               ' DECLINED=' WS-DECLINED-COUNT
               ' SKIPPED=' WS-SKIPPED-COUNT
           DISPLAY 'AREAMNT ADDED=' WS-ADDED-COUNT
               ' CHANGED=' WS-CHANGED-COUNT
               ' CLOSED=' WS-CLOSED-COUNT
               ' ON-MASTER=' WS-AREA-COUNT
               ' STILL-PENDING=' WS-REPORT-PENDING-COUNT.

       800-WRITE-CHANGE-REPORT.
      *    Rewritten every run, so the last run of the day leaves the
      *    whole day on AREARPT: applied changes come from AREALOG,
      *    not from this run's counts.
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF WS-AREARPT-STATUS NOT = '00'
              DISPLAY 'AREAMNT: CANNOT OPEN AREARPT, STATUS='
                  WS-AREARPT-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO CHANGE-REPORT-LINE
              STRING 'AREAMNT - AREA MASTER CHANGES  ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
              WRITE CHANGE-REPORT-LINE
              MOVE ALL '-' TO CHANGE-REPORT-LINE
              WRITE CHANGE-REPORT-LINE
              MOVE 'CHANGES APPLIED TODAY' TO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
              PERFORM 820-REPORT-APPLIED
              IF WS-REPORT-APPLIED-COUNT = 0
                 MOVE '  NONE' TO WS-REPORT-DETAIL
                 PERFORM 890-WRITE-REPORT-LINE
              END-IF
              MOVE SPACES TO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
              MOVE 'CHANGES PENDING APPROVAL  (BLANK VALUE = UNCHANGED)'
                  TO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
              PERFORM VARYING WS-PD-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-PD-SCAN-SUB > WS-PENDING-COUNT
                 IF NOT WS-PD-SETTLED(WS-PD-SCAN-SUB)
                    PERFORM 830-REPORT-ONE-PENDING
                 END-IF
              END-PERFORM
              IF WS-REPORT-PENDING-COUNT = 0
                 MOVE '  NONE' TO WS-REPORT-DETAIL
                 PERFORM 890-WRITE-REPORT-LINE
              END-IF
              MOVE SPACES TO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING 'APPLIED TODAY=' WS-REPORT-APPLIED-COUNT
                  '  PENDING=' WS-REPORT-PENDING-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
              CLOSE CHANGE-REPORT-FILE
           END-IF.

       820-REPORT-APPLIED.
           OPEN INPUT AREA-CHANGE-LOG-FILE
           EVALUATE WS-AREALOG-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 825-REPORT-ONE-APPLIED UNTIL WS-EOF
                   CLOSE AREA-CHANGE-LOG-FILE
               WHEN OTHER
                   DISPLAY 'AREAMNT: CANNOT READ AREALOG, STATUS='
                       WS-AREALOG-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       825-REPORT-ONE-APPLIED.
           READ AREA-CHANGE-LOG-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ACL-APPLIED-TS(1:8) = WS-TODAY-DATE
                      ADD 1 TO WS-REPORT-APPLIED-COUNT
                      MOVE ACL-REQUESTED-TS TO WS-TS-WORK
                      PERFORM 880-FORMAT-TIMESTAMP
                      MOVE SPACES TO WS-REPORT-DETAIL
                      STRING '  ' ACL-APPLIED-TS(9:2) ':'
                          ACL-APPLIED-TS(11:2) ' ' ACL-ACTION ' '
                          ACL-AREA-ID ' BY ' ACL-MAKER-ID ' '
                          WS-TS-DISPLAY ' OK ' ACL-CHECKER-ID
                          DELIMITED BY SIZE INTO WS-REPORT-DETAIL
                      PERFORM 890-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-DETAIL
                      IF ACL-BEFORE-IMAGE = SPACES
                         MOVE '    WAS (NEW AREA)' TO WS-REPORT-DETAIL
                      ELSE
                         STRING '    WAS ' ACL-BEFORE-IMAGE
                             DELIMITED BY SIZE INTO WS-REPORT-DETAIL
                      END-IF
                      PERFORM 890-WRITE-REPORT-LINE
                      MOVE SPACES TO WS-REPORT-DETAIL
                      STRING '    NOW ' ACL-AFTER-IMAGE
                          DELIMITED BY SIZE INTO WS-REPORT-DETAIL
                      PERFORM 890-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       830-REPORT-ONE-PENDING.
           ADD 1 TO WS-REPORT-PENDING-COUNT
           MOVE WS-PD-TXN-IMAGE(WS-PD-SCAN-SUB) TO AREA-TXN-RECORD
           MOVE WS-PD-REQUESTED-TS(WS-PD-SCAN-SUB) TO WS-TS-WORK
           PERFORM 880-FORMAT-TIMESTAMP
           MOVE SPACES TO WS-REPORT-DETAIL
           STRING '  ' ATX-ACTION ' ' ATX-AREA-ID ' BY '
               ATX-USER-ID ' ' WS-TS-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-DETAIL
           PERFORM 890-WRITE-REPORT-LINE
           IF NOT ATX-CLOSE
              MOVE SPACES TO WS-REPORT-DETAIL
              STRING '    THR=' ATX-THRESHOLD ' LIM=' ATX-LIMIT ' '
                  ATX-DESCRIPTION
                  DELIMITED BY SIZE INTO WS-REPORT-DETAIL
              PERFORM 890-WRITE-REPORT-LINE
           END-IF.

       880-FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-TS-DISPLAY
           STRING WS-TS-WORK(1:4) '-' WS-TS-WORK(5:2) '-'
               WS-TS-WORK(7:2) ' ' WS-TS-WORK(9:2) ':'
               WS-TS-WORK(11:2)
               DELIMITED BY SIZE INTO WS-TS-DISPLAY.

       890-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DETAIL TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.
