       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDMNT.
      *****************************************************************
      *  STANDMNT
      *  Maintenance for the standing-instruction master (see
      *  STANDMST.cpy), the AREAMNT arrangement applied to recurring
      *  transfers.  The transaction file STANDTXN carries one line
      *  per change:
      *      ADD <instr-id> <area-id> <amount> <freq> <day> <start>
      *          <end> <priority> <description>    new instruction
      *      CHG <instr-id> <area-id> <amount> <freq> <day> <start>
      *          <end> <priority> <description>    change one
      *      CLS <instr-id>                        cancel one
      *  Frequency D/W/M/S (see STANDMST.cpy); day 01-31 is required
      *  for S and ignored otherwise; dates are YYYY-MM-DD; a blank
      *  end date means no end.  A blank field on CHG leaves that
      *  field standing -- an end date is removed by keying
      *  9999-12-31.  The area must be ACTIVE on AREAMST when it is
      *  keyed; STANDGEN checks again every morning.
      *  ADD of an id already on the master, CHG/CLS of one that is not,
      *  or CHG of a cancelled one, is reported and skipped, and so is
      *  any line that fails a field edit -- a mistyped instruction must
      *  not start moving money.  The last-generated date is never
      *  keyed: a changed schedule picks up from where generation
      *  stands, so no occurrence already cut is cut again.  A new
      *  instruction starts it at the day before its start date, or at
      *  yesterday when the start date is back-dated -- nothing that
      *  fell due before it was keyed is ever cut.  The master is
      *  rewritten from the settled table and STANDTXN is emptied once
      *  consumed.  A skipped line ends the run with return code 4.
      *  Run whenever operations has instruction changes, before the
      *  morning producers (STANDGEN reads the master at startup).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-MASTER-FILE ASSIGN TO "STANDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDMST-STATUS.

           SELECT STANDING-TXN-FILE ASSIGN TO "STANDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDTXN-STATUS.

      *    Startup-only read: which areas exist and are open.
           SELECT AREA-MASTER-FILE ASSIGN TO "AREAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREAMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-MASTER-FILE.
           COPY STANDMST.

       FD  STANDING-TXN-FILE.
       01  STANDING-TXN-RECORD.
           05  STX-ACTION                  PIC X(3).
               88  STX-ADD                 VALUE 'ADD'.
               88  STX-CHANGE              VALUE 'CHG'.
               88  STX-CLOSE               VALUE 'CLS'.
           05  FILLER                      PIC X.
           05  STX-INSTR-ID                PIC X(8).
           05  FILLER                      PIC X.
           05  STX-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  STX-AMOUNT                  PIC X(14).
           05  FILLER                      PIC X.
           05  STX-FREQUENCY               PIC X(1).
           05  FILLER                      PIC X.
           05  STX-DAY                     PIC X(2).
           05  FILLER                      PIC X.
           05  STX-START-DATE              PIC X(10).
           05  FILLER                      PIC X.
           05  STX-END-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  STX-PRIORITY                PIC X(1).
           05  FILLER                      PIC X.
           05  STX-DESCRIPTION             PIC X(30).

       FD  AREA-MASTER-FILE.
           COPY AREAMST.

       WORKING-STORAGE SECTION.
       01  WS-STANDMST-STATUS          PIC XX.
       01  WS-STANDTXN-STATUS          PIC XX.
       01  WS-AREAMST-STATUS           PIC XX.

       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND                VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-TXNS-LOADED-SWITCH       PIC X VALUE 'N'.
           88  WS-TXNS-LOADED          VALUE 'Y'.
       01  WS-INSTR-FOUND-SWITCH       PIC X.
           88  WS-INSTR-FOUND          VALUE 'Y'.
       01  WS-TXN-VALID-SWITCH         PIC X.
           88  WS-TXN-VALID            VALUE 'Y'.

       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.

      *    The whole master, loaded up front and rewritten settled --
      *    AREAMNT's table pattern.  Overflow stops the run: a master
      *    rewritten from a truncated table would lose instructions.
       01  WS-INSTR-MAX                PIC 9(4) VALUE 2000.
       01  WS-INSTR-COUNT              PIC 9(4) VALUE 0.
       01  WS-INSTR-TABLE.
           05  WS-INSTR-ENTRY OCCURS 2000 TIMES.
               10  WS-IN-INSTR-ID      PIC X(8).
               10  WS-IN-AREA-ID       PIC X(10).
               10  WS-IN-STATUS        PIC X.
               10  WS-IN-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-IN-FREQUENCY     PIC X.
               10  WS-IN-DAY           PIC 9(2).
               10  WS-IN-START-DATE    PIC X(10).
               10  WS-IN-END-DATE      PIC X(10).
               10  WS-IN-PRIORITY      PIC X.
               10  WS-IN-LAST-GEN-DATE PIC X(10).
               10  WS-IN-DESCRIPTION   PIC X(30).
       01  WS-SCAN-SUB                 PIC 9(4).
       01  WS-MATCH-SUB                PIC 9(4).

      *    Active area ids from AREAMST, AREAMNT's 500-area limit.
       01  WS-AREA-MAX                 PIC 9(3) VALUE 500.
       01  WS-AREA-COUNT               PIC 9(3) VALUE 0.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 500 TIMES.
               10  WS-AR-AREA-ID       PIC X(10).
       01  WS-AREA-SUB                 PIC 9(3).
       01  WS-AREA-FOUND-SWITCH        PIC X.
           88  WS-AREA-FOUND           VALUE 'Y'.

      *    The settled values for the line being applied: the table
      *    entry's current values with the line's non-blank fields
      *    laid over them, edited as a whole before anything is
      *    stored -- so a CHG can never leave a half-applied entry.
       01  WS-NEW-AREA-ID              PIC X(10).
       01  WS-NEW-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-NEW-FREQUENCY            PIC X.
       01  WS-NEW-DAY                  PIC 9(2).
       01  WS-NEW-START-DATE           PIC X(10).
       01  WS-NEW-END-DATE             PIC X(10).
       01  WS-NEW-PRIORITY             PIC X.
       01  WS-NEW-DESCRIPTION          PIC X(30).
       01  WS-REASON                   PIC X(40).

      *    Amount parse state -- AREAMNT's digits/one-dot/blanks
      *    scan before NUMVAL is trusted.
       01  WS-PARM-TEXT                PIC X(14).
       01  WS-PARM-VALID-SWITCH        PIC X.
           88  WS-PARM-VALID           VALUE 'Y'.
       01  WS-PARM-WORK-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-PARM-DIGIT-COUNT         PIC 9(3).
       01  WS-PARM-DOT-COUNT           PIC 9(3).
       01  WS-PARM-SCAN-SUB            PIC 9(3).

      *    Date edit -- XFEREDIT's effective-date rules.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-SEP1              PIC X.
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-SEP2              PIC X.
           05  WS-ED-DAY               PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 99 VALUE 0.
       01  WS-LEAP-REM-4               PIC 9(4).
       01  WS-LEAP-REM-100             PIC 9(4).
       01  WS-LEAP-REM-400             PIC 9(4).
       01  WS-DATE-VALID-SWITCH        PIC X.
           88  WS-DATE-VALID           VALUE 'Y'.

      *    Day-before arithmetic for a new instruction's starting
      *    last-generated date.
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-DAY-BEFORE-START         PIC X(10).
       01  WS-BIZ-DATE-IN              PIC X(10).
       01  WS-BIZ-DIGITS               PIC 9(8).
       01  WS-BIZ-DIGITS-X REDEFINES WS-BIZ-DIGITS
                                       PIC X(8).
       01  WS-BIZ-INTEGER              PIC S9(9) COMP-5.
       01  WS-TIMESTAMP                PIC X(21).

       01  WS-COUNTS.
           05  WS-TXN-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           IF NOT WS-ABEND
              PERFORM 200-APPLY-TRANSACTIONS
              IF WS-TXNS-LOADED AND NOT WS-ABEND
                 PERFORM 600-REWRITE-MASTER
                 PERFORM 650-EMPTY-TXN-FILE
              END-IF
              PERFORM 700-REPORT-TOTALS
           END-IF
           IF WS-SKIPPED-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       100-INITIALIZE.
      *    No STANDMST yet just means the master is being built for
      *    the first time.  No AREAMST means no ADD or area change
      *    can pass its edit -- those lines skip, CLS still applies.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
               WS-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           OPEN INPUT STANDING-MASTER-FILE
           EVALUATE WS-STANDMST-STATUS
               WHEN '35'
                   DISPLAY 'STANDMNT: NO MASTER ON FILE - BUILDING NEW'
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 120-LOAD-ONE-INSTRUCTION UNTIL WS-EOF
                   CLOSE STANDING-MASTER-FILE
               WHEN OTHER
                   DISPLAY 'STANDMNT: CANNOT OPEN STANDMST, STATUS='
                       WS-STANDMST-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE
           IF NOT WS-ABEND
              OPEN INPUT AREA-MASTER-FILE
              EVALUATE WS-AREAMST-STATUS
                  WHEN '35'
                      DISPLAY 'STANDMNT: NO AREAMST - NO AREA CAN BE '
                          'ASSIGNED'
                  WHEN '00'
                      MOVE 'N' TO WS-EOF-SWITCH
                      PERFORM 130-LOAD-ONE-AREA UNTIL WS-EOF
                      CLOSE AREA-MASTER-FILE
                  WHEN OTHER
                      DISPLAY 'STANDMNT: CANNOT OPEN AREAMST, STATUS='
                          WS-AREAMST-STATUS
                      SET WS-ABEND TO TRUE
                      MOVE 16 TO WS-RETURN-CODE
              END-EVALUATE
           END-IF.

       120-LOAD-ONE-INSTRUCTION.
           READ STANDING-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF SIM-INSTR-ID = SPACES
                      CONTINUE
                   ELSE
                      IF WS-INSTR-COUNT < WS-INSTR-MAX
                         ADD 1 TO WS-INSTR-COUNT
                         MOVE SIM-INSTR-ID
                             TO WS-IN-INSTR-ID(WS-INSTR-COUNT)
                         MOVE SIM-AREA-ID
                             TO WS-IN-AREA-ID(WS-INSTR-COUNT)
                         MOVE SIM-STATUS
                             TO WS-IN-STATUS(WS-INSTR-COUNT)
                         IF SIM-AMOUNT NUMERIC
                            MOVE SIM-AMOUNT
                                TO WS-IN-AMOUNT(WS-INSTR-COUNT)
                         ELSE
                            MOVE 0 TO WS-IN-AMOUNT(WS-INSTR-COUNT)
                         END-IF
                         MOVE SIM-FREQUENCY
                             TO WS-IN-FREQUENCY(WS-INSTR-COUNT)
                         IF SIM-DAY NUMERIC
                            MOVE SIM-DAY TO WS-IN-DAY(WS-INSTR-COUNT)
                         ELSE
                            MOVE 0 TO WS-IN-DAY(WS-INSTR-COUNT)
                         END-IF
                         MOVE SIM-START-DATE
                             TO WS-IN-START-DATE(WS-INSTR-COUNT)
                         MOVE SIM-END-DATE
                             TO WS-IN-END-DATE(WS-INSTR-COUNT)
                         MOVE SIM-PRIORITY
                             TO WS-IN-PRIORITY(WS-INSTR-COUNT)
                         MOVE SIM-LAST-GEN-DATE
                             TO WS-IN-LAST-GEN-DATE(WS-INSTR-COUNT)
                         MOVE SIM-DESCRIPTION
                             TO WS-IN-DESCRIPTION(WS-INSTR-COUNT)
                      ELSE
                         DISPLAY 'STANDMNT: INSTRUCTION TABLE FULL - '
                             'DROPPED: ' SIM-INSTR-ID
                         SET WS-ABEND TO TRUE
                         MOVE 16 TO WS-RETURN-CODE
                      END-IF
                   END-IF
           END-READ.

       130-LOAD-ONE-AREA.
           READ AREA-MASTER-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF ARM-ACTIVE AND ARM-AREA-ID NOT = SPACES
                      IF WS-AREA-COUNT < WS-AREA-MAX
                         ADD 1 TO WS-AREA-COUNT
                         MOVE ARM-AREA-ID
                             TO WS-AR-AREA-ID(WS-AREA-COUNT)
                      ELSE
                         DISPLAY 'STANDMNT: AREA TABLE FULL - '
                             'DROPPED: ' ARM-AREA-ID
                      END-IF
                   END-IF
           END-READ.

       200-APPLY-TRANSACTIONS.
           OPEN INPUT STANDING-TXN-FILE
           EVALUATE WS-STANDTXN-STATUS
               WHEN '35'
                   DISPLAY 'STANDMNT: NO STANDTXN FILE - NOTHING TO DO'
               WHEN '00'
                   SET WS-TXNS-LOADED TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 210-APPLY-ONE-TXN UNTIL WS-EOF
                   CLOSE STANDING-TXN-FILE
               WHEN OTHER
                   DISPLAY 'STANDMNT: CANNOT OPEN STANDTXN, STATUS='
                       WS-STANDTXN-STATUS
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       210-APPLY-ONE-TXN.
           READ STANDING-TXN-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF STANDING-TXN-RECORD = SPACES
                      CONTINUE
                   ELSE
                      ADD 1 TO WS-TXN-READ-COUNT
                      PERFORM 220-FIND-INSTRUCTION
                      EVALUATE TRUE
                          WHEN STX-ADD
                              PERFORM 230-ADD-INSTRUCTION
                          WHEN STX-CHANGE
                              PERFORM 240-CHANGE-INSTRUCTION
                          WHEN STX-CLOSE
                              PERFORM 250-CANCEL-INSTRUCTION
                          WHEN OTHER
                              ADD 1 TO WS-SKIPPED-COUNT
                              DISPLAY 'STANDMNT: BAD ACTION SKIPPED: '
                                  STX-ACTION ' ' STX-INSTR-ID
                      END-EVALUATE
                   END-IF
           END-READ.

       220-FIND-INSTRUCTION.
           MOVE 'N' TO WS-INSTR-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-INSTR-COUNT
              IF WS-IN-INSTR-ID(WS-SCAN-SUB) = STX-INSTR-ID
                 SET WS-INSTR-FOUND TO TRUE
                 MOVE WS-SCAN-SUB TO WS-MATCH-SUB
              END-IF
           END-PERFORM.

       230-ADD-INSTRUCTION.
           EVALUATE TRUE
               WHEN STX-INSTR-ID = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDMNT: ADD WITH BLANK INSTRUCTION ID '
                       'SKIPPED'
               WHEN WS-INSTR-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDMNT: ADD SKIPPED - ALREADY ON '
                       'MASTER: ' STX-INSTR-ID
               WHEN WS-INSTR-COUNT NOT < WS-INSTR-MAX
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDMNT: INSTRUCTION TABLE FULL - ADD '
                       'SKIPPED: ' STX-INSTR-ID
                   MOVE 16 TO WS-RETURN-CODE
               WHEN OTHER
      *    Everything starts blank and is taken from the line, so
      *    the shared edit below catches any required field missed.
                   MOVE SPACES TO WS-NEW-AREA-ID
                   MOVE 0 TO WS-NEW-AMOUNT
                   MOVE SPACE TO WS-NEW-FREQUENCY
                   MOVE 0 TO WS-NEW-DAY
                   MOVE SPACES TO WS-NEW-START-DATE
                   MOVE SPACES TO WS-NEW-END-DATE
                   MOVE SPACE TO WS-NEW-PRIORITY
                   MOVE SPACES TO WS-NEW-DESCRIPTION
                   PERFORM 260-OVERLAY-TXN-FIELDS
                   IF WS-TXN-VALID
                      PERFORM 270-EDIT-NEW-VALUES
                   END-IF
                   IF WS-TXN-VALID
                      ADD 1 TO WS-INSTR-COUNT
                      MOVE WS-INSTR-COUNT TO WS-MATCH-SUB
                      MOVE STX-INSTR-ID TO WS-IN-INSTR-ID(WS-MATCH-SUB)
                      MOVE 'A' TO WS-IN-STATUS(WS-MATCH-SUB)
                      PERFORM 290-STORE-NEW-VALUES
                      PERFORM 295-SET-FIRST-LAST-GEN
                      ADD 1 TO WS-ADDED-COUNT
                      DISPLAY 'INSTRUCTION ADDED  : ' STX-INSTR-ID
                          ' ' WS-NEW-AREA-ID
                   ELSE
                      ADD 1 TO WS-SKIPPED-COUNT
                      DISPLAY 'STANDMNT: ADD SKIPPED: ' STX-INSTR-ID
                          ' - ' WS-REASON
                   END-IF
           END-EVALUATE.

       240-CHANGE-INSTRUCTION.
      *    A cancelled instruction stays cancelled -- a CHG never
      *    brings one back, and the status an instruction already
      *    has is kept.  Reinstating means an ADD under a new id.
           EVALUATE TRUE
               WHEN NOT WS-INSTR-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDMNT: CHG SKIPPED - NOT ON MASTER: '
                       STX-INSTR-ID
               WHEN WS-IN-STATUS(WS-MATCH-SUB) = 'C'
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDMNT: CHG SKIPPED - CANCELLED: '
                       STX-INSTR-ID
               WHEN OTHER
                   MOVE WS-IN-AREA-ID(WS-MATCH-SUB) TO WS-NEW-AREA-ID
                   MOVE WS-IN-AMOUNT(WS-MATCH-SUB) TO WS-NEW-AMOUNT
                   MOVE WS-IN-FREQUENCY(WS-MATCH-SUB)
                       TO WS-NEW-FREQUENCY
                   MOVE WS-IN-DAY(WS-MATCH-SUB) TO WS-NEW-DAY
                   MOVE WS-IN-START-DATE(WS-MATCH-SUB)
                       TO WS-NEW-START-DATE
                   MOVE WS-IN-END-DATE(WS-MATCH-SUB)
                       TO WS-NEW-END-DATE
                   MOVE WS-IN-PRIORITY(WS-MATCH-SUB)
                       TO WS-NEW-PRIORITY
                   MOVE WS-IN-DESCRIPTION(WS-MATCH-SUB)
                       TO WS-NEW-DESCRIPTION
                   PERFORM 260-OVERLAY-TXN-FIELDS
                   IF WS-TXN-VALID
                      PERFORM 270-EDIT-NEW-VALUES
                   END-IF
                   IF WS-TXN-VALID
                      PERFORM 290-STORE-NEW-VALUES
                      ADD 1 TO WS-CHANGED-COUNT
                      DISPLAY 'INSTRUCTION CHANGED: ' STX-INSTR-ID
                          ' ' WS-NEW-AREA-ID
                   ELSE
                      ADD 1 TO WS-SKIPPED-COUNT
                      DISPLAY 'STANDMNT: CHG SKIPPED: ' STX-INSTR-ID
                          ' - ' WS-REASON
                   END-IF
           END-EVALUATE.

       250-CANCEL-INSTRUCTION.
           IF NOT WS-INSTR-FOUND
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY 'STANDMNT: CLS SKIPPED - NOT ON MASTER: '
                  STX-INSTR-ID
           ELSE
              MOVE 'C' TO WS-IN-STATUS(WS-MATCH-SUB)
              ADD 1 TO WS-CLOSED-COUNT
              DISPLAY 'INSTRUCTION CANCELLED: ' STX-INSTR-ID
           END-IF.

       260-OVERLAY-TXN-FIELDS.
      *    Non-blank line fields over the working values.  Only the
      *    amount and day need converting here; their failures are
      *    the only ones found before 270.
           SET WS-TXN-VALID TO TRUE
           IF STX-AREA-ID NOT = SPACES
              MOVE STX-AREA-ID TO WS-NEW-AREA-ID
           END-IF
           IF STX-AMOUNT NOT = SPACES
              MOVE STX-AMOUNT TO WS-PARM-TEXT
              PERFORM 265-VALIDATE-AMOUNT
              IF WS-PARM-VALID
                 AND WS-PARM-WORK-VALUE > 0
                 AND WS-PARM-WORK-VALUE <= 999999999.99
                 MOVE WS-PARM-WORK-VALUE TO WS-NEW-AMOUNT
              ELSE
                 MOVE 'N' TO WS-TXN-VALID-SWITCH
                 MOVE 'UNREADABLE AMOUNT' TO WS-REASON
              END-IF
           END-IF
           IF STX-FREQUENCY NOT = SPACE
              MOVE STX-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF
           IF STX-DAY NOT = SPACES
              IF STX-DAY NUMERIC
                 MOVE STX-DAY TO WS-NEW-DAY
              ELSE
                 MOVE 'N' TO WS-TXN-VALID-SWITCH
                 MOVE 'UNREADABLE DAY OF MONTH' TO WS-REASON
              END-IF
           END-IF
           IF STX-START-DATE NOT = SPACES
              MOVE STX-START-DATE TO WS-NEW-START-DATE
           END-IF
           IF STX-END-DATE NOT = SPACES
              IF STX-END-DATE = '9999-12-31'
                 MOVE SPACES TO WS-NEW-END-DATE
              ELSE
                 MOVE STX-END-DATE TO WS-NEW-END-DATE
              END-IF
           END-IF
           IF STX-PRIORITY NOT = SPACE
              MOVE STX-PRIORITY TO WS-NEW-PRIORITY
           END-IF
           IF STX-DESCRIPTION NOT = SPACES
              MOVE STX-DESCRIPTION TO WS-NEW-DESCRIPTION
           END-IF.

       265-VALIDATE-AMOUNT.
           MOVE 'N' TO WS-PARM-VALID-SWITCH
           MOVE 0 TO WS-PARM-DIGIT-COUNT
           MOVE 0 TO WS-PARM-DOT-COUNT
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
                      MOVE 999 TO WS-PARM-DOT-COUNT
                      MOVE 14 TO WS-PARM-SCAN-SUB
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGIT-COUNT >= 1
              AND WS-PARM-DIGIT-COUNT < 999
              AND WS-PARM-DOT-COUNT <= 1
              SET WS-PARM-VALID TO TRUE
              COMPUTE WS-PARM-WORK-VALUE =
                  FUNCTION NUMVAL(WS-PARM-TEXT)
           END-IF.

       270-EDIT-NEW-VALUES.
      *    The settled instruction as a whole: first failure wins and
      *    names itself on the console.
           PERFORM 280-FIND-AREA
           EVALUATE TRUE
               WHEN NOT WS-AREA-FOUND
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
                   MOVE 'AREA NOT ACTIVE ON AREAMST' TO WS-REASON
               WHEN WS-NEW-AMOUNT NOT > 0
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
                   MOVE 'AMOUNT MISSING' TO WS-REASON
               WHEN WS-NEW-FREQUENCY NOT = 'D'
                AND WS-NEW-FREQUENCY NOT = 'W'
                AND WS-NEW-FREQUENCY NOT = 'M'
                AND WS-NEW-FREQUENCY NOT = 'S'
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
                   MOVE 'FREQUENCY NOT D/W/M/S' TO WS-REASON
               WHEN WS-NEW-FREQUENCY = 'S'
                AND (WS-NEW-DAY < 1 OR WS-NEW-DAY > 31)
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
                   MOVE 'DAY OF MONTH NOT 01-31' TO WS-REASON
               WHEN WS-NEW-PRIORITY NOT = SPACE
                AND (WS-NEW-PRIORITY < '1' OR WS-NEW-PRIORITY > '9')
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
                   MOVE 'PRIORITY NOT 1-9 OR BLANK' TO WS-REASON
               WHEN OTHER
                   MOVE WS-NEW-START-DATE TO WS-EDIT-DATE
                   PERFORM 285-CHECK-DATE
                   IF NOT WS-DATE-VALID
                      MOVE 'N' TO WS-TXN-VALID-SWITCH
                      MOVE 'BAD START DATE' TO WS-REASON
                   END-IF
                   IF WS-TXN-VALID AND WS-NEW-END-DATE NOT = SPACES
                      MOVE WS-NEW-END-DATE TO WS-EDIT-DATE
                      PERFORM 285-CHECK-DATE
                      IF NOT WS-DATE-VALID
                         OR WS-NEW-END-DATE < WS-NEW-START-DATE
                         MOVE 'N' TO WS-TXN-VALID-SWITCH
                         MOVE 'BAD END DATE' TO WS-REASON
                      END-IF
                   END-IF
           END-EVALUATE
           IF WS-TXN-VALID AND WS-NEW-FREQUENCY NOT = 'S'
              MOVE 0 TO WS-NEW-DAY
           END-IF.

       280-FIND-AREA.
           MOVE 'N' TO WS-AREA-FOUND-SWITCH
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
              IF WS-AR-AREA-ID(WS-AREA-SUB) = WS-NEW-AREA-ID
                 SET WS-AREA-FOUND TO TRUE
              END-IF
           END-PERFORM.

       285-CHECK-DATE.
           SET WS-DATE-VALID TO TRUE
           IF WS-ED-YEAR NOT NUMERIC
              OR WS-ED-MONTH NOT NUMERIC
              OR WS-ED-DAY NOT NUMERIC
              OR WS-ED-SEP1 NOT = '-'
              OR WS-ED-SEP2 NOT = '-'
              MOVE 'N' TO WS-DATE-VALID-SWITCH
           ELSE
              IF WS-ED-YEAR = 0
                 OR WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                 MOVE 'N' TO WS-DATE-VALID-SWITCH
              ELSE
                 PERFORM 286-SET-DAYS-IN-MONTH
                 IF WS-ED-DAY < 1 OR WS-ED-DAY > WS-DAYS-IN-MONTH
                    MOVE 'N' TO WS-DATE-VALID-SWITCH
                 END-IF
              END-IF
           END-IF.

       286-SET-DAYS-IN-MONTH.
           EVALUATE WS-ED-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   COMPUTE WS-LEAP-REM-4 = FUNCTION MOD
                       (WS-ED-YEAR 4)
                   COMPUTE WS-LEAP-REM-100 = FUNCTION MOD
                       (WS-ED-YEAR 100)
                   COMPUTE WS-LEAP-REM-400 = FUNCTION MOD
                       (WS-ED-YEAR 400)
                   IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                      OR WS-LEAP-REM-400 = 0
                      MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                      MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       290-STORE-NEW-VALUES.
           MOVE WS-NEW-AREA-ID TO WS-IN-AREA-ID(WS-MATCH-SUB)
           MOVE WS-NEW-AMOUNT TO WS-IN-AMOUNT(WS-MATCH-SUB)
           MOVE WS-NEW-FREQUENCY TO WS-IN-FREQUENCY(WS-MATCH-SUB)
           MOVE WS-NEW-DAY TO WS-IN-DAY(WS-MATCH-SUB)
           MOVE WS-NEW-START-DATE TO WS-IN-START-DATE(WS-MATCH-SUB)
           MOVE WS-NEW-END-DATE TO WS-IN-END-DATE(WS-MATCH-SUB)
           MOVE WS-NEW-PRIORITY TO WS-IN-PRIORITY(WS-MATCH-SUB)
           MOVE WS-NEW-DESCRIPTION TO WS-IN-DESCRIPTION(WS-MATCH-SUB).

       295-SET-FIRST-LAST-GEN.
      *    The later of the day before the start date and yesterday.
           MOVE WS-NEW-START-DATE TO WS-BIZ-DATE-IN
           PERFORM 296-DAY-BEFORE
           MOVE WS-BIZ-DATE-IN TO WS-DAY-BEFORE-START
           MOVE WS-TODAY-DATE TO WS-BIZ-DATE-IN
           PERFORM 296-DAY-BEFORE
           IF WS-DAY-BEFORE-START > WS-BIZ-DATE-IN
              MOVE WS-DAY-BEFORE-START
                  TO WS-IN-LAST-GEN-DATE(WS-MATCH-SUB)
           ELSE
              MOVE WS-BIZ-DATE-IN
                  TO WS-IN-LAST-GEN-DATE(WS-MATCH-SUB)
           END-IF.

       296-DAY-BEFORE.
           MOVE SPACES TO WS-BIZ-DIGITS-X
           STRING WS-BIZ-DATE-IN(1:4) WS-BIZ-DATE-IN(6:2)
               WS-BIZ-DATE-IN(9:2)
               DELIMITED BY SIZE INTO WS-BIZ-DIGITS-X
           COMPUTE WS-BIZ-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DIGITS) - 1
           COMPUTE WS-BIZ-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-BIZ-INTEGER)
           MOVE SPACES TO WS-BIZ-DATE-IN
           STRING WS-BIZ-DIGITS-X(1:4) '-' WS-BIZ-DIGITS-X(5:2) '-'
               WS-BIZ-DIGITS-X(7:2)
               DELIMITED BY SIZE INTO WS-BIZ-DATE-IN.

       600-REWRITE-MASTER.
      *    Whole-file rewrite from the settled table, as AREAMNT
      *    rewrites AREAMST.
           OPEN OUTPUT STANDING-MASTER-FILE
           IF WS-STANDMST-STATUS NOT = '00'
              DISPLAY 'STANDMNT: CANNOT REWRITE STANDMST, STATUS='
                  WS-STANDMST-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-INSTR-COUNT
                 MOVE SPACES TO STANDING-MASTER-RECORD
                 MOVE WS-IN-INSTR-ID(WS-SCAN-SUB) TO SIM-INSTR-ID
                 MOVE WS-IN-AREA-ID(WS-SCAN-SUB) TO SIM-AREA-ID
                 MOVE WS-IN-STATUS(WS-SCAN-SUB) TO SIM-STATUS
                 MOVE WS-IN-AMOUNT(WS-SCAN-SUB) TO SIM-AMOUNT
                 MOVE WS-IN-FREQUENCY(WS-SCAN-SUB) TO SIM-FREQUENCY
                 MOVE WS-IN-DAY(WS-SCAN-SUB) TO SIM-DAY
                 MOVE WS-IN-START-DATE(WS-SCAN-SUB) TO SIM-START-DATE
                 MOVE WS-IN-END-DATE(WS-SCAN-SUB) TO SIM-END-DATE
                 MOVE WS-IN-PRIORITY(WS-SCAN-SUB) TO SIM-PRIORITY
                 MOVE WS-IN-LAST-GEN-DATE(WS-SCAN-SUB)
                     TO SIM-LAST-GEN-DATE
                 MOVE WS-IN-DESCRIPTION(WS-SCAN-SUB)
                     TO SIM-DESCRIPTION
                 WRITE STANDING-MASTER-RECORD
              END-PERFORM
              CLOSE STANDING-MASTER-FILE
           END-IF.

       650-EMPTY-TXN-FILE.
      *    Spent the run they are applied, AREAMNT's discipline: a
      *    stale ADD would report as a duplicate on every run.
           OPEN OUTPUT STANDING-TXN-FILE
           IF WS-STANDTXN-STATUS NOT = '00'
              DISPLAY 'STANDMNT: CANNOT EMPTY STANDTXN, STATUS='
                  WS-STANDTXN-STATUS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              CLOSE STANDING-TXN-FILE
           END-IF.

       700-REPORT-TOTALS.
           DISPLAY 'STANDMNT TXNS=' WS-TXN-READ-COUNT
               ' ADDED=' WS-ADDED-COUNT
               ' CHANGED=' WS-CHANGED-COUNT
               ' CANCELLED=' WS-CLOSED-COUNT
               ' SKIPPED=' WS-SKIPPED-COUNT
               ' ON-MASTER=' WS-INSTR-COUNT.
