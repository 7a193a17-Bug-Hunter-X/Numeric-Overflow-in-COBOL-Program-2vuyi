       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLTIE.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLTIE                                                     *
      *  Month-end subledger-to-GL tie-out.  OVFLGLRC proves one     *
      *  batch at a time; this step proves the period.  The GL side  *
      *  is every batch on the GL batch history GLHIST (OVFLGLH)     *
      *  for a cycle dated in the TIEPARM period that OVFLGLRC       *
      *  confirmed, summed by account from the lines the GL posted   *
      *  - OVFL-KR-x, OVFL-SUSP and OVFL-CLEAR.  Our side is built   *
      *  from what we hold, on the same cycle dates:                 *
      *    OVFL-KR-x  - the ordinary postings, less their            *
      *                 reversals, on the detail history PSTHIST,    *
      *                 by key range                                 *
      *    OVFL-SUSP  - the open suspense exposure (SUSNEXT, or      *
      *                 SUSFILE when there is no carry) plus the     *
      *                 items released from it since (RELLOG), at    *
      *                 their original value                         *
      *    OVFL-CLEAR - the offset of the two                        *
      *  The BALMAST movement for the period (every history row) is  *
      *  shown reconciled to the key-range figure, and REJLOG        *
      *  write-offs are shown as a memo - rejected at the edit, they *
      *  never reached BALMAST or the GL.                            *
      *  Each GL account is printed beside our figure, and every     *
      *  cycle is checked on its own, so the cycle that put the      *
      *  clearing account out is named: no batch sent, a batch       *
      *  never confirmed, a batch that failed and was not resent,    *
      *  or amounts that differ.  The report ends with one IN        *
      *  BALANCE / OUT OF BALANCE verdict for sign-off (RETURN-CODE  *
      *  4 when out).  Run once the window has closed (OVFLARCH)     *
      *  and the period's last batch has been reconciled.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIE-PARM-FILE ASSIGN TO "TIEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIE-PARM-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "PSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT REJECT-LOG-FILE ASSIGN TO "REJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-LOG-STATUS.

           SELECT TIE-REPORT-FILE ASSIGN TO "TIERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIE-PARM-FILE.
           COPY OVFLTIEP.

       FD  GL-HISTORY-FILE.
           COPY OVFLGLH.

       FD  POSTING-HISTORY-FILE.
           COPY OVFLPHST.

       FD  SUSPENSE-FILE.
           COPY OVFLSUS.

       FD  DISPOSITION-FILE.
           COPY OVFLDISP.

       FD  REJECT-LOG-FILE.
           COPY OVFLRDSP.

       FD  TIE-REPORT-FILE.
       01  TIE-REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TIE-PARM-STATUS          PIC XX   VALUE SPACES.
           05  WS-GL-HISTORY-STATUS        PIC XX   VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-DISPOSITION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-REJECT-LOG-STATUS        PIC XX   VALUE SPACES.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-SUSPENSE-FILENAME        PIC X(20) VALUE "SUSNEXT".

       01  WS-SWITCHES.
           05  WS-GL-HISTORY-EOF-SWITCH    PIC X    VALUE 'N'.
               88  WS-END-OF-GL-HISTORY             VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH       PIC X    VALUE 'N'.
               88  WS-END-OF-HISTORY                VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE               VALUE 'Y'.
           05  WS-DISPOSITION-EOF-SWITCH   PIC X    VALUE 'N'.
               88  WS-END-OF-DISPOSITIONS           VALUE 'Y'.
           05  WS-REJECT-LOG-EOF-SWITCH    PIC X    VALUE 'N'.
               88  WS-END-OF-REJECT-LOG             VALUE 'Y'.
      *  'N' once any input the tie-out depends on is missing or
      *  would not fit its table - the figures are then incomplete
      *  and the period cannot be signed as in balance.
           05  WS-INPUTS-SWITCH            PIC X    VALUE 'Y'.
               88  WS-INPUTS-COMPLETE               VALUE 'Y'.
               88  WS-INPUTS-INCOMPLETE             VALUE 'N'.
           05  WS-TIE-SWITCH               PIC X    VALUE 'Y'.
               88  WS-PERIOD-IN-BALANCE             VALUE 'Y'.
               88  WS-PERIOD-OUT-OF-BALANCE         VALUE 'N'.
           05  WS-SLOT-FOUND-SWITCH        PIC X    VALUE 'N'.
               88  WS-SLOT-FOUND                    VALUE 'Y'.

       01  WS-PERIOD-CONTROL.
           05  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-FROM-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-TO-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.

       01  WS-TIE-WORK.
           05  WS-ITEM-CYCLE-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-RANGE-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-LINE-BATCH               PIC 9(4)  VALUE ZERO.
           05  WS-SEARCH-NUMBER            PIC 9(4)  VALUE ZERO.
           05  WS-INSERT-SLOT              PIC 9(4)  VALUE ZERO.
           05  WS-SHIFT-COUNT              PIC 9(4)  VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(15)V99 VALUE ZERO.
           05  WS-LINE-NET                 PIC S9(15)V99 VALUE ZERO.
      *  A write-off's IN-NUMBER image as REJLOG carries it.
           05  WS-WRITEOFF-NUMBER          PIC X(12) VALUE SPACES.
           05  WS-WRITEOFF-VALUE REDEFINES WS-WRITEOFF-NUMBER
                                           PIC S9(9)V99
                                           SIGN LEADING SEPARATE.

      *  One entry per batch released for a cycle in the period, in
      *  the order GLHIST recorded them.  Status S until a verdict
      *  arrives; a failed or unconfirmed batch is settled when a
      *  later batch of the same cycle and kind was confirmed.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT              PIC 9(4) VALUE 0.
           05  WS-BATCH-MAX                PIC 9(4) VALUE 300.
           05  WS-BATCH-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-BAT-IDX WS-BAT-IDX2.
               10  WS-BAT-CYCLE-DATE       PIC 9(8).
               10  WS-BAT-KIND             PIC X.
               10  WS-BAT-STATUS           PIC X.
               10  WS-BAT-SENT-STAMP       PIC X(26).
               10  WS-BAT-DEBIT            PIC S9(15)V99.
               10  WS-BAT-CREDIT           PIC S9(15)V99.
               10  WS-BAT-SETTLED-SWITCH   PIC X.
                   88  WS-BAT-SETTLED               VALUE 'Y'.

      *  The lines the GL posted, tagged with their batch.  A batch
      *  reconciled a second time has its earlier lines voided
      *  (batch zero) so they cannot count twice.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT               PIC 9(4) VALUE 0.
           05  WS-LINE-MAX                 PIC 9(4) VALUE 5000.
           05  WS-LINE-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-LIN-IDX.
               10  WS-LIN-BATCH            PIC 9(4).
               10  WS-LIN-ACCOUNT          PIC X(10).
               10  WS-LIN-DEBIT            PIC S9(15)V99.
               10  WS-LIN-CREDIT           PIC S9(15)V99.

      *  One entry per GL account, from either side.  Balances are
      *  net debits.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACCOUNT-MAX              PIC 9(4) VALUE 60.
           05  WS-ACCOUNT-ENTRY OCCURS 60 TIMES
                                 INDEXED BY WS-ACC-IDX.
               10  WS-ACC-ACCOUNT          PIC X(10).
               10  WS-ACC-GL-DEBIT         PIC S9(15)V99.
               10  WS-ACC-GL-CREDIT        PIC S9(15)V99.
               10  WS-ACC-OURS             PIC S9(15)V99.

      *  One entry per cycle date in the period, kept in date order:
      *  the net the GL took into the key-range and suspense
      *  accounts for it beside the same figure from our side.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT              PIC 9(4) VALUE 0.
           05  WS-CYCLE-MAX                PIC 9(4) VALUE 400.
           05  WS-CYCLE-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-CYC-IDX WS-CYC-IDX2.
               10  WS-CYC-DATE             PIC 9(8).
               10  WS-CYC-GL-AMOUNT        PIC S9(15)V99.
               10  WS-CYC-OUR-AMOUNT       PIC S9(15)V99.
               10  WS-CYC-BATCH-SWITCH     PIC X.
                   88  WS-CYC-BATCH-SENT            VALUE 'Y'.
               10  WS-CYC-PROBLEM          PIC X(30).

       01  WS-OUR-FIGURES.
           05  WS-ORDINARY-POSTED          PIC S9(15)V99 VALUE 0.
           05  WS-ORDINARY-REVERSED        PIC S9(15)V99 VALUE 0.
           05  WS-RELEASED-POSTED          PIC S9(15)V99 VALUE 0.
           05  WS-RELEASED-REVERSED        PIC S9(15)V99 VALUE 0.
           05  WS-BALMAST-MOVEMENT         PIC S9(15)V99 VALUE 0.
           05  WS-OUR-RANGE-TOTAL          PIC S9(15)V99 VALUE 0.
           05  WS-OPEN-ITEMS               PIC 9(9)      VALUE 0.
           05  WS-OPEN-EXPOSURE            PIC S9(15)V99 VALUE 0.
           05  WS-RELEASED-ITEMS           PIC 9(9)      VALUE 0.
           05  WS-RELEASED-ORIGINAL        PIC S9(15)V99 VALUE 0.
           05  WS-OUR-SUSPENSE             PIC S9(15)V99 VALUE 0.
           05  WS-OUR-CLEARING             PIC S9(15)V99 VALUE 0.
           05  WS-WRITEOFF-COUNT           PIC 9(9)      VALUE 0.
           05  WS-WRITEOFF-UNVALUED        PIC 9(9)      VALUE 0.
           05  WS-WRITEOFF-AMOUNT          PIC S9(15)V99 VALUE 0.

       01  WS-STATISTICS.
           05  WS-GL-HISTORY-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-HISTORY-READ-COUNT       PIC 9(9) VALUE 0.
           05  WS-SUSPENSE-READ-COUNT      PIC 9(9) VALUE 0.
           05  WS-DISPOSITION-READ-COUNT   PIC 9(9) VALUE 0.
           05  WS-REJECT-LOG-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-BATCHES-CONFIRMED        PIC 9(9) VALUE 0.
           05  WS-BATCHES-RESENT           PIC 9(9) VALUE 0.
           05  WS-BATCHES-OPEN             PIC 9(9) VALUE 0.
           05  WS-VERDICTS-UNMATCHED       PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-DIFFERING       PIC 9(9) VALUE 0.
           05  WS-CYCLES-NOT-TIED          PIC 9(9) VALUE 0.
           05  WS-TABLE-OVERFLOWS          PIC 9(9) VALUE 0.
           05  WS-GL-TOTAL-DEBITS          PIC S9(15)V99 VALUE 0.
           05  WS-GL-TOTAL-CREDITS         PIC S9(15)V99 VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.
           05  WS-EDIT-AMOUNT-2            PIC Z(14)9.99-.
           05  WS-EDIT-AMOUNT-3            PIC Z(14)9.99-.
           05  WS-EDIT-FLAG                PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-GL-HISTORY
           PERFORM 3000-LOAD-POSTING-HISTORY
           PERFORM 4000-LOAD-SUSPENSE
           PERFORM 4300-LOAD-RELEASES
           PERFORM 4600-LOAD-WRITE-OFFS
           PERFORM 5000-TIE-OUT
           PERFORM 6000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           PERFORM 1100-READ-TIE-PARMS.

      *  A period that is not two dates in order is not guessed at -
      *  the run falls back to the month to date and says so.
       1100-READ-TIE-PARMS.
           MOVE WS-RUN-DATE TO WS-PERIOD-FROM-DATE
           MOVE "01"        TO WS-PERIOD-FROM-DATE (7:2)
           MOVE WS-RUN-DATE TO WS-PERIOD-TO-DATE
           OPEN INPUT TIE-PARM-FILE
           IF WS-TIE-PARM-STATUS = "00"
               READ TIE-PARM-FILE
                   NOT AT END
                       PERFORM 1150-TAKE-TIE-PARMS
               END-READ
               CLOSE TIE-PARM-FILE
           END-IF.

       1150-TAKE-TIE-PARMS.
           IF TPM-PERIOD-FROM-DATE IS NUMERIC
                   AND TPM-PERIOD-TO-DATE IS NUMERIC
                   AND TPM-PERIOD-FROM-DATE > 0
                   AND TPM-PERIOD-FROM-DATE NOT > TPM-PERIOD-TO-DATE
               MOVE TPM-PERIOD-FROM-DATE TO WS-PERIOD-FROM-DATE
               MOVE TPM-PERIOD-TO-DATE   TO WS-PERIOD-TO-DATE
           ELSE
               DISPLAY "TIE-OUT PERIOD ON TIEPARM INVALID - "
                   "TYING OUT THE MONTH TO DATE"
           END-IF.

      *  GL side.  Rows for cycles outside the period are passed
      *  over; the rest build the batch and posted-line tables.
       2000-LOAD-GL-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS NOT = "00"
               DISPLAY "GL BATCH HISTORY MISSING - STATUS "
                   WS-GL-HISTORY-STATUS
                   " - NO CONFIRMED BATCH CAN BE COUNTED"
               SET WS-INPUTS-INCOMPLETE TO TRUE
           ELSE
               PERFORM 2100-READ-GL-HISTORY
               PERFORM 2200-TAKE-GL-HISTORY-ROW
                   UNTIL WS-END-OF-GL-HISTORY
               CLOSE GL-HISTORY-FILE
           END-IF.

       2100-READ-GL-HISTORY.
           READ GL-HISTORY-FILE
               AT END
                   SET WS-END-OF-GL-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-HISTORY-READ-COUNT
           END-READ.

       2200-TAKE-GL-HISTORY-ROW.
           IF GLH-CYCLE-DATE IS NUMERIC
                   AND GLH-CYCLE-DATE NOT < WS-PERIOD-FROM-DATE
                   AND GLH-CYCLE-DATE NOT > WS-PERIOD-TO-DATE
               EVALUATE TRUE
                   WHEN GLH-BATCH-SENT
                       MOVE ZERO TO WS-LINE-BATCH
                       PERFORM 2300-ADD-BATCH
                   WHEN GLH-BATCH-CONFIRMED OR GLH-BATCH-FAILED
                       PERFORM 2400-APPLY-VERDICT
                   WHEN GLH-POSTED-LINE
                       PERFORM 2500-TABLE-POSTED-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF NOT GLH-POSTED-LINE
                   MOVE ZERO TO WS-LINE-BATCH
               END-IF
           END-IF
           PERFORM 2100-READ-GL-HISTORY.

       2300-ADD-BATCH.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BAT-IDX TO WS-BATCH-COUNT
               MOVE GLH-CYCLE-DATE    TO WS-BAT-CYCLE-DATE (WS-BAT-IDX)
               MOVE GLH-BATCH-KIND    TO WS-BAT-KIND (WS-BAT-IDX)
               MOVE GLH-RECORD-TYPE   TO WS-BAT-STATUS (WS-BAT-IDX)
               MOVE GLH-TIMESTAMP     TO WS-BAT-SENT-STAMP (WS-BAT-IDX)
               MOVE GLH-DEBIT-AMOUNT  TO WS-BAT-DEBIT (WS-BAT-IDX)
               MOVE GLH-CREDIT-AMOUNT TO WS-BAT-CREDIT (WS-BAT-IDX)
               MOVE 'N' TO WS-BAT-SETTLED-SWITCH (WS-BAT-IDX)
           ELSE
               DISPLAY "BATCH TABLE FULL AT " WS-BATCH-MAX
                   " - CYCLE " GLH-CYCLE-DATE " NOT COUNTED"
               ADD 1 TO WS-TABLE-OVERFLOWS
               SET WS-INPUTS-INCOMPLETE TO TRUE
           END-IF.

      *  The verdict belongs to the latest batch sent for its cycle.
      *  A verdict with no batch on the history (the batch went out
      *  before GLHIST was kept) is entered as a batch of unknown
      *  kind, so its lines still count.  A batch reconciled again
      *  loses the lines its earlier verdict brought.
       2400-APPLY-VERDICT.
           MOVE ZERO TO WS-LINE-BATCH
           MOVE WS-BATCH-COUNT TO WS-SEARCH-NUMBER
           PERFORM 2410-FIND-LATEST-BATCH
               UNTIL WS-SEARCH-NUMBER = 0
                   OR WS-LINE-BATCH > 0
           IF WS-LINE-BATCH = 0
               ADD 1 TO WS-VERDICTS-UNMATCHED
               MOVE SPACE TO GLH-BATCH-KIND
               MOVE WS-BATCH-COUNT TO WS-SEARCH-NUMBER
               PERFORM 2300-ADD-BATCH
               IF WS-BATCH-COUNT > WS-SEARCH-NUMBER
                   MOVE WS-BATCH-COUNT TO WS-LINE-BATCH
               END-IF
           ELSE
               SET WS-BAT-IDX TO WS-LINE-BATCH
               IF WS-BAT-STATUS (WS-BAT-IDX) NOT = "S"
                   PERFORM 2450-VOID-BATCH-LINES
                       VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LINE-COUNT
               END-IF
               MOVE GLH-RECORD-TYPE TO WS-BAT-STATUS (WS-BAT-IDX)
           END-IF
           IF NOT GLH-BATCH-CONFIRMED
               MOVE ZERO TO WS-LINE-BATCH
           END-IF.

       2410-FIND-LATEST-BATCH.
           SET WS-BAT-IDX TO WS-SEARCH-NUMBER
           IF WS-BAT-CYCLE-DATE (WS-BAT-IDX) = GLH-CYCLE-DATE
               MOVE WS-SEARCH-NUMBER TO WS-LINE-BATCH
           ELSE
               SUBTRACT 1 FROM WS-SEARCH-NUMBER
           END-IF.

       2450-VOID-BATCH-LINES.
           IF WS-LIN-BATCH (WS-LIN-IDX) = WS-LINE-BATCH
               MOVE ZERO TO WS-LIN-BATCH (WS-LIN-IDX)
           END-IF.

      *  Lines follow their confirmation row; a line with no
      *  confirmed batch in front of it is not the GL's to count.
       2500-TABLE-POSTED-LINE.
           IF WS-LINE-BATCH > 0
               IF WS-LINE-COUNT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   SET WS-LIN-IDX TO WS-LINE-COUNT
                   MOVE WS-LINE-BATCH     TO WS-LIN-BATCH (WS-LIN-IDX)
                   MOVE GLH-ACCOUNT       TO WS-LIN-ACCOUNT (WS-LIN-IDX)
                   MOVE GLH-DEBIT-AMOUNT  TO WS-LIN-DEBIT (WS-LIN-IDX)
                   MOVE GLH-CREDIT-AMOUNT TO WS-LIN-CREDIT (WS-LIN-IDX)
               ELSE
                   DISPLAY "POSTED-LINE TABLE FULL AT " WS-LINE-MAX
                       " - CYCLE " GLH-CYCLE-DATE " NOT COUNTED"
                   ADD 1 TO WS-TABLE-OVERFLOWS
                   SET WS-INPUTS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

      *  Our key-range side, and the BALMAST movement it is part of.
      *  Brought-forward rows are the position before the history
      *  began and belong to no cycle.
       3000-LOAD-POSTING-HISTORY.
           OPEN INPUT POSTING-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "POSTING HISTORY MISSING - STATUS "
                   WS-HISTORY-FILE-STATUS
                   " - NO POSTING CAN BE COUNTED"
               SET WS-INPUTS-INCOMPLETE TO TRUE
           ELSE
               PERFORM 3100-READ-HISTORY
               PERFORM 3200-TAKE-HISTORY-ROW
                   UNTIL WS-END-OF-HISTORY
               CLOSE POSTING-HISTORY-FILE
           END-IF.

       3100-READ-HISTORY.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
           END-READ.

       3200-TAKE-HISTORY-ROW.
           IF NOT PHS-BROUGHT-FORWARD
                   AND PHS-CYCLE-DATE NOT < WS-PERIOD-FROM-DATE
                   AND PHS-CYCLE-DATE NOT > WS-PERIOD-TO-DATE
               ADD PHS-AMOUNT TO WS-BALMAST-MOVEMENT
               EVALUATE TRUE
                   WHEN PHS-RELEASED-POSTING
                       ADD PHS-AMOUNT TO WS-RELEASED-POSTED
                   WHEN PHS-RELEASED-REVERSAL
                       ADD PHS-AMOUNT TO WS-RELEASED-REVERSED
                   WHEN OTHER
                       IF PHS-REVERSAL
                           ADD PHS-AMOUNT TO WS-ORDINARY-REVERSED
                       ELSE
                           ADD PHS-AMOUNT TO WS-ORDINARY-POSTED
                       END-IF
                       PERFORM 3300-POST-TO-RANGE-ACCOUNT
               END-EVALUATE
           END-IF
           PERFORM 3100-READ-HISTORY.

      *  Same key-range grouping OVFLGL summarized the batch on.
       3300-POST-TO-RANGE-ACCOUNT.
           MOVE SPACES TO WS-RANGE-ACCOUNT
           STRING "OVFL-KR-" DELIMITED BY SIZE
               PHS-ACCOUNT (1:1) DELIMITED BY SIZE
               INTO WS-RANGE-ACCOUNT
           MOVE WS-RANGE-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 5100-FIND-OR-ADD-ACCOUNT
           IF WS-SLOT-FOUND
               ADD PHS-AMOUNT TO WS-ACC-OURS (WS-ACC-IDX)
           END-IF
           MOVE PHS-CYCLE-DATE TO WS-ITEM-CYCLE-DATE
           PERFORM 5200-FIND-OR-ADD-CYCLE
           IF WS-SLOT-FOUND
               ADD PHS-AMOUNT TO WS-CYC-OUR-AMOUNT (WS-CYC-IDX)
           END-IF.

      *  The open exposure is the carry OVFLREL left on SUSNEXT once
      *  the window has closed; with no carry file the live SUSFILE
      *  is taken instead.  Items count to the cycle that suspended
      *  them, at the value the GL's suspense line carried.
       4000-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               MOVE "SUSFILE" TO WS-SUSPENSE-FILENAME
               OPEN INPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "NO SUSPENSE FILE - STATUS "
                   WS-SUSPENSE-FILE-STATUS
                   " - OPEN EXPOSURE TAKEN AS NONE"
               MOVE SPACES TO WS-SUSPENSE-FILENAME
           ELSE
               PERFORM 4100-READ-SUSPENSE
               PERFORM 4200-TAKE-SUSPENSE-ITEM
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
           END-IF.

       4100-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ-COUNT
           END-READ.

       4200-TAKE-SUSPENSE-ITEM.
           MOVE ZERO TO WS-ITEM-CYCLE-DATE
           IF SUS-CYCLE-DATE IS NUMERIC AND SUS-CYCLE-DATE > 0
               MOVE SUS-CYCLE-DATE TO WS-ITEM-CYCLE-DATE
           ELSE
               IF SUS-TIMESTAMP (1:8) IS NUMERIC
                   MOVE SUS-TIMESTAMP (1:8) TO WS-ITEM-CYCLE-DATE
               END-IF
           END-IF
           IF WS-ITEM-CYCLE-DATE NOT < WS-PERIOD-FROM-DATE
                   AND WS-ITEM-CYCLE-DATE NOT > WS-PERIOD-TO-DATE
               ADD 1 TO WS-OPEN-ITEMS
               ADD SUS-ORIGINAL-VALUE TO WS-OPEN-EXPOSURE
               PERFORM 5200-FIND-OR-ADD-CYCLE
               IF WS-SLOT-FOUND
                   ADD SUS-ORIGINAL-VALUE
                       TO WS-CYC-OUR-AMOUNT (WS-CYC-IDX)
               END-IF
           END-IF
           PERFORM 4100-READ-SUSPENSE.

      *  A released item left suspense but the GL's suspense line
      *  still holds it - it went into OVFL-SUSP with its cycle's
      *  batch and no batch takes it out.  Older log rows carry no
      *  cycle date and fall back to the date the item first
      *  suspended.
       4300-LOAD-RELEASES.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS NOT = "00"
               DISPLAY "DISPOSITION LOG MISSING - STATUS "
                   WS-DISPOSITION-FILE-STATUS
                   " - NO RELEASED ITEM COUNTED"
           ELSE
               PERFORM 4400-READ-DISPOSITION
               PERFORM 4500-TAKE-DISPOSITION
                   UNTIL WS-END-OF-DISPOSITIONS
               CLOSE DISPOSITION-FILE
           END-IF.

       4400-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET WS-END-OF-DISPOSITIONS TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISPOSITION-READ-COUNT
           END-READ.

       4500-TAKE-DISPOSITION.
           IF DSP-DISPOSITION = "RELEASED"
               MOVE ZERO TO WS-ITEM-CYCLE-DATE
               IF DSP-CYCLE-DATE IS NUMERIC AND DSP-CYCLE-DATE > 0
                   MOVE DSP-CYCLE-DATE TO WS-ITEM-CYCLE-DATE
               ELSE
                   IF DSP-FIRST-SUSPENDED (1:8) IS NUMERIC
                       MOVE DSP-FIRST-SUSPENDED (1:8)
                           TO WS-ITEM-CYCLE-DATE
                   END-IF
               END-IF
               IF WS-ITEM-CYCLE-DATE NOT < WS-PERIOD-FROM-DATE
                       AND WS-ITEM-CYCLE-DATE NOT > WS-PERIOD-TO-DATE
                   ADD 1 TO WS-RELEASED-ITEMS
                   ADD DSP-ORIGINAL-VALUE TO WS-RELEASED-ORIGINAL
                   PERFORM 5200-FIND-OR-ADD-CYCLE
                   IF WS-SLOT-FOUND
                       ADD DSP-ORIGINAL-VALUE
                           TO WS-CYC-OUR-AMOUNT (WS-CYC-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 4400-READ-DISPOSITION.

      *  Memo only: a write-off was rejected at the edit and never
      *  posted or went to the GL.  Selected on the day it was
      *  written off.
       4600-LOAD-WRITE-OFFS.
           OPEN INPUT REJECT-LOG-FILE
           IF WS-REJECT-LOG-STATUS = "00"
               PERFORM 4700-READ-REJECT-LOG
               PERFORM 4800-TAKE-REJECT-LOG-ROW
                   UNTIL WS-END-OF-REJECT-LOG
               CLOSE REJECT-LOG-FILE
           END-IF.

       4700-READ-REJECT-LOG.
           READ REJECT-LOG-FILE
               AT END
                   SET WS-END-OF-REJECT-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECT-LOG-READ-COUNT
           END-READ.

       4800-TAKE-REJECT-LOG-ROW.
           IF RDS-DISPOSITION = "WRITEOFF"
                   AND RDS-TIMESTAMP (1:8) NOT < WS-PERIOD-FROM-DATE
                   AND RDS-TIMESTAMP (1:8) NOT > WS-PERIOD-TO-DATE
               ADD 1 TO WS-WRITEOFF-COUNT
               MOVE RDS-ORIGINAL-NUMBER TO WS-WRITEOFF-NUMBER
               IF WS-WRITEOFF-VALUE IS NUMERIC
                   ADD WS-WRITEOFF-VALUE TO WS-WRITEOFF-AMOUNT
               ELSE
                   ADD 1 TO WS-WRITEOFF-UNVALUED
               END-IF
           END-IF
           PERFORM 4700-READ-REJECT-LOG.

       5000-TIE-OUT.
           PERFORM 5300-SETTLE-ONE-BATCH
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BATCH-COUNT
           PERFORM 5400-COUNT-ONE-LINE
               VARYING WS-LIN-IDX FROM 1 BY 1
               UNTIL WS-LIN-IDX > WS-LINE-COUNT
           COMPUTE WS-OUR-RANGE-TOTAL =
               WS-ORDINARY-POSTED + WS-ORDINARY-REVERSED
           COMPUTE WS-OUR-SUSPENSE =
               WS-OPEN-EXPOSURE + WS-RELEASED-ORIGINAL
           COMPUTE WS-OUR-CLEARING =
               0 - WS-OUR-RANGE-TOTAL - WS-OUR-SUSPENSE
           MOVE "OVFL-SUSP" TO WS-LOOKUP-ACCOUNT
           PERFORM 5100-FIND-OR-ADD-ACCOUNT
           IF WS-SLOT-FOUND
               MOVE WS-OUR-SUSPENSE TO WS-ACC-OURS (WS-ACC-IDX)
           END-IF
           MOVE "OVFL-CLEAR" TO WS-LOOKUP-ACCOUNT
           PERFORM 5100-FIND-OR-ADD-ACCOUNT
           IF WS-SLOT-FOUND
               MOVE WS-OUR-CLEARING TO WS-ACC-OURS (WS-ACC-IDX)
           END-IF
           PERFORM 5500-CHECK-ONE-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
           PERFORM 5600-CHECK-ONE-CYCLE
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
           IF WS-INPUTS-INCOMPLETE
                   OR WS-ACCOUNTS-DIFFERING > 0
                   OR WS-CYCLES-NOT-TIED > 0
                   OR WS-BATCHES-OPEN > 0
                   OR WS-GL-TOTAL-DEBITS NOT = WS-GL-TOTAL-CREDITS
               SET WS-PERIOD-OUT-OF-BALANCE TO TRUE
           END-IF.

      *  WS-SLOT-FOUND is left 'N' when the table is full.
       5100-FIND-OR-ADD-ACCOUNT.
           MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
           SET WS-ACC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM 5150-ADD-ACCOUNT
               WHEN WS-ACC-IDX > WS-ACCOUNT-COUNT
                   PERFORM 5150-ADD-ACCOUNT
               WHEN WS-ACC-ACCOUNT (WS-ACC-IDX) = WS-LOOKUP-ACCOUNT
                   CONTINUE
           END-SEARCH.

       5150-ADD-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACC-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACC-IDX)
               MOVE ZERO TO WS-ACC-GL-DEBIT (WS-ACC-IDX)
               MOVE ZERO TO WS-ACC-GL-CREDIT (WS-ACC-IDX)
               MOVE ZERO TO WS-ACC-OURS (WS-ACC-IDX)
           ELSE
               MOVE 'N' TO WS-SLOT-FOUND-SWITCH
               IF WS-INPUTS-COMPLETE
                   DISPLAY "ACCOUNT TABLE FULL AT " WS-ACCOUNT-MAX
                       " - " WS-LOOKUP-ACCOUNT " NOT TIED OUT"
               END-IF
               ADD 1 TO WS-TABLE-OVERFLOWS
               SET WS-INPUTS-INCOMPLETE TO TRUE
           END-IF.

      *  Cycles are kept in date order so the report lists them the
      *  way they ran.  WS-ITEM-CYCLE-DATE is the date looked up.
       5200-FIND-OR-ADD-CYCLE.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH
           MOVE ZERO TO WS-INSERT-SLOT
           SET WS-CYC-IDX TO 1
           PERFORM UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
                   OR WS-INSERT-SLOT > 0
               IF WS-CYC-DATE (WS-CYC-IDX) NOT < WS-ITEM-CYCLE-DATE
                   SET WS-INSERT-SLOT TO WS-CYC-IDX
               ELSE
                   SET WS-CYC-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-INSERT-SLOT > 0
               IF WS-CYC-DATE (WS-CYC-IDX) = WS-ITEM-CYCLE-DATE
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           ELSE
               COMPUTE WS-INSERT-SLOT = WS-CYCLE-COUNT + 1
           END-IF
           IF NOT WS-SLOT-FOUND
               IF WS-CYCLE-COUNT < WS-CYCLE-MAX
                   PERFORM 5250-OPEN-CYCLE-SLOT
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   DISPLAY "CYCLE TABLE FULL AT " WS-CYCLE-MAX
                       " - CYCLE " WS-ITEM-CYCLE-DATE " NOT TIED OUT"
                   ADD 1 TO WS-TABLE-OVERFLOWS
                   SET WS-INPUTS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       5250-OPEN-CYCLE-SLOT.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE WS-CYCLE-COUNT TO WS-SHIFT-COUNT
           PERFORM UNTIL WS-SHIFT-COUNT = WS-INSERT-SLOT
               SET WS-CYC-IDX  TO WS-SHIFT-COUNT
               SET WS-CYC-IDX2 TO WS-SHIFT-COUNT
               SET WS-CYC-IDX2 DOWN BY 1
               MOVE WS-CYCLE-ENTRY (WS-CYC-IDX2)
                   TO WS-CYCLE-ENTRY (WS-CYC-IDX)
               SUBTRACT 1 FROM WS-SHIFT-COUNT
           END-PERFORM
           SET WS-CYC-IDX TO WS-INSERT-SLOT
           MOVE WS-ITEM-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-IDX)
           MOVE ZERO   TO WS-CYC-GL-AMOUNT (WS-CYC-IDX)
           MOVE ZERO   TO WS-CYC-OUR-AMOUNT (WS-CYC-IDX)
           MOVE 'N'    TO WS-CYC-BATCH-SWITCH (WS-CYC-IDX)
           MOVE SPACES TO WS-CYC-PROBLEM (WS-CYC-IDX).

      *  A confirmed batch counts.  A failed or unconfirmed one is
      *  settled by a later confirmed batch of the same cycle and
      *  kind - the repaired resend - and is otherwise a problem on
      *  its cycle.
       5300-SETTLE-ONE-BATCH.
           MOVE WS-BAT-CYCLE-DATE (WS-BAT-IDX) TO WS-ITEM-CYCLE-DATE
           PERFORM 5200-FIND-OR-ADD-CYCLE
           IF WS-SLOT-FOUND
               IF WS-BAT-KIND (WS-BAT-IDX) NOT = "R"
                   SET WS-CYC-BATCH-SENT (WS-CYC-IDX) TO TRUE
               END-IF
           END-IF
           IF WS-BAT-STATUS (WS-BAT-IDX) = "C"
               ADD 1 TO WS-BATCHES-CONFIRMED
               SET WS-BAT-SETTLED (WS-BAT-IDX) TO TRUE
           ELSE
               SET WS-BAT-IDX2 TO WS-BAT-IDX
               SET WS-BAT-IDX2 UP BY 1
               PERFORM UNTIL WS-BAT-IDX2 > WS-BATCH-COUNT
                       OR WS-BAT-SETTLED (WS-BAT-IDX)
                   IF WS-BAT-CYCLE-DATE (WS-BAT-IDX2)
                           = WS-BAT-CYCLE-DATE (WS-BAT-IDX)
                           AND WS-BAT-KIND (WS-BAT-IDX2)
                               = WS-BAT-KIND (WS-BAT-IDX)
                           AND WS-BAT-STATUS (WS-BAT-IDX2) = "C"
                       SET WS-BAT-SETTLED (WS-BAT-IDX) TO TRUE
                       ADD 1 TO WS-BATCHES-RESENT
                   END-IF
                   SET WS-BAT-IDX2 UP BY 1
               END-PERFORM
               IF NOT WS-BAT-SETTLED (WS-BAT-IDX)
                   ADD 1 TO WS-BATCHES-OPEN
                   IF WS-SLOT-FOUND
                       IF WS-BAT-STATUS (WS-BAT-IDX) = "F"
                           MOVE "BATCH FAILED - NOT RESENT"
                               TO WS-CYC-PROBLEM (WS-CYC-IDX)
                       ELSE
                           MOVE "BATCH NEVER CONFIRMED"
                               TO WS-CYC-PROBLEM (WS-CYC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Only a confirmed batch's lines reach the GL balances; the
      *  clearing account is the offset, so a cycle's own figure is
      *  the net of everything else it posted.
       5400-COUNT-ONE-LINE.
           IF WS-LIN-BATCH (WS-LIN-IDX) > 0
               SET WS-BAT-IDX TO WS-LIN-BATCH (WS-LIN-IDX)
               IF WS-BAT-STATUS (WS-BAT-IDX) = "C"
                   MOVE WS-LIN-ACCOUNT (WS-LIN-IDX)
                       TO WS-LOOKUP-ACCOUNT
                   PERFORM 5100-FIND-OR-ADD-ACCOUNT
                   IF WS-SLOT-FOUND
                       ADD WS-LIN-DEBIT (WS-LIN-IDX)
                           TO WS-ACC-GL-DEBIT (WS-ACC-IDX)
                       ADD WS-LIN-CREDIT (WS-LIN-IDX)
                           TO WS-ACC-GL-CREDIT (WS-ACC-IDX)
                   END-IF
                   ADD WS-LIN-DEBIT (WS-LIN-IDX)
                       TO WS-GL-TOTAL-DEBITS
                   ADD WS-LIN-CREDIT (WS-LIN-IDX)
                       TO WS-GL-TOTAL-CREDITS
                   IF WS-LIN-ACCOUNT (WS-LIN-IDX) NOT = "OVFL-CLEAR"
                       COMPUTE WS-LINE-NET = WS-LIN-DEBIT (WS-LIN-IDX)
                           - WS-LIN-CREDIT (WS-LIN-IDX)
                       MOVE WS-BAT-CYCLE-DATE (WS-BAT-IDX)
                           TO WS-ITEM-CYCLE-DATE
                       PERFORM 5200-FIND-OR-ADD-CYCLE
                       IF WS-SLOT-FOUND
                           ADD WS-LINE-NET
                               TO WS-CYC-GL-AMOUNT (WS-CYC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5500-CHECK-ONE-ACCOUNT.
           COMPUTE WS-DIFFERENCE = WS-ACC-GL-DEBIT (WS-ACC-IDX)
               - WS-ACC-GL-CREDIT (WS-ACC-IDX)
           IF WS-DIFFERENCE NOT = WS-ACC-OURS (WS-ACC-IDX)
               ADD 1 TO WS-ACCOUNTS-DIFFERING
           END-IF.

       5600-CHECK-ONE-CYCLE.
           IF WS-CYC-PROBLEM (WS-CYC-IDX) = SPACES
               IF NOT WS-CYC-BATCH-SENT (WS-CYC-IDX)
                   MOVE "NO GL BATCH SENT"
                       TO WS-CYC-PROBLEM (WS-CYC-IDX)
               ELSE
                   IF WS-CYC-GL-AMOUNT (WS-CYC-IDX)
                           NOT = WS-CYC-OUR-AMOUNT (WS-CYC-IDX)
                       MOVE "GL AND SUBLEDGER DIFFER"
                           TO WS-CYC-PROBLEM (WS-CYC-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-CYC-PROBLEM (WS-CYC-IDX) NOT = SPACES
               ADD 1 TO WS-CYCLES-NOT-TIED
           END-IF.

       6000-FINALIZE.
           OPEN OUTPUT TIE-REPORT-FILE
           PERFORM 6100-WRITE-HEADING
           PERFORM 6200-WRITE-ACCOUNT-TABLE
           PERFORM 6300-WRITE-OUR-FIGURES
           PERFORM 6400-WRITE-BATCH-SUMMARY
           PERFORM 6500-WRITE-CYCLE-PROBLEMS
           PERFORM 6600-WRITE-VERDICT
           CLOSE TIE-REPORT-FILE
           IF WS-PERIOD-OUT-OF-BALANCE
               DISPLAY "OVFLTIE - PERIOD " WS-PERIOD-FROM-DATE
                   " TO " WS-PERIOD-TO-DATE
                   " IS OUT OF BALANCE WITH THE GL - SEE TIERPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "OVFLTIE COMPLETE - PERIOD " WS-PERIOD-FROM-DATE
               " TO " WS-PERIOD-TO-DATE
               " BATCHES CONFIRMED " WS-BATCHES-CONFIRMED
               " CYCLES NOT TIED " WS-CYCLES-NOT-TIED.

       6100-WRITE-HEADING.
           MOVE "OVFLTIE MONTH-END SUBLEDGER TO GL TIE-OUT"
               TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "CYCLES DATED . . . . . . . . : " DELIMITED BY SIZE
               WS-PERIOD-FROM-DATE         DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-TO-DATE           DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "OPEN SUSPENSE TAKEN FROM . . : " DELIMITED BY SIZE
               WS-SUSPENSE-FILENAME        DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE SPACES TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE "GL ACCOUNT      GL BALANCE (DR)         OUR FIGURE"
               TO TIE-REPORT-LINE
           MOVE "DIFFERENCE" TO TIE-REPORT-LINE (63:10)
           WRITE TIE-REPORT-LINE.

       6200-WRITE-ACCOUNT-TABLE.
           PERFORM 6250-WRITE-ONE-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT.

       6250-WRITE-ONE-ACCOUNT.
           COMPUTE WS-DIFFERENCE =
               WS-ACC-GL-DEBIT (WS-ACC-IDX)
               - WS-ACC-GL-CREDIT (WS-ACC-IDX)
           MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT
           SUBTRACT WS-ACC-OURS (WS-ACC-IDX) FROM WS-DIFFERENCE
           MOVE WS-ACC-OURS (WS-ACC-IDX) TO WS-EDIT-AMOUNT-2
           MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT-3
           IF WS-DIFFERENCE = 0
               MOVE SPACES TO WS-EDIT-FLAG
           ELSE
               MOVE " ***" TO WS-EDIT-FLAG
           END-IF
           MOVE SPACES TO TIE-REPORT-LINE
           STRING WS-ACC-ACCOUNT (WS-ACC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2            DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-3            DELIMITED BY SIZE
               WS-EDIT-FLAG                DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE.

      *  How our side was made up, so finance can follow it back to
      *  BALMAST and the suspense files.
       6300-WRITE-OUR-FIGURES.
           MOVE SPACES TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE "OUR FIGURES" TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-BALMAST-MOVEMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "BALMAST MOVEMENT . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-RELEASED-POSTED TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  LESS RELEASED ITEMS POSTED : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-RELEASED-REVERSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  LESS RELEASED ITEMS REVERSED " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-ORDINARY-POSTED TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  ORDINARY POSTINGS  . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-ORDINARY-REVERSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  ORDINARY REVERSALS . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-OUR-RANGE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "KEY-RANGE ACCOUNTS . . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-OPEN-EXPOSURE TO WS-EDIT-AMOUNT
           MOVE WS-OPEN-ITEMS TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  OPEN SUSPENSE EXPOSURE . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-RELEASED-ORIGINAL TO WS-EDIT-AMOUNT
           MOVE WS-RELEASED-ITEMS TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  RELEASED SINCE SUSPENDED . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-OUR-SUSPENSE TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "SUSPENSE ACCOUNT . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-OUR-CLEARING TO WS-EDIT-AMOUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "CLEARING ACCOUNT . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-WRITEOFF-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-WRITEOFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "MEMO - REJECTS WRITTEN OFF . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE "       NEVER POSTED TO BALMAST OR SENT TO THE GL"
               TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           IF WS-WRITEOFF-UNVALUED > 0
               MOVE WS-WRITEOFF-UNVALUED TO WS-EDIT-COUNT
               MOVE SPACES TO TIE-REPORT-LINE
               STRING "       WRITE-OFFS WITH NO VALUE ON THE LOG : "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   INTO TIE-REPORT-LINE
               WRITE TIE-REPORT-LINE
           END-IF.

       6400-WRITE-BATCH-SUMMARY.
           MOVE SPACES TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-BATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "GL BATCHES SENT  . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-BATCHES-CONFIRMED TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  CONFIRMED  . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-BATCHES-RESENT TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  FAILED, RESENT AND CONFIRMED " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-BATCHES-OPEN TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "  FAILED OR NEVER CONFIRMED  : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           IF WS-VERDICTS-UNMATCHED > 0
               MOVE WS-VERDICTS-UNMATCHED TO WS-EDIT-COUNT
               MOVE SPACES TO TIE-REPORT-LINE
               STRING "  VERDICTS WITH NO SENT ROW  : "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   INTO TIE-REPORT-LINE
               WRITE TIE-REPORT-LINE
           END-IF
           PERFORM 6450-WRITE-OPEN-BATCH
               VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BATCH-COUNT.

       6450-WRITE-OPEN-BATCH.
           IF NOT WS-BAT-SETTLED (WS-BAT-IDX)
               MOVE WS-BAT-DEBIT (WS-BAT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO TIE-REPORT-LINE
               STRING "    CYCLE " DELIMITED BY SIZE
                   WS-BAT-CYCLE-DATE (WS-BAT-IDX) DELIMITED BY SIZE
                   " KIND " DELIMITED BY SIZE
                   WS-BAT-KIND (WS-BAT-IDX) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-BAT-STATUS (WS-BAT-IDX) DELIMITED BY SIZE
                   " SENT " DELIMITED BY SIZE
                   WS-BAT-SENT-STAMP (WS-BAT-IDX) (1:14)
                       DELIMITED BY SIZE
                   " DEBITS " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO TIE-REPORT-LINE
               WRITE TIE-REPORT-LINE
           END-IF.

      *  The cycle-by-cycle check: the key-range and suspense net the
      *  GL took for each cycle beside ours, and why it fails.
       6500-WRITE-CYCLE-PROBLEMS.
           MOVE SPACES TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "CYCLES IN THE PERIOD . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           MOVE WS-CYCLES-NOT-TIED TO WS-EDIT-COUNT
           MOVE SPACES TO TIE-REPORT-LINE
           STRING "CYCLES THAT DO NOT TIE . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           IF WS-CYCLES-NOT-TIED > 0
               MOVE "  CYCLE            GL (DR)         OUR FIGURE"
                   TO TIE-REPORT-LINE
               MOVE "PROBLEM" TO TIE-REPORT-LINE (51:7)
               WRITE TIE-REPORT-LINE
               PERFORM 6550-WRITE-ONE-CYCLE
                   VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
           END-IF.

       6550-WRITE-ONE-CYCLE.
           IF WS-CYC-PROBLEM (WS-CYC-IDX) NOT = SPACES
               MOVE WS-CYC-GL-AMOUNT (WS-CYC-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-CYC-OUR-AMOUNT (WS-CYC-IDX) TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO TIE-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CYC-DATE (WS-CYC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CYC-PROBLEM (WS-CYC-IDX) DELIMITED BY SIZE
                   INTO TIE-REPORT-LINE
               WRITE TIE-REPORT-LINE
           END-IF.

       6600-WRITE-VERDICT.
           MOVE SPACES TO TIE-REPORT-LINE
           WRITE TIE-REPORT-LINE
           IF WS-INPUTS-INCOMPLETE
               MOVE "INPUTS INCOMPLETE - SEE THE RUN LOG"
                   TO TIE-REPORT-LINE
               WRITE TIE-REPORT-LINE
           END-IF
           IF WS-PERIOD-IN-BALANCE
               MOVE "TIE-OUT VERDICT: IN BALANCE" TO TIE-REPORT-LINE
           ELSE
               MOVE "TIE-OUT VERDICT: *** OUT OF BALANCE ***"
                   TO TIE-REPORT-LINE
           END-IF
           WRITE TIE-REPORT-LINE.
