      *  reconciliation - except that a failed batch's own cycle     *
      *  may be re-extracted, which is how a repaired batch is       *
      *  resent.                                                     *
      *  Every released batch is also logged on the GL batch history *
      *  GLHIST (OVFLGLH.cpy), which the month-end tie-out reads.    *
      *  The output file is also tallied by upstream source          *
      *  (OUT-SOURCE-ID) and checked against the merge's per-source  *
      *  totals on MRGTOT; a source whose rows do not agree blocks   *
      *  the batch like a total mismatch.  Control totals are shown  *
      *  per source and in total on every run that summarizes.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGED-TOTALS-FILE.
       FD  CONFIRM-STATUS-FILE.
           COPY OVFLGLC.

       FD  GL-HISTORY-FILE.
           COPY OVFLGLH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MERGED-TOTALS-STATUS     PIC XX   VALUE SPACES.
           05  WS-OUTPUT-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-SENT-STATUS-STATUS       PIC XX   VALUE SPACES.
           05  WS-CONFIRM-STATUS-STATUS    PIC XX   VALUE SPACES.
           05  WS-GL-HISTORY-STATUS        PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OUTPUT-EOF-SWITCH        PIC X    VALUE 'N'.
               10  WS-RNG-AMOUNT           PIC S9(15)V99.
               10  WS-RNG-COUNT            PIC 9(9).

      *  Rows and posted amount per upstream source, as read.
       01  WS-SOURCE-TALLY-TABLE.
           05  WS-TALLY-COUNT              PIC 9(2) VALUE 0.
           05  WS-TALLY-MAX                PIC 9(2) VALUE 8.
           05  WS-TALLY-ENTRY OCCURS 8 TIMES
                               INDEXED BY WS-TLY-IDX.
               10  WS-TLY-SOURCE-ID        PIC X(4).
               10  WS-TLY-COUNT            PIC 9(9).
               10  WS-TLY-AMOUNT           PIC S9(15)V99.

      *  The merge's per-source totals, when MRGTOT carries a
      *  breakdown that adds back to its output count.
       COPY OVFLSRCT.

       01  WS-SOURCE-CONTROL.
           05  WS-SOURCE-ID                PIC X(4)  VALUE SPACES.
           05  WS-SOURCE-SUM-COUNT         PIC 9(9)  VALUE 0.
           05  WS-SOURCE-ROW-COUNT         PIC 9(9)  VALUE 0.
           05  WS-SOURCE-AMOUNT            PIC S9(15)V99 VALUE 0.
           05  WS-SOURCE-TOTALS-SWITCH     PIC X     VALUE 'N'.
               88  WS-SOURCE-TOTALS-PRESENT         VALUE 'Y'.
           05  WS-TALLY-FULL-SWITCH        PIC X     VALUE 'N'.
               88  WS-TALLY-TABLE-FULL              VALUE 'Y'.
           05  WS-SOURCE-FOUND-SWITCH      PIC X     VALUE 'N'.
               88  WS-SOURCE-FOUND                  VALUE 'Y'.
           05  WS-SOURCE-MATCH-SWITCH      PIC X     VALUE 'Y'.
               88  WS-SOURCES-MATCH                 VALUE 'Y'.
               88  WS-SOURCES-DIFFER                VALUE 'N'.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-INPUT               PIC ZZZZZZZZ9.
           05  WS-EDIT-OUTPUT              PIC ZZZZZZZZ9.
           05  WS-EDIT-SUSPENSE            PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.

       01  WS-BATCH-CONTROL.
           05  WS-RANGE-CHAR               PIC X     VALUE SPACE.
           05  WS-OUTPUT-READ-COUNT        PIC 9(9)  VALUE 0.
      *  not reliable after the totals file is closed.
       01  WS-MERGED-TOTALS.
           05  WS-MTOT-CYCLE-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-MTOT-INPUT-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-MTOT-OUTPUT-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-MTOT-SUSPENSE-COUNT      PIC 9(9)  VALUE ZERO.
           05  WS-MTOT-SUSPENSE-HASH       PIC S9(15)V99 VALUE ZERO.

       01  WS-PRIOR-BATCH-CONTROL.
                               TO WS-MTOT-OUTPUT-COUNT
                           MOVE MTOT-SUSPENSE-HASH-TOTAL
                               TO WS-MTOT-SUSPENSE-HASH
                           MOVE MTOT-INPUT-COUNT
                               TO WS-MTOT-INPUT-COUNT
                           MOVE MTOT-SUSPENSE-COUNT
                               TO WS-MTOT-SUSPENSE-COUNT
                           PERFORM 1150-LOAD-SOURCE-TOTALS
                       END-IF
               END-READ
               CLOSE MERGED-TOTALS-FILE
           END-IF.

      *  A breakdown that does not add back to the merged output
      *  count (totals written before sources were kept, or more
      *  sources than the table holds) is shown but not checked.
       1150-LOAD-SOURCE-TOTALS.
           IF MTOT-SOURCE-TOTALS (1:2) IS NUMERIC
               MOVE MTOT-SOURCE-TOTALS TO SOURCE-TOTALS
               MOVE ZERO TO WS-SOURCE-SUM-COUNT
               PERFORM VARYING SRT-IDX FROM 1 BY 1
                       UNTIL SRT-IDX > SRT-SOURCE-COUNT
                   ADD SRT-OUTPUT-COUNT (SRT-IDX)
                       TO WS-SOURCE-SUM-COUNT
               END-PERFORM
               IF WS-SOURCE-SUM-COUNT = WS-MTOT-OUTPUT-COUNT
                   SET WS-SOURCE-TOTALS-PRESENT TO TRUE
               ELSE
                   DISPLAY "PER-SOURCE TOTALS DO NOT ADD BACK TO THE "
                       "MERGED OUTPUT COUNT - SOURCES NOT CHECKED"
               END-IF
           ELSE
               INITIALIZE SOURCE-TOTALS
               DISPLAY "MERGED TOTALS CARRY NO PER-SOURCE BREAKDOWN "
                   "- SOURCES NOT CHECKED"
           END-IF.

      *  The previously sent batch must be confirmed before a new
      *  one is released.  Unconfirmed (no reconciliation yet, or a
      *  confirmation for some other batch) blocks outright; failed
           ADD 1 TO WS-OUTPUT-READ-COUNT
           MOVE OUT-KEY (1:1) TO WS-RANGE-CHAR
           PERFORM 2200-POST-TO-RANGE-TABLE
           PERFORM 2400-POST-TO-SOURCE-TALLY
           PERFORM 2100-READ-OUTPUT.

       2100-READ-OUTPUT.
               SET WS-RNG-IDX TO WS-RANGE-COUNT
           END-IF.

      *  A source beyond the table's capacity cannot be tallied; when
      *  the merge's breakdown is being checked that alone means the
      *  output file carries a source the totals do not.
       2400-POST-TO-SOURCE-TALLY.
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           SET WS-TLY-IDX TO 1
           SEARCH WS-TALLY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TLY-IDX > WS-TALLY-COUNT
                   PERFORM 2410-ADD-TALLY-ENTRY
               WHEN WS-TLY-SOURCE-ID (WS-TLY-IDX) = OUT-SOURCE-ID
                   SET WS-SOURCE-FOUND TO TRUE
           END-SEARCH
           IF WS-SOURCE-FOUND
               ADD OUT-NUMBER TO WS-TLY-AMOUNT (WS-TLY-IDX)
               ADD 1          TO WS-TLY-COUNT  (WS-TLY-IDX)
           ELSE
               IF NOT WS-TALLY-TABLE-FULL
                   SET WS-TALLY-TABLE-FULL TO TRUE
                   DISPLAY "SOURCE TALLY TABLE FULL AT SOURCE '"
                       OUT-SOURCE-ID "'"
               END-IF
           END-IF.

       2410-ADD-TALLY-ENTRY.
           IF WS-TALLY-COUNT < WS-TALLY-MAX
               ADD 1 TO WS-TALLY-COUNT
               MOVE OUT-SOURCE-ID TO WS-TLY-SOURCE-ID (WS-TLY-IDX)
               MOVE ZERO TO WS-TLY-AMOUNT (WS-TLY-IDX)
               MOVE ZERO TO WS-TLY-COUNT (WS-TLY-IDX)
               SET WS-SOURCE-FOUND TO TRUE
           END-IF.

       3000-BUILD-JOURNAL-BATCH.
           PERFORM 3700-SHOW-SOURCE-TOTALS
           IF WS-SOURCE-TOTALS-PRESENT
               PERFORM 3800-CHECK-SOURCE-COUNTS
           END-IF
           IF WS-OUTPUT-READ-COUNT NOT = WS-MTOT-OUTPUT-COUNT
                   OR WS-SOURCES-DIFFER
               DISPLAY "OUTPUT FILE RECORD COUNT DOES NOT MATCH "
                   "MERGED CONTROL TOTALS - GL EXTRACT REFUSED"
               SET WS-EXTRACT-BLOCKED TO TRUE
               SET WS-EXTRACT-BLOCKED TO TRUE
           END-IF.

      *  One line per source the merge totalled or the output file
      *  carried, then the totals; a blank source id is a feed that
      *  did not come through the consolidation step.
       3700-SHOW-SOURCE-TOTALS.
           DISPLAY "CONTROL TOTALS BY SOURCE"
           DISPLAY "SOURCE       INPUT    OUTPUT  SUSPENSE"
               "         POSTED AMOUNT"
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SRT-SOURCE-COUNT
               MOVE SRT-SOURCE-ID (SRT-IDX) TO WS-SOURCE-ID
               PERFORM 3750-FIND-TALLY
               MOVE SRT-INPUT-COUNT (SRT-IDX)    TO WS-EDIT-INPUT
               MOVE SRT-OUTPUT-COUNT (SRT-IDX)   TO WS-EDIT-OUTPUT
               MOVE SRT-SUSPENSE-COUNT (SRT-IDX) TO WS-EDIT-SUSPENSE
               MOVE WS-SOURCE-AMOUNT             TO WS-EDIT-AMOUNT
               DISPLAY WS-SOURCE-ID " " WS-EDIT-INPUT " "
                   WS-EDIT-OUTPUT " " WS-EDIT-SUSPENSE " "
                   WS-EDIT-AMOUNT
           END-PERFORM
           PERFORM VARYING WS-TLY-IDX FROM 1 BY 1
                   UNTIL WS-TLY-IDX > WS-TALLY-COUNT
               MOVE WS-TLY-SOURCE-ID (WS-TLY-IDX) TO WS-SOURCE-ID
               PERFORM 3760-FIND-SOURCE-TOTALS
               IF NOT WS-SOURCE-FOUND
                   MOVE ZERO TO WS-EDIT-INPUT
                   MOVE ZERO TO WS-EDIT-OUTPUT
                   MOVE ZERO TO WS-EDIT-SUSPENSE
                   MOVE WS-TLY-AMOUNT (WS-TLY-IDX) TO WS-EDIT-AMOUNT
                   DISPLAY WS-SOURCE-ID " " WS-EDIT-INPUT " "
                       WS-EDIT-OUTPUT " " WS-EDIT-SUSPENSE " "
                       WS-EDIT-AMOUNT " NOT IN MERGED TOTALS"
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SOURCE-AMOUNT
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-RANGE-COUNT
               ADD WS-RNG-AMOUNT (WS-RNG-IDX) TO WS-SOURCE-AMOUNT
           END-PERFORM
           MOVE WS-MTOT-INPUT-COUNT    TO WS-EDIT-INPUT
           MOVE WS-MTOT-OUTPUT-COUNT   TO WS-EDIT-OUTPUT
           MOVE WS-MTOT-SUSPENSE-COUNT TO WS-EDIT-SUSPENSE
           MOVE WS-SOURCE-AMOUNT       TO WS-EDIT-AMOUNT
           DISPLAY "TOTL " WS-EDIT-INPUT " " WS-EDIT-OUTPUT " "
               WS-EDIT-SUSPENSE " " WS-EDIT-AMOUNT.

       3750-FIND-TALLY.
           MOVE ZERO TO WS-SOURCE-ROW-COUNT
           MOVE ZERO TO WS-SOURCE-AMOUNT
           SET WS-TLY-IDX TO 1
           SEARCH WS-TALLY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TLY-IDX > WS-TALLY-COUNT
                   CONTINUE
               WHEN WS-TLY-SOURCE-ID (WS-TLY-IDX) = WS-SOURCE-ID
                   MOVE WS-TLY-COUNT (WS-TLY-IDX)
                       TO WS-SOURCE-ROW-COUNT
                   MOVE WS-TLY-AMOUNT (WS-TLY-IDX)
                       TO WS-SOURCE-AMOUNT
           END-SEARCH.

       3760-FIND-SOURCE-TOTALS.
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           SET SRT-IDX TO 1
           SEARCH SRT-SOURCE-ENTRY
               AT END
                   CONTINUE
               WHEN SRT-IDX > SRT-SOURCE-COUNT
                   CONTINUE
               WHEN SRT-SOURCE-ID (SRT-IDX) = WS-SOURCE-ID
                   SET WS-SOURCE-FOUND TO TRUE
           END-SEARCH.

      *  Every source's output rows must be the count the merge
      *  reconciled for it, and no rows may come from a source the
      *  merge did not total.
       3800-CHECK-SOURCE-COUNTS.
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SRT-SOURCE-COUNT
               MOVE SRT-SOURCE-ID (SRT-IDX) TO WS-SOURCE-ID
               PERFORM 3750-FIND-TALLY
               IF WS-SOURCE-ROW-COUNT NOT = SRT-OUTPUT-COUNT (SRT-IDX)
                   DISPLAY "SOURCE '" WS-SOURCE-ID "' OUTPUT ROWS "
                       WS-SOURCE-ROW-COUNT " - MERGED TOTALS "
                       SRT-OUTPUT-COUNT (SRT-IDX)
                   SET WS-SOURCES-DIFFER TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TLY-IDX FROM 1 BY 1
                   UNTIL WS-TLY-IDX > WS-TALLY-COUNT
               MOVE WS-TLY-SOURCE-ID (WS-TLY-IDX) TO WS-SOURCE-ID
               PERFORM 3760-FIND-SOURCE-TOTALS
               IF NOT WS-SOURCE-FOUND
                   SET WS-SOURCES-DIFFER TO TRUE
               END-IF
           END-PERFORM
           IF WS-TALLY-TABLE-FULL
               SET WS-SOURCES-DIFFER TO TRUE
           END-IF.

       4000-FINALIZE.
           IF WS-OUTPUT-FILE-STATUS = "00"
                   OR WS-OUTPUT-FILE-STATUS = "10"
      *  A released batch is on record as sent-awaiting until
      *  OVFLGLRC reconciles the GL side's acknowledgment - the
      *  next cycle's extract checks this before releasing anything.
      *  The confirmation on file belonged to the batch before this
      *  one and is scratched - batches are matched on cycle date,
      *  and a resend of a reversed cycle can share its date with a
      *  batch the GL has already confirmed.
       4100-RECORD-SENT-BATCH.
           OPEN OUTPUT SENT-STATUS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO GLC-TIMESTAMP IN SENT-STATUS-RECORD
           WRITE SENT-STATUS-RECORD
           CLOSE SENT-STATUS-FILE
           OPEN OUTPUT CONFIRM-STATUS-FILE
           CLOSE CONFIRM-STATUS-FILE
           PERFORM 4200-RECORD-BATCH-HISTORY.

      *  GLSENT holds only the batch in flight; GLHIST keeps every
      *  batch, for the month-end tie-out.  A history write that
      *  fails is reported - the batch itself is already released.
       4200-RECORD-BATCH-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF
           MOVE SPACES                TO GL-HISTORY-RECORD
           MOVE "S"                   TO GLH-RECORD-TYPE
           MOVE WS-MTOT-CYCLE-DATE    TO GLH-CYCLE-DATE
           MOVE "N"                   TO GLH-BATCH-KIND
           MOVE WS-CURRENT-TIMESTAMP  TO GLH-TIMESTAMP
           MOVE "OVFLBATCH"           TO GLH-ACCOUNT
           MOVE WS-TOTAL-DEBITS       TO GLH-DEBIT-AMOUNT
           MOVE WS-TOTAL-CREDITS      TO GLH-CREDIT-AMOUNT
           WRITE GL-HISTORY-RECORD
           IF WS-GL-HISTORY-STATUS NOT = "00"
               DISPLAY "GL BATCH HISTORY WRITE FAILED - STATUS "
                   WS-GL-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE GL-HISTORY-FILE.
