       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLREV.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLREV                                                     *
      *  Cycle reversal (back-out), run on request when a cycle that *
      *  has already posted turns out to be wrong upstream.  REVPARM *
      *  names the cycle.  The cycle's archived OUT generation (its  *
      *  posted OUTFILE rows) and REL generation (the released       *
      *  suspense items OVFLPOST posted under it) are read back and  *
      *  every key's net amount is taken off the posted-balance      *
      *  master, with its distinct-cycle count and first/last cycle  *
      *  put back the way they stood without the cycle.  A reversing *
      *  journal batch mirrors the cycle's OVFLGL batch line for     *
      *  line - key-range and suspense credits, one clearing debit - *
      *  and is released through GLSENT/GLCONF like any other batch. *
      *  The cycle is then reopened on CYCFILE and POSTCTL and its   *
      *  step-control rows are marked reversed, so the corrected     *
      *  resend of the same cycle number runs the whole window once. *
      *  The cycle's items still open in suspense are closed with    *
      *  it - taken off SUSNEXT and SUSFILE and logged on RELLOG as  *
      *  REVERSED - since the reversing batch credits them back off  *
      *  OVFL-SUSP and the resend suspends them afresh.              *
      *  A DUPHOLD release merged into the cycle is backed out with  *
      *  the rest of it and its hold row is left merged (P) under    *
      *  the cycle: OVFLDUP merges it again into the resend, which   *
      *  upstream's feed does not carry it in.                       *
      *  RUNHIST carries the back-out twice: a started row (P)       *
      *  written before the reversing batch is released, and the     *
      *  completion row (N, or A with keys in error) written only    *
      *  once the master, suspense and control records are all       *
      *  done.  A completed reversal refuses a second one of the     *
      *  same cycle.  A run that stops in between leaves the started *
      *  row last, and the cycle is then refused as interrupted -    *
      *  the batch and master may be partly backed out and must be   *
      *  checked by hand, not reversed again.                        *
      *  Nothing is touched until every check has passed: the cycle  *
      *  reconciled ("B" on STATHIST), its OUT generation is still   *
      *  archived and carries the count the merge reconciled, the    *
      *  previous journal batch is confirmed, and no earlier         *
      *  reversed cycle is still waiting for its resend - only one   *
      *  cycle can be reopened at a time.  The cycle's suspense rows *
      *  and journal batch are known by its date alone, so a cycle   *
      *  that shares its date with another (a catch-up day) is       *
      *  refused, as is a cycle any of whose suspended items a later *
      *  cycle has already released - those items are listed on      *
      *  REVRPT and must be backed out by hand first, or the resend  *
      *  would suspend and post them a second time.                  *
      *  Each key backed out gets reversal rows on the detail        *
      *  history PSTHIST under the reversed cycle - the negated      *
      *  ordinary amount (V) and, apart, the negated released        *
      *  amount (W) - so the month-end statement shows the back-out  *
      *  and the key's history still adds up to its posted amount.   *
      *  The reversing batch is also logged on the GL batch history  *
      *  GLHIST as a kind-R batch for the month-end tie-out.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-PARM-FILE ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-PARM-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT GEN-INPUT-FILE
               ASSIGN TO DYNAMIC WS-GEN-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-INPUT-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-WORK-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "PSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SENT-STATUS-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS-STATUS.

           SELECT CONFIRM-STATUS-FILE ASSIGN TO "GLCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-MASTER-KEY
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-PARM-FILE.
           COPY OVFLREVP.

       FD  RUN-HISTORY-FILE.
           COPY OVFLRUN.

       FD  STAT-HISTORY-FILE.
       01  STAT-HISTORY-LINE               PIC X(197).

       FD  CATALOG-FILE.
           COPY OVFLACAT.

       FD  GEN-INPUT-FILE.
           COPY OVFLOUT.

       FD  SUSPENSE-FILE.
           COPY OVFLSUS.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD            PIC X(122).

       FD  DISPOSITION-FILE.
           COPY OVFLDISP.

       FD  CYCLE-FILE.
           COPY OVFLCYC.

       FD  POSTING-CONTROL-FILE.
           COPY OVFLPCT.

       FD  BALANCE-MASTER-FILE.
           COPY OVFLBAL.

       FD  POSTING-HISTORY-FILE.
           COPY OVFLPHST.

       FD  GL-JOURNAL-FILE.
           COPY OVFLGLJ.

       FD  SENT-STATUS-FILE.
           COPY OVFLGLC REPLACING GL-CONFIRM-RECORD
               BY SENT-STATUS-RECORD.

       FD  CONFIRM-STATUS-FILE.
           COPY OVFLGLC.

       FD  GL-HISTORY-FILE.
           COPY OVFLGLH.

       FD  STEP-CONTROL-FILE.
           COPY OVFLSTEP.

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REVERSAL-PARM-STATUS     PIC XX   VALUE SPACES.
           05  WS-RUN-HISTORY-STATUS       PIC XX   VALUE SPACES.
           05  WS-STAT-HISTORY-STATUS      PIC XX   VALUE SPACES.
           05  WS-CATALOG-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-GEN-INPUT-STATUS         PIC XX   VALUE SPACES.
           05  WS-CYCLE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-POSTING-CONTROL-STATUS   PIC XX   VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-SENT-STATUS-STATUS       PIC XX   VALUE SPACES.
           05  WS-CONFIRM-STATUS-STATUS    PIC XX   VALUE SPACES.
           05  WS-GL-HISTORY-STATUS        PIC XX   VALUE SPACES.
           05  WS-STEP-CONTROL-STATUS      PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-WORK-STATUS     PIC XX   VALUE SPACES.
           05  WS-DISPOSITION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-AUDIT-WRITE-STATUS       PIC XX   VALUE SPACES.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-GEN-INPUT-NAME           PIC X(20) VALUE SPACES.
           05  WS-SUSPENSE-NAME            PIC X(20) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REVERSAL-SWITCH          PIC X    VALUE 'Y'.
               88  WS-REVERSAL-OK                   VALUE 'Y'.
               88  WS-REVERSAL-REFUSED              VALUE 'N'.
           05  WS-HISTORY-EOF-SWITCH       PIC X    VALUE 'N'.
               88  WS-END-OF-HISTORY                VALUE 'Y'.
           05  WS-CATALOG-EOF-SWITCH       PIC X    VALUE 'N'.
               88  WS-END-OF-CATALOG                VALUE 'Y'.
           05  WS-GEN-EOF-SWITCH           PIC X    VALUE 'N'.
               88  WS-END-OF-GEN-INPUT              VALUE 'Y'.
           05  WS-STEP-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-STEP-ROWS                 VALUE 'Y'.
           05  WS-STATS-FOUND-SWITCH       PIC X    VALUE 'N'.
               88  WS-STATS-FOUND                   VALUE 'Y'.
           05  WS-OUT-GEN-SWITCH           PIC X    VALUE 'N'.
               88  WS-OUT-GEN-FOUND                 VALUE 'Y'.
           05  WS-REL-GEN-SWITCH           PIC X    VALUE 'N'.
               88  WS-REL-GEN-FOUND                 VALUE 'Y'.
           05  WS-OUT-DESTROYED-SWITCH     PIC X    VALUE 'N'.
               88  WS-OUT-GEN-DESTROYED             VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH       PIC X    VALUE 'N'.
               88  WS-MASTER-OPEN                   VALUE 'Y'.
           05  WS-HISTORY-OPEN-SWITCH      PIC X    VALUE 'N'.
               88  WS-HISTORY-OPEN                  VALUE 'Y'.
           05  WS-HISTORY-FOUND-SWITCH     PIC X    VALUE 'N'.
               88  WS-KEY-HAS-HISTORY               VALUE 'Y'.
           05  WS-HISTORY-SCAN-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-HISTORY-SCAN           VALUE 'Y'.
           05  WS-LOADING-RELEASED-SWITCH  PIC X    VALUE 'N'.
               88  WS-LOADING-RELEASED              VALUE 'Y'.
           05  WS-APPROX-SWITCH            PIC X    VALUE 'N'.
               88  WS-RANGE-APPROXIMATED            VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE               VALUE 'Y'.
           05  WS-SUSPENSE-WORK-EOF-SWITCH PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE-WORK          VALUE 'Y'.
           05  WS-LOG-CLOSED-SWITCH        PIC X    VALUE 'N'.
               88  WS-LOG-CLOSED-ITEMS              VALUE 'Y'.
           05  WS-RUN-STARTED-SWITCH       PIC X    VALUE 'N'.
               88  WS-RUN-STARTED                   VALUE 'Y'.
           05  WS-DISPOSITION-EOF-SWITCH   PIC X    VALUE 'N'.
               88  WS-END-OF-DISPOSITIONS           VALUE 'Y'.
      *  Where the cycle's OVFLREV rows on RUNHIST leave it: not
      *  reversed, reversed, or started and never completed.
           05  WS-PRIOR-REVERSAL-STATE     PIC X    VALUE SPACE.
               88  WS-NOT-REVERSED                  VALUE SPACE.
               88  WS-ALREADY-REVERSED              VALUE 'C'.
               88  WS-REVERSAL-INTERRUPTED          VALUE 'P'.
           05  WS-RUN-COMPLETION-CODE      PIC X    VALUE SPACE.

       01  WS-REVERSAL-REQUEST.
           05  WS-REVERSAL-CYCLE           PIC 9(6)  VALUE ZERO.
           05  WS-REQUESTED-BY             PIC X(8)  VALUE SPACES.
           05  WS-REVERSAL-REASON          PIC X(40) VALUE SPACES.
           05  WS-REFUSAL-TEXT             PIC X(60) VALUE SPACES.

      *  Working copy of the cycle's STATHIST row - the reconciled
      *  figures the cycle's journal batch was built from.
           COPY OVFLMTOT.

       01  WS-CYCLE-FIGURES.
           05  WS-CYCLE-DATE               PIC 9(8)  VALUE ZERO.
           05  WS-CYCLE-OUTPUT-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-CYCLE-SUSPENSE-HASH      PIC S9(15)V99 VALUE ZERO.
           05  WS-SHARED-DATE-CYCLE        PIC 9(6)  VALUE ZERO.

      *  The cycle's suspended items a later cycle has released, as
      *  RELLOG shows them - any one refuses the reversal, and the
      *  first hundred are listed on the report.
       01  WS-RELEASED-ITEM-TABLE.
           05  WS-RELEASED-ITEMS-FOUND     PIC 9(9) VALUE 0.
           05  WS-RELEASED-ITEM-COUNT      PIC 9(4) VALUE 0.
           05  WS-RELEASED-ITEM-MAX        PIC 9(4) VALUE 100.
           05  WS-RELEASED-ITEM-ENTRY OCCURS 100 TIMES
                                       INDEXED BY WS-RLS-IDX.
               10  WS-RLS-KEY              PIC X(10).
               10  WS-RLS-AMOUNT           PIC S9(9)V99.
               10  WS-RLS-TIMESTAMP        PIC X(26).

       01  WS-CONTROL-FIGURES.
           05  WS-LAST-CYCLE-NUMBER        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-CREATE-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-WINDOW-CYCLE-NUMBER      PIC 9(6)  VALUE ZERO.
           05  WS-WINDOW-CREATE-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-CYC-REOPENED-CYCLE       PIC 9(6)  VALUE ZERO.
           05  WS-LAST-POSTED-CYCLE        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-POSTED-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-PCT-REOPENED-CYCLE       PIC 9(6)  VALUE ZERO.

       01  WS-PRIOR-BATCH-CONTROL.
           05  WS-SENT-CYCLE-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-SENT-ON-RECORD-SWITCH    PIC X     VALUE 'N'.
               88  WS-SENT-ON-RECORD                 VALUE 'Y'.
           05  WS-CONFIRM-CYCLE-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-CONFIRM-STATUS           PIC X     VALUE SPACE.
           05  WS-CONFIRM-ON-RECORD-SWITCH PIC X     VALUE 'N'.
               88  WS-CONFIRM-ON-RECORD              VALUE 'Y'.

      *  Every archived OUT/REL generation on the catalog - the
      *  cycle's own two are what is reversed, the rest are read
      *  for the cycles each key posted in either side of it.
       01  WS-GENERATION-TABLE.
           05  WS-GENERATION-COUNT         PIC 9(3) VALUE 0.
           05  WS-GENERATION-MAX           PIC 9(3) VALUE 200.
           05  WS-GENERATION-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-GEN-IDX.
               10  WS-GEN-FILE-TYPE        PIC X(3).
               10  WS-GEN-CYCLE            PIC 9(6).
               10  WS-GEN-FILE-NAME        PIC X(20).
               10  WS-GEN-RECORD-COUNT     PIC 9(9).

       01  WS-GENERATION-CONTROL.
           05  WS-OUT-GEN-NAME             PIC X(20) VALUE SPACES.
           05  WS-OUT-GEN-COUNT            PIC 9(9)  VALUE ZERO.
           05  WS-REL-GEN-NAME             PIC X(20) VALUE SPACES.
           05  WS-NAME-CYCLE               PIC X(6)  VALUE SPACES.
           05  WS-SCAN-CYCLE               PIC 9(6)  VALUE ZERO.

      *  One entry per distinct key in the cycle: the net amount it
      *  posted (ordinary and released rows together), the released
      *  part of it on its own, and, for a key whose first or last
      *  posted cycle was this one, the nearest cycles it posted in
      *  before and after.
       01  WS-REVERSAL-KEY-TABLE.
           05  WS-REVERSAL-KEY-COUNT       PIC 9(4) VALUE 0.
           05  WS-REVERSAL-KEY-MAX         PIC 9(4) VALUE 5000.
           05  WS-REVERSAL-KEY-ENTRY OCCURS 5000 TIMES
                                      INDEXED BY WS-KEY-IDX.
               10  WS-REV-KEY              PIC X(10).
               10  WS-REV-AMOUNT           PIC S9(15)V99.
               10  WS-REV-RELEASED-AMOUNT  PIC S9(15)V99.
               10  WS-REV-NEIGHBOUR-SWITCH PIC X.
                   88  WS-REV-NEEDS-NEIGHBOURS       VALUE 'Y'.
               10  WS-REV-PRIOR-CYCLE      PIC 9(6).
               10  WS-REV-NEXT-CYCLE       PIC 9(6).

      *  The key's balance before the back-out - brought forward onto
      *  the history when the key has none there yet.
       01  WS-HISTORY-WORK.
           05  WS-PRIOR-BALANCE            PIC S9(15)V99 VALUE ZERO.
           05  WS-HISTORY-SEQUENCE         PIC 9(6)  VALUE ZERO.

       01  WS-RANGE-TABLE.
           05  WS-RANGE-COUNT              PIC 9(2) VALUE 0.
           05  WS-RANGE-MAX                PIC 9(2) VALUE 40.
           05  WS-RANGE-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-RNG-IDX.
               10  WS-RNG-CHAR             PIC X.
               10  WS-RNG-AMOUNT           PIC S9(15)V99.
               10  WS-RNG-COUNT            PIC 9(9).

       01  WS-BATCH-CONTROL.
           05  WS-RANGE-CHAR               PIC X     VALUE SPACE.
           05  WS-TOTAL-DEBITS             PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-CREDITS            PIC S9(15)V99 VALUE 0.
           05  WS-LINES-WRITTEN            PIC 9(9)  VALUE 0.

       01  WS-STATISTICS.
           05  WS-OUT-ROWS-REVERSED        PIC 9(9) VALUE 0.
           05  WS-REL-ROWS-REVERSED        PIC 9(9) VALUE 0.
           05  WS-NEIGHBOUR-KEYS           PIC 9(9) VALUE 0.
           05  WS-GENERATIONS-SCANNED      PIC 9(9) VALUE 0.
           05  WS-MASTERS-UPDATED          PIC 9(9) VALUE 0.
           05  WS-MASTERS-DELETED          PIC 9(9) VALUE 0.
           05  WS-RANGES-APPROXIMATED      PIC 9(9) VALUE 0.
           05  WS-KEYS-IN-ERROR            PIC 9(9) VALUE 0.
           05  WS-STEP-ROWS-REVERSED       PIC 9(9) VALUE 0.
           05  WS-HISTORY-ROWS-WRITTEN     PIC 9(9) VALUE 0.
           05  WS-HISTORY-ERRORS           PIC 9(9) VALUE 0.
           05  WS-FILE-ROWS-CLOSED         PIC 9(9) VALUE 0.
           05  WS-FILE-AMOUNT-CLOSED       PIC S9(15)V99 VALUE 0.
           05  WS-CARRY-ROWS-CLOSED        PIC 9(9) VALUE 0.
           05  WS-CARRY-AMOUNT-CLOSED      PIC S9(15)V99 VALUE 0.
           05  WS-SUSFILE-ROWS-CLOSED      PIC 9(9) VALUE 0.
           05  WS-SUSPENSE-ERRORS          PIC 9(9) VALUE 0.
           05  WS-OUT-AMOUNT-REVERSED      PIC S9(15)V99 VALUE 0.
           05  WS-REL-AMOUNT-REVERSED      PIC S9(15)V99 VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-REVERSAL-OK
               PERFORM 1950-RECORD-REVERSAL-START
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 2000-BUILD-REVERSING-BATCH
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 3000-REVERSE-BALANCES
               PERFORM 3500-CLOSE-CYCLE-SUSPENSE
               PERFORM 4000-REOPEN-CYCLE
           ELSE
      *  Refused after the started row went down but before any
      *  file was changed - the cycle is left free to reverse.
               IF WS-RUN-STARTED
                   MOVE "X" TO WS-RUN-COMPLETION-CODE
                   PERFORM 4100-WRITE-RUN-AUDIT
               END-IF
           END-IF
           PERFORM 5000-FINALIZE
           GOBACK.

      *  Every check runs before anything is written, so a refused
      *  reversal leaves the master, the journal interface and the
      *  control records exactly as they were.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1050-READ-PARAMETERS
           IF WS-REVERSAL-OK
               PERFORM 1100-CHECK-PRIOR-REVERSAL
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1150-CHECK-CONTROL-RECORDS
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1200-READ-CYCLE-STATISTICS
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1250-CHECK-SHARED-CYCLE-DATE
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1850-CHECK-RELEASED-ITEMS
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1300-LOAD-CATALOG
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1400-CHECK-PRIOR-BATCH
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1500-LOAD-REVERSAL-ROWS
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1600-OPEN-MASTER
           END-IF
           IF WS-REVERSAL-OK
               PERFORM 1700-FLAG-NEIGHBOUR-KEYS
               IF WS-NEIGHBOUR-KEYS > 0
                   PERFORM 1800-SCAN-NEIGHBOUR-GENERATIONS
               END-IF
           END-IF.

       1050-READ-PARAMETERS.
           OPEN INPUT REVERSAL-PARM-FILE
           IF WS-REVERSAL-PARM-STATUS NOT = "00"
               MOVE "NO REVERSAL REQUEST ON REVPARM" TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 8 TO RETURN-CODE
           ELSE
               READ REVERSAL-PARM-FILE
                   AT END
                       MOVE "REVERSAL REQUEST FILE IS EMPTY"
                           TO WS-REFUSAL-TEXT
                   NOT AT END
                       IF REV-CYCLE-NUMBER IS NUMERIC
                           MOVE REV-CYCLE-NUMBER TO WS-REVERSAL-CYCLE
                       END-IF
                       MOVE REV-REQUESTED-BY TO WS-REQUESTED-BY
                       MOVE REV-REASON       TO WS-REVERSAL-REASON
               END-READ
               CLOSE REVERSAL-PARM-FILE
               IF WS-REFUSAL-TEXT = SPACES
                   IF WS-REVERSAL-CYCLE = ZERO
                       MOVE "REVERSAL REQUEST HAS NO VALID CYCLE NUMBER"
                           TO WS-REFUSAL-TEXT
                   ELSE
                       IF WS-REQUESTED-BY = SPACES
                               OR WS-REVERSAL-REASON = SPACES
                           MOVE "REQUEST MUST NAME REQUESTER AND REASON"
                               TO WS-REFUSAL-TEXT
                       END-IF
                   END-IF
               END-IF
               IF WS-REFUSAL-TEXT NOT = SPACES
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *  A cycle is backed out once.  The last OVFLREV row for it
      *  says where it stands: completed (N or A) is refused as
      *  already reversed; started (P) and never completed is
      *  refused as interrupted, since its batch and balances may
      *  be partly backed out; abandoned (X) before anything was
      *  changed leaves it free.
       1100-CHECK-PRIOR-REVERSAL.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
               PERFORM 1110-READ-RUN-HISTORY
               PERFORM 1120-EXAMINE-RUN-ROW
                   UNTIL WS-END-OF-HISTORY
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-ALREADY-REVERSED
               MOVE "CYCLE WAS ALREADY REVERSED - SEE RUNHIST"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-REVERSAL-INTERRUPTED
               MOVE "REVERSAL STOPPED PART WAY EARLIER - CHECK BY HAND"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       1110-READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

       1120-EXAMINE-RUN-ROW.
           IF RUN-PROGRAM = "OVFLREV"
                   AND RUN-CYCLE-NUMBER = WS-REVERSAL-CYCLE
               EVALUATE RUN-COMPLETION-CODE
                   WHEN "P"
                       SET WS-REVERSAL-INTERRUPTED TO TRUE
                   WHEN "X"
                       SET WS-NOT-REVERSED TO TRUE
                   WHEN OTHER
                       SET WS-ALREADY-REVERSED TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 1110-READ-RUN-HISTORY.

      *  The cycle must have posted, and no earlier reversed cycle
      *  may still be waiting for its resend - CYCFILE and POSTCTL
      *  carry one reopened cycle each.
       1150-CHECK-CONTROL-RECORDS.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-FILE
                   NOT AT END
                       MOVE CYC-LAST-CYCLE-NUMBER
                           TO WS-LAST-CYCLE-NUMBER
                       MOVE CYC-LAST-CREATE-DATE
                           TO WS-LAST-CREATE-DATE
                       IF CYC-REOPENED-CYCLE IS NUMERIC
                           MOVE CYC-REOPENED-CYCLE
                               TO WS-CYC-REOPENED-CYCLE
                       END-IF
                       IF CYC-WINDOW-CYCLE-NUMBER IS NUMERIC
                           MOVE CYC-WINDOW-CYCLE-NUMBER
                               TO WS-WINDOW-CYCLE-NUMBER
                       END-IF
                       IF CYC-WINDOW-CREATE-DATE IS NUMERIC
                           MOVE CYC-WINDOW-CREATE-DATE
                               TO WS-WINDOW-CREATE-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF
           OPEN INPUT POSTING-CONTROL-FILE
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   NOT AT END
                       MOVE PCT-LAST-POSTED-CYCLE
                           TO WS-LAST-POSTED-CYCLE
                       MOVE PCT-LAST-POSTED-DATE
                           TO WS-LAST-POSTED-DATE
                       IF PCT-REOPENED-CYCLE IS NUMERIC
                           MOVE PCT-REOPENED-CYCLE
                               TO WS-PCT-REOPENED-CYCLE
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF
           IF WS-LAST-CYCLE-NUMBER = ZERO
                   OR WS-LAST-POSTED-CYCLE = ZERO
               MOVE "CYCLE OR POSTING CONTROL RECORD MISSING"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REVERSAL-CYCLE > WS-LAST-POSTED-CYCLE
                   MOVE "CYCLE HAS NOT POSTED - NOTHING TO REVERSE"
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-CYC-REOPENED-CYCLE NOT = ZERO
                           OR WS-PCT-REOPENED-CYCLE NOT = ZERO
                       MOVE "EARLIER REVERSED CYCLE STILL AWAITS RESEND"
                           TO WS-REFUSAL-TEXT
                       DISPLAY "CYCLE REOPENED ON CYCFILE "
                           WS-CYC-REOPENED-CYCLE " ON POSTCTL "
                           WS-PCT-REOPENED-CYCLE
                       PERFORM 1900-REFUSE-REVERSAL
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *  STATHIST holds a row for every cycle that reconciled; the
      *  latest row for the cycle gives the date its journal batch
      *  carried and the figures the batch was built from.
       1200-READ-CYCLE-STATISTICS.
           OPEN INPUT STAT-HISTORY-FILE
           IF WS-STAT-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-HISTORY-EOF-SWITCH
               PERFORM 1210-READ-STAT-HISTORY
               PERFORM 1220-EXAMINE-STAT-ROW
                   UNTIL WS-END-OF-HISTORY
               CLOSE STAT-HISTORY-FILE
           END-IF
           IF NOT WS-STATS-FOUND
               MOVE "NO RECONCILED STATISTICS ROW FOR THE CYCLE"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       1210-READ-STAT-HISTORY.
           READ STAT-HISTORY-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

       1220-EXAMINE-STAT-ROW.
           MOVE STAT-HISTORY-LINE TO MERGED-TOTALS-RECORD
           IF MTOT-CYCLE-NUMBER IS NUMERIC
               IF MTOT-CYCLE-NUMBER = WS-REVERSAL-CYCLE
                       AND MTOT-RECONCILE-VERDICT = "B"
                   SET WS-STATS-FOUND TO TRUE
                   MOVE MTOT-CYCLE-DATE   TO WS-CYCLE-DATE
                   MOVE MTOT-OUTPUT-COUNT TO WS-CYCLE-OUTPUT-COUNT
                   MOVE MTOT-SUSPENSE-HASH-TOTAL
                       TO WS-CYCLE-SUSPENSE-HASH
               END-IF
           END-IF
           PERFORM 1210-READ-STAT-HISTORY.

      *  The cycle's rows on SUSFILE and RELLOG and its journal batch
      *  carry its date, not its number.  A catch-up day can create
      *  two cycles on one date, and their rows could not be told
      *  apart - the reversal is refused rather than take the other
      *  cycle's items with it.  STATHIST holds every cycle that
      *  reconciled and CYCFILE the latest one balanced.
       1250-CHECK-SHARED-CYCLE-DATE.
           IF WS-LAST-CYCLE-NUMBER NOT = WS-REVERSAL-CYCLE
                   AND WS-LAST-CREATE-DATE = WS-CYCLE-DATE
               MOVE WS-LAST-CYCLE-NUMBER TO WS-SHARED-DATE-CYCLE
           END-IF
           IF WS-WINDOW-CYCLE-NUMBER NOT = ZERO
                   AND WS-WINDOW-CYCLE-NUMBER NOT = WS-REVERSAL-CYCLE
                   AND WS-WINDOW-CREATE-DATE = WS-CYCLE-DATE
               MOVE WS-WINDOW-CYCLE-NUMBER TO WS-SHARED-DATE-CYCLE
           END-IF
           OPEN INPUT STAT-HISTORY-FILE
           IF WS-STAT-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-HISTORY-EOF-SWITCH
               PERFORM 1210-READ-STAT-HISTORY
               PERFORM 1260-EXAMINE-DATE-ROW
                   UNTIL WS-END-OF-HISTORY
               CLOSE STAT-HISTORY-FILE
           END-IF
           IF WS-SHARED-DATE-CYCLE NOT = ZERO
               MOVE "ANOTHER CYCLE HAS THE SAME CYCLE DATE"
                   TO WS-REFUSAL-TEXT
               DISPLAY "CYCLE " WS-SHARED-DATE-CYCLE
                   " ALSO CARRIES CYCLE DATE " WS-CYCLE-DATE
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       1260-EXAMINE-DATE-ROW.
           MOVE STAT-HISTORY-LINE TO MERGED-TOTALS-RECORD
           IF MTOT-CYCLE-NUMBER IS NUMERIC
                   AND MTOT-CYCLE-DATE IS NUMERIC
               IF MTOT-CYCLE-NUMBER NOT = WS-REVERSAL-CYCLE
                       AND MTOT-CYCLE-DATE = WS-CYCLE-DATE
                   MOVE MTOT-CYCLE-NUMBER TO WS-SHARED-DATE-CYCLE
               END-IF
           END-IF
           PERFORM 1210-READ-STAT-HISTORY.

      *  Generation names are type, "G", the generation date and
      *  the cycle number, so the cycle is read off the name.  The
      *  last archived row for the cycle wins.
       1300-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM 1310-READ-CATALOG
               PERFORM 1320-EXAMINE-CATALOG-ROW
                   UNTIL WS-END-OF-CATALOG
               CLOSE CATALOG-FILE
           END-IF
           IF WS-OUT-GEN-FOUND
               IF WS-OUT-GEN-COUNT NOT = WS-CYCLE-OUTPUT-COUNT
                   MOVE "OUT GENERATION COUNT DISAGREES WITH STATHIST"
                       TO WS-REFUSAL-TEXT
                   DISPLAY "GENERATION " WS-OUT-GEN-NAME " HOLDS "
                       WS-OUT-GEN-COUNT " ROW(S) - CYCLE RECONCILED "
                       WS-CYCLE-OUTPUT-COUNT
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-OUT-GEN-DESTROYED
                   MOVE "OUT GENERATION FOR THE CYCLE HAS BEEN PURGED"
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-CYCLE-OUTPUT-COUNT > 0
                       MOVE "NO ARCHIVED OUT GENERATION FOR THE CYCLE"
                           TO WS-REFUSAL-TEXT
                       PERFORM 1900-REFUSE-REVERSAL
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1310-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET WS-END-OF-CATALOG TO TRUE
           END-READ.

       1320-EXAMINE-CATALOG-ROW.
           IF CAT-FILE-TYPE = "OUT" OR CAT-FILE-TYPE = "REL"
               MOVE CAT-FILE-NAME (13:6) TO WS-NAME-CYCLE
               IF WS-NAME-CYCLE IS NUMERIC
                   MOVE WS-NAME-CYCLE TO WS-SCAN-CYCLE
                   IF CAT-STATUS = "A"
                       PERFORM 1330-TABLE-GENERATION
                   ELSE
                       IF WS-SCAN-CYCLE = WS-REVERSAL-CYCLE
                               AND CAT-FILE-TYPE = "OUT"
                           SET WS-OUT-GEN-DESTROYED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1310-READ-CATALOG.

       1330-TABLE-GENERATION.
           IF WS-SCAN-CYCLE = WS-REVERSAL-CYCLE
               IF CAT-FILE-TYPE = "OUT"
                   SET WS-OUT-GEN-FOUND TO TRUE
                   MOVE CAT-FILE-NAME    TO WS-OUT-GEN-NAME
                   MOVE CAT-RECORD-COUNT TO WS-OUT-GEN-COUNT
               ELSE
                   SET WS-REL-GEN-FOUND TO TRUE
                   MOVE CAT-FILE-NAME    TO WS-REL-GEN-NAME
               END-IF
           ELSE
               IF WS-GENERATION-COUNT < WS-GENERATION-MAX
                   ADD 1 TO WS-GENERATION-COUNT
                   SET WS-GEN-IDX TO WS-GENERATION-COUNT
                   MOVE CAT-FILE-TYPE TO WS-GEN-FILE-TYPE (WS-GEN-IDX)
                   MOVE WS-SCAN-CYCLE TO WS-GEN-CYCLE (WS-GEN-IDX)
                   MOVE CAT-FILE-NAME TO WS-GEN-FILE-NAME (WS-GEN-IDX)
                   MOVE CAT-RECORD-COUNT
                       TO WS-GEN-RECORD-COUNT (WS-GEN-IDX)
               ELSE
                   DISPLAY "GENERATION TABLE FULL AT "
                       WS-GENERATION-MAX " - " CAT-FILE-NAME
                       " NOT SCANNED FOR NEIGHBOURING CYCLES"
               END-IF
           END-IF.

      *  Same rule OVFLGL applies before releasing a batch: the
      *  batch on GLSENT must be confirmed, or the GL side would
      *  receive the reversal on top of an unreconciled batch.  A
      *  failed batch is not excused here - it is repaired and
      *  resent first.
       1400-CHECK-PRIOR-BATCH.
           OPEN INPUT SENT-STATUS-FILE
           IF WS-SENT-STATUS-STATUS = "00"
               READ SENT-STATUS-FILE
                   NOT AT END
                       SET WS-SENT-ON-RECORD TO TRUE
                       MOVE GLC-CYCLE-DATE IN SENT-STATUS-RECORD
                           TO WS-SENT-CYCLE-DATE
               END-READ
               CLOSE SENT-STATUS-FILE
           END-IF
           IF WS-SENT-ON-RECORD
               OPEN INPUT CONFIRM-STATUS-FILE
               IF WS-CONFIRM-STATUS-STATUS = "00"
                   READ CONFIRM-STATUS-FILE
                       NOT AT END
                           SET WS-CONFIRM-ON-RECORD TO TRUE
                           MOVE GLC-CYCLE-DATE IN GL-CONFIRM-RECORD
                               TO WS-CONFIRM-CYCLE-DATE
                           MOVE GLC-STATUS IN GL-CONFIRM-RECORD
                               TO WS-CONFIRM-STATUS
                   END-READ
                   CLOSE CONFIRM-STATUS-FILE
               END-IF
               IF NOT WS-CONFIRM-ON-RECORD
                       OR WS-CONFIRM-CYCLE-DATE
                           NOT = WS-SENT-CYCLE-DATE
                       OR WS-CONFIRM-STATUS NOT = "C"
                   MOVE "PRIOR BATCH NOT CONFIRMED - RUN OVFLGLRC"
                       TO WS-REFUSAL-TEXT
                   DISPLAY "BATCH FOR CYCLE DATE " WS-SENT-CYCLE-DATE
                       " CONFIRMATION STATUS '" WS-CONFIRM-STATUS "'"
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *  The cycle's OUT rows build both the key table and the
      *  key-range lines of the reversing batch; its REL rows only
      *  the key table - released items reached the GL through the
      *  suspense line when they were first held.
       1500-LOAD-REVERSAL-ROWS.
           IF WS-OUT-GEN-FOUND
               MOVE WS-OUT-GEN-NAME TO WS-GEN-INPUT-NAME
               MOVE 'N' TO WS-LOADING-RELEASED-SWITCH
               PERFORM 1510-LOAD-ONE-GENERATION
           END-IF
           IF WS-REVERSAL-OK
               IF WS-OUT-ROWS-REVERSED NOT = WS-CYCLE-OUTPUT-COUNT
                   MOVE "OUT GENERATION ROWS DISAGREE WITH STATHIST"
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REVERSAL-OK AND WS-REL-GEN-FOUND
               MOVE WS-REL-GEN-NAME TO WS-GEN-INPUT-NAME
               SET WS-LOADING-RELEASED TO TRUE
               PERFORM 1510-LOAD-ONE-GENERATION
           END-IF
           IF WS-REVERSAL-OK
               IF WS-REVERSAL-KEY-COUNT = 0
                       AND WS-CYCLE-SUSPENSE-HASH = 0
                   MOVE "CYCLE POSTED NOTHING - NOTHING TO REVERSE"
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1510-LOAD-ONE-GENERATION.
           MOVE 'N' TO WS-GEN-EOF-SWITCH
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-INPUT-STATUS NOT = "00"
               MOVE "ARCHIVED GENERATION FOR THE CYCLE WILL NOT OPEN"
                   TO WS-REFUSAL-TEXT
               DISPLAY "GENERATION " WS-GEN-INPUT-NAME
                   " OPEN FAILED - STATUS " WS-GEN-INPUT-STATUS
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1520-READ-GENERATION
               PERFORM 1530-LOAD-ONE-ROW
                   UNTIL WS-END-OF-GEN-INPUT
               CLOSE GEN-INPUT-FILE
           END-IF.

       1520-READ-GENERATION.
           READ GEN-INPUT-FILE
               AT END
                   SET WS-END-OF-GEN-INPUT TO TRUE
           END-READ.

       1530-LOAD-ONE-ROW.
           PERFORM 1540-FIND-OR-ADD-KEY
           IF WS-REVERSAL-OK
               ADD OUT-NUMBER TO WS-REV-AMOUNT (WS-KEY-IDX)
               IF WS-LOADING-RELEASED
                   ADD 1 TO WS-REL-ROWS-REVERSED
                   ADD OUT-NUMBER TO WS-REL-AMOUNT-REVERSED
                   ADD OUT-NUMBER
                       TO WS-REV-RELEASED-AMOUNT (WS-KEY-IDX)
               ELSE
                   ADD 1 TO WS-OUT-ROWS-REVERSED
                   ADD OUT-NUMBER TO WS-OUT-AMOUNT-REVERSED
                   MOVE OUT-KEY (1:1) TO WS-RANGE-CHAR
                   PERFORM 1550-POST-TO-RANGE-TABLE
               END-IF
               PERFORM 1520-READ-GENERATION
           ELSE
               SET WS-END-OF-GEN-INPUT TO TRUE
           END-IF.

      *  A key the table cannot hold would be left posted - the
      *  whole reversal is refused rather than done in part.
       1540-FIND-OR-ADD-KEY.
           SET WS-KEY-IDX TO 1
           SEARCH WS-REVERSAL-KEY-ENTRY
               AT END
                   PERFORM 1545-ADD-KEY-ENTRY
               WHEN WS-KEY-IDX > WS-REVERSAL-KEY-COUNT
                   PERFORM 1545-ADD-KEY-ENTRY
               WHEN WS-REV-KEY (WS-KEY-IDX) = OUT-KEY
                   CONTINUE
           END-SEARCH.

       1545-ADD-KEY-ENTRY.
           IF WS-REVERSAL-KEY-COUNT < WS-REVERSAL-KEY-MAX
               ADD 1 TO WS-REVERSAL-KEY-COUNT
               SET WS-KEY-IDX TO WS-REVERSAL-KEY-COUNT
               MOVE OUT-KEY TO WS-REV-KEY (WS-KEY-IDX)
               MOVE ZERO    TO WS-REV-AMOUNT (WS-KEY-IDX)
               MOVE ZERO    TO WS-REV-RELEASED-AMOUNT (WS-KEY-IDX)
               MOVE 'N'     TO WS-REV-NEIGHBOUR-SWITCH (WS-KEY-IDX)
               MOVE ZERO    TO WS-REV-PRIOR-CYCLE (WS-KEY-IDX)
               MOVE ZERO    TO WS-REV-NEXT-CYCLE (WS-KEY-IDX)
           ELSE
               MOVE "CYCLE HOLDS MORE KEYS THAN THE REVERSAL TABLE"
                   TO WS-REFUSAL-TEXT
               DISPLAY "REVERSAL KEY TABLE FULL AT "
                   WS-REVERSAL-KEY-MAX " KEYS"
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

      *  Same key-range grouping OVFLGL summarized the batch on.
       1550-POST-TO-RANGE-TABLE.
           SET WS-RNG-IDX TO 1
           SEARCH WS-RANGE-ENTRY
               AT END
                   PERFORM 1560-ADD-RANGE-ENTRY
               WHEN WS-RNG-IDX > WS-RANGE-COUNT
                   PERFORM 1560-ADD-RANGE-ENTRY
               WHEN WS-RNG-CHAR (WS-RNG-IDX) = WS-RANGE-CHAR
                   CONTINUE
           END-SEARCH
           ADD OUT-NUMBER TO WS-RNG-AMOUNT (WS-RNG-IDX)
           ADD 1          TO WS-RNG-COUNT  (WS-RNG-IDX).

       1560-ADD-RANGE-ENTRY.
           IF WS-RANGE-COUNT < WS-RANGE-MAX
               ADD 1 TO WS-RANGE-COUNT
               SET WS-RNG-IDX TO WS-RANGE-COUNT
               MOVE WS-RANGE-CHAR TO WS-RNG-CHAR (WS-RNG-IDX)
               MOVE ZERO TO WS-RNG-AMOUNT (WS-RNG-IDX)
               MOVE ZERO TO WS-RNG-COUNT (WS-RNG-IDX)
           ELSE
               SET WS-RNG-IDX TO WS-RANGE-COUNT
           END-IF.

      *  The master is not created here - a cycle that posted left
      *  one behind, and reversing against an empty master would
      *  only report every key in error.
       1600-OPEN-MASTER.
           OPEN I-O BALANCE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "POSTED-BALANCE MASTER WILL NOT OPEN"
                   TO WS-REFUSAL-TEXT
               DISPLAY "BALANCE MASTER OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
               PERFORM 1650-OPEN-HISTORY
           END-IF.

       1650-OPEN-HISTORY.
           OPEN I-O POSTING-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-HISTORY-FILE
               CLOSE POSTING-HISTORY-FILE
               OPEN I-O POSTING-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "POSTING HISTORY WILL NOT OPEN"
                   TO WS-REFUSAL-TEXT
               DISPLAY "POSTING HISTORY OPEN FAILED - STATUS "
                   WS-HISTORY-FILE-STATUS
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

      *  Only a key that keeps other cycles and whose first or last
      *  posted cycle is this one needs the other generations read.
       1700-FLAG-NEIGHBOUR-KEYS.
           SET WS-KEY-IDX TO 1
           PERFORM 1710-FLAG-ONE-KEY
               UNTIL WS-KEY-IDX > WS-REVERSAL-KEY-COUNT.

       1710-FLAG-ONE-KEY.
           MOVE WS-REV-KEY (WS-KEY-IDX) TO BAL-KEY
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-CYCLE-COUNT > 1
                       IF BAL-FIRST-CYCLE = WS-REVERSAL-CYCLE
                               OR BAL-LAST-CYCLE = WS-REVERSAL-CYCLE
                           MOVE 'Y' TO
                               WS-REV-NEIGHBOUR-SWITCH (WS-KEY-IDX)
                           ADD 1 TO WS-NEIGHBOUR-KEYS
                       END-IF
                   END-IF
           END-READ
           SET WS-KEY-IDX UP BY 1.

       1800-SCAN-NEIGHBOUR-GENERATIONS.
           SET WS-GEN-IDX TO 1
           PERFORM 1810-SCAN-ONE-GENERATION
               UNTIL WS-GEN-IDX > WS-GENERATION-COUNT.

       1810-SCAN-ONE-GENERATION.
           MOVE WS-GEN-FILE-NAME (WS-GEN-IDX) TO WS-GEN-INPUT-NAME
           MOVE WS-GEN-CYCLE (WS-GEN-IDX)     TO WS-SCAN-CYCLE
           MOVE 'N' TO WS-GEN-EOF-SWITCH
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-INPUT-STATUS NOT = "00"
               DISPLAY "GENERATION " WS-GEN-INPUT-NAME
                   " NOT READABLE - STATUS " WS-GEN-INPUT-STATUS
                   " - NOT SCANNED"
           ELSE
               ADD 1 TO WS-GENERATIONS-SCANNED
               PERFORM 1520-READ-GENERATION
               PERFORM 1820-SCAN-ONE-ROW
                   UNTIL WS-END-OF-GEN-INPUT
               CLOSE GEN-INPUT-FILE
           END-IF
           SET WS-GEN-IDX UP BY 1.

       1820-SCAN-ONE-ROW.
           SET WS-KEY-IDX TO 1
           SEARCH WS-REVERSAL-KEY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KEY-IDX > WS-REVERSAL-KEY-COUNT
                   CONTINUE
               WHEN WS-REV-KEY (WS-KEY-IDX) = OUT-KEY
                   IF WS-REV-NEEDS-NEIGHBOURS (WS-KEY-IDX)
                       PERFORM 1830-NOTE-NEIGHBOUR-CYCLE
                   END-IF
           END-SEARCH
           PERFORM 1520-READ-GENERATION.

       1830-NOTE-NEIGHBOUR-CYCLE.
           IF WS-SCAN-CYCLE < WS-REVERSAL-CYCLE
               IF WS-SCAN-CYCLE > WS-REV-PRIOR-CYCLE (WS-KEY-IDX)
                   MOVE WS-SCAN-CYCLE TO WS-REV-PRIOR-CYCLE (WS-KEY-IDX)
               END-IF
           ELSE
               IF WS-REV-NEXT-CYCLE (WS-KEY-IDX) = ZERO
                       OR WS-SCAN-CYCLE < WS-REV-NEXT-CYCLE (WS-KEY-IDX)
                   MOVE WS-SCAN-CYCLE TO WS-REV-NEXT-CYCLE (WS-KEY-IDX)
               END-IF
           END-IF.

      *  An item the cycle suspended and a later cycle released has
      *  posted to the master, the detail history and that cycle's
      *  key-range line.  The reversing batch would still credit it
      *  back off OVFL-SUSP and the resend suspend it again, so it
      *  would post twice.  While RELLOG shows any such release the
      *  reversal is refused and the items listed on REVRPT, to be
      *  backed out by hand before the cycle is reversed.
       1850-CHECK-RELEASED-ITEMS.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS = "00"
               MOVE 'N' TO WS-DISPOSITION-EOF-SWITCH
               PERFORM 1860-READ-DISPOSITION
               PERFORM 1870-EXAMINE-DISPOSITION
                   UNTIL WS-END-OF-DISPOSITIONS
               CLOSE DISPOSITION-FILE
           ELSE
               IF WS-DISPOSITION-FILE-STATUS NOT = "35"
                   MOVE "RELLOG WILL NOT OPEN - RELEASED ITEMS UNKNOWN"
                       TO WS-REFUSAL-TEXT
                   DISPLAY "RELLOG OPEN FAILED - STATUS "
                       WS-DISPOSITION-FILE-STATUS
                   PERFORM 1900-REFUSE-REVERSAL
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-RELEASED-ITEMS-FOUND > 0
               MOVE "ITEMS RELEASED BY A LATER CYCLE - SEE REVRPT"
                   TO WS-REFUSAL-TEXT
               DISPLAY WS-RELEASED-ITEMS-FOUND
                   " SUSPENDED ITEM(S) OF THE CYCLE ALREADY RELEASED"
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

       1860-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET WS-END-OF-DISPOSITIONS TO TRUE
           END-READ.

       1870-EXAMINE-DISPOSITION.
           IF DSP-DISPOSITION = "RELEASED"
                   AND DSP-CYCLE-DATE IS NUMERIC
               IF DSP-CYCLE-DATE = WS-CYCLE-DATE
                   ADD 1 TO WS-RELEASED-ITEMS-FOUND
                   IF WS-RELEASED-ITEM-COUNT < WS-RELEASED-ITEM-MAX
                       ADD 1 TO WS-RELEASED-ITEM-COUNT
                       SET WS-RLS-IDX TO WS-RELEASED-ITEM-COUNT
                       MOVE DSP-KEY TO WS-RLS-KEY (WS-RLS-IDX)
                       MOVE DSP-AMENDED-VALUE
                           TO WS-RLS-AMOUNT (WS-RLS-IDX)
                       MOVE DSP-TIMESTAMP
                           TO WS-RLS-TIMESTAMP (WS-RLS-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 1860-READ-DISPOSITION.

       1900-REFUSE-REVERSAL.
           SET WS-REVERSAL-REFUSED TO TRUE
           DISPLAY "CYCLE " WS-REVERSAL-CYCLE " REVERSAL REFUSED - "
               WS-REFUSAL-TEXT.

      *  The started row goes on RUNHIST before anything is changed;
      *  if it cannot be written the reversal does not begin.
       1950-RECORD-REVERSAL-START.
           MOVE "P" TO WS-RUN-COMPLETION-CODE
           PERFORM 4100-WRITE-RUN-AUDIT
           IF WS-AUDIT-WRITE-STATUS = "00"
               SET WS-RUN-STARTED TO TRUE
           ELSE
               MOVE "RUN HISTORY NOT WRITTEN - REVERSAL NOT STARTED"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           END-IF.

      *  The cycle's own batch, line for line with the sides swapped:
      *  each key range and the suspense account are credited back
      *  and the clearing account takes the single balancing debit.
      *  It carries the cycle's date so the GL matches it to the
      *  batch it reverses.  The batch is totalled before GLFILE is
      *  opened, so a refused batch leaves the interface file as it
      *  stands.
       2000-BUILD-REVERSING-BATCH.
           PERFORM 2050-TOTAL-REVERSING-BATCH
           IF WS-REVERSAL-OK
               OPEN OUTPUT GL-JOURNAL-FILE
               PERFORM 2100-WRITE-BATCH-HEADER
               PERFORM 2200-WRITE-RANGE-LINES
               PERFORM 2300-WRITE-SUSPENSE-LINE
               PERFORM 2400-WRITE-CLEARING-LINE
               PERFORM 2500-WRITE-BATCH-TRAILER
               CLOSE GL-JOURNAL-FILE
               PERFORM 2600-RECORD-SENT-BATCH
           END-IF.

      *  The key-range lines must add back to the OUT rows loaded,
      *  or the batch would not reverse what the master gives up.
       2050-TOTAL-REVERSING-BATCH.
           MOVE ZERO TO WS-TOTAL-CREDITS
           SET WS-RNG-IDX TO 1
           PERFORM 2060-TOTAL-ONE-RANGE
               UNTIL WS-RNG-IDX > WS-RANGE-COUNT
           IF WS-TOTAL-CREDITS NOT = WS-OUT-AMOUNT-REVERSED
               MOVE "REVERSING BATCH DEBITS/CREDITS DO NOT BALANCE"
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-REVERSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD WS-CYCLE-SUSPENSE-HASH TO WS-TOTAL-CREDITS
               MOVE WS-TOTAL-CREDITS TO WS-TOTAL-DEBITS
           END-IF.

       2060-TOTAL-ONE-RANGE.
           ADD WS-RNG-AMOUNT (WS-RNG-IDX) TO WS-TOTAL-CREDITS
           SET WS-RNG-IDX UP BY 1.

       2100-WRITE-BATCH-HEADER.
           MOVE SPACES          TO GL-JOURNAL-RECORD
           MOVE "H"             TO GLJ-RECORD-TYPE
           MOVE WS-CYCLE-DATE   TO GLJ-CYCLE-DATE
           MOVE "OVFLBATCH"     TO GLJ-ACCOUNT
           MOVE ZERO            TO GLJ-DEBIT-AMOUNT
           MOVE ZERO            TO GLJ-CREDIT-AMOUNT
           MOVE "OVERFLOW PASS REVERSAL BATCH" TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD.

       2200-WRITE-RANGE-LINES.
           SET WS-RNG-IDX TO 1
           PERFORM 2250-WRITE-ONE-RANGE-LINE
               UNTIL WS-RNG-IDX > WS-RANGE-COUNT.

       2250-WRITE-ONE-RANGE-LINE.
           MOVE SPACES          TO GL-JOURNAL-RECORD
           MOVE "D"             TO GLJ-RECORD-TYPE
           MOVE WS-CYCLE-DATE   TO GLJ-CYCLE-DATE
           MOVE SPACES          TO GLJ-ACCOUNT
           STRING "OVFL-KR-" DELIMITED BY SIZE
               WS-RNG-CHAR (WS-RNG-IDX) DELIMITED BY SIZE
               INTO GLJ-ACCOUNT
           MOVE ZERO            TO GLJ-DEBIT-AMOUNT
           MOVE WS-RNG-AMOUNT (WS-RNG-IDX) TO GLJ-CREDIT-AMOUNT
           MOVE SPACES          TO GLJ-DESCRIPTION
           STRING "REVERSE OUTPUT KEY RANGE " DELIMITED BY SIZE
               WS-RNG-CHAR (WS-RNG-IDX) DELIMITED BY SIZE
               INTO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           SET WS-RNG-IDX UP BY 1.

       2300-WRITE-SUSPENSE-LINE.
           MOVE SPACES          TO GL-JOURNAL-RECORD
           MOVE "D"             TO GLJ-RECORD-TYPE
           MOVE WS-CYCLE-DATE   TO GLJ-CYCLE-DATE
           MOVE "OVFL-SUSP"     TO GLJ-ACCOUNT
           MOVE ZERO            TO GLJ-DEBIT-AMOUNT
           MOVE WS-CYCLE-SUSPENSE-HASH TO GLJ-CREDIT-AMOUNT
           MOVE "REVERSE ITEMS HELD IN SUSPENSE" TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

       2400-WRITE-CLEARING-LINE.
           MOVE SPACES          TO GL-JOURNAL-RECORD
           MOVE "D"             TO GLJ-RECORD-TYPE
           MOVE WS-CYCLE-DATE   TO GLJ-CYCLE-DATE
           MOVE "OVFL-CLEAR"    TO GLJ-ACCOUNT
           MOVE WS-TOTAL-DEBITS TO GLJ-DEBIT-AMOUNT
           MOVE ZERO            TO GLJ-CREDIT-AMOUNT
           MOVE "REVERSE OVERFLOW CLEARING" TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

       2500-WRITE-BATCH-TRAILER.
           MOVE SPACES          TO GL-JOURNAL-RECORD
           MOVE "T"             TO GLJ-RECORD-TYPE
           MOVE WS-CYCLE-DATE   TO GLJ-CYCLE-DATE
           MOVE "OVFLBATCH"     TO GLJ-ACCOUNT
           MOVE WS-TOTAL-DEBITS  TO GLJ-DEBIT-AMOUNT
           MOVE WS-TOTAL-CREDITS TO GLJ-CREDIT-AMOUNT
           MOVE "BATCH TOTALS" TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD.

      *  Released exactly as OVFLGL releases a batch: sent-awaiting
      *  on GLSENT and the old confirmation scratched, so nothing
      *  further goes to the GL until OVFLGLRC confirms the reversal.
       2600-RECORD-SENT-BATCH.
           OPEN OUTPUT SENT-STATUS-FILE
           MOVE WS-CYCLE-DATE
               TO GLC-CYCLE-DATE IN SENT-STATUS-RECORD
           MOVE "S" TO GLC-STATUS IN SENT-STATUS-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO GLC-TIMESTAMP IN SENT-STATUS-RECORD
           WRITE SENT-STATUS-RECORD
           CLOSE SENT-STATUS-FILE
           OPEN OUTPUT CONFIRM-STATUS-FILE
           CLOSE CONFIRM-STATUS-FILE
           PERFORM 2650-RECORD-BATCH-HISTORY.

       2650-RECORD-BATCH-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF
           MOVE SPACES                TO GL-HISTORY-RECORD
           MOVE "S"                   TO GLH-RECORD-TYPE
           MOVE WS-CYCLE-DATE         TO GLH-CYCLE-DATE
           MOVE "R"                   TO GLH-BATCH-KIND
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

       3000-REVERSE-BALANCES.
           SET WS-KEY-IDX TO 1
           PERFORM 3100-REVERSE-ONE-KEY
               UNTIL WS-KEY-IDX > WS-REVERSAL-KEY-COUNT.

       3100-REVERSE-ONE-KEY.
           MOVE WS-REV-KEY (WS-KEY-IDX) TO BAL-KEY
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-KEYS-IN-ERROR
                   DISPLAY "KEY " WS-REV-KEY (WS-KEY-IDX)
                       " NOT ON BALANCE MASTER - NOT REVERSED"
               NOT INVALID KEY
                   PERFORM 3200-APPLY-REVERSAL
           END-READ
           SET WS-KEY-IDX UP BY 1.

      *  A key left with no posted cycle and nothing posted is
      *  deleted - it first posted in this cycle.  A key left with
      *  no cycle but an amount is kept and reported for review.
       3200-APPLY-REVERSAL.
           MOVE BAL-POSTED-AMOUNT TO WS-PRIOR-BALANCE
           SUBTRACT WS-REV-AMOUNT (WS-KEY-IDX) FROM BAL-POSTED-AMOUNT
           IF BAL-CYCLE-COUNT > 0
               SUBTRACT 1 FROM BAL-CYCLE-COUNT
           END-IF
           IF BAL-CYCLE-COUNT = 0 AND BAL-POSTED-AMOUNT = 0
               DELETE BALANCE-MASTER-FILE RECORD
               IF WS-MASTER-FILE-STATUS = "00"
                   ADD 1 TO WS-MASTERS-DELETED
               END-IF
           ELSE
               IF BAL-CYCLE-COUNT = 0
                   ADD 1 TO WS-KEYS-IN-ERROR
                   DISPLAY "KEY " BAL-KEY " HAS NO POSTED CYCLE LEFT "
                       "BUT A RESIDUAL BALANCE - REVIEW"
               ELSE
                   PERFORM 3300-RESET-CYCLE-RANGE
               END-IF
               REWRITE BALANCE-MASTER-RECORD
               IF WS-MASTER-FILE-STATUS = "00"
                   ADD 1 TO WS-MASTERS-UPDATED
               END-IF
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               ADD 1 TO WS-KEYS-IN-ERROR
               DISPLAY "BALANCE MASTER UPDATE FAILED FOR KEY " BAL-KEY
                   " - STATUS " WS-MASTER-FILE-STATUS
           ELSE
               PERFORM 3400-RECORD-HISTORY
           END-IF.

      *  The nearest cycles found on the other generations replace
      *  this one at either end of the key's range.  Where the
      *  generation that would show it has been purged, the range
      *  closes up on its other end and the key is reported.
       3300-RESET-CYCLE-RANGE.
           MOVE 'N' TO WS-APPROX-SWITCH
           IF BAL-LAST-CYCLE = WS-REVERSAL-CYCLE
               IF WS-REV-PRIOR-CYCLE (WS-KEY-IDX) > ZERO
                   MOVE WS-REV-PRIOR-CYCLE (WS-KEY-IDX)
                       TO BAL-LAST-CYCLE
               ELSE
                   MOVE BAL-FIRST-CYCLE TO BAL-LAST-CYCLE
                   SET WS-RANGE-APPROXIMATED TO TRUE
               END-IF
           END-IF
           IF BAL-FIRST-CYCLE = WS-REVERSAL-CYCLE
               IF WS-REV-NEXT-CYCLE (WS-KEY-IDX) > ZERO
                   MOVE WS-REV-NEXT-CYCLE (WS-KEY-IDX)
                       TO BAL-FIRST-CYCLE
               ELSE
                   MOVE BAL-LAST-CYCLE TO BAL-FIRST-CYCLE
                   SET WS-RANGE-APPROXIMATED TO TRUE
               END-IF
           END-IF
           IF WS-RANGE-APPROXIMATED
               ADD 1 TO WS-RANGES-APPROXIMATED
               DISPLAY "KEY " BAL-KEY " FIRST/LAST CYCLE SET TO "
                   BAL-FIRST-CYCLE "/" BAL-LAST-CYCLE
                   " - GENERATION PURGED, CHECK BY HAND"
           END-IF.

      *  One reversal row per key under the reversed cycle, after
      *  the cycle's own rows.  A key posted before the history began
      *  is first given its brought-forward balance.
      *  The ordinary part of the back-out is a V row and the
      *  released part a W row - the reversing batch credits the key
      *  ranges with the ordinary part only (released items reached
      *  the GL through the suspense line), so the tie-out needs the
      *  two apart.  A key always gets at least its V row.
       3400-RECORD-HISTORY.
           IF WS-PRIOR-BALANCE NOT = 0
               PERFORM 3410-CHECK-KEY-HISTORY
               IF NOT WS-KEY-HAS-HISTORY
                   MOVE WS-REV-KEY (WS-KEY-IDX) TO PHS-ACCOUNT
                   MOVE ZERO                    TO PHS-CYCLE-NUMBER
                   MOVE 1                       TO PHS-SEQUENCE
                   MOVE ZERO                    TO PHS-CYCLE-DATE
                   MOVE WS-CURRENT-TIMESTAMP (1:8)
                                                TO PHS-POSTED-DATE
                   MOVE "B"                     TO PHS-ENTRY-TYPE
                   MOVE WS-PRIOR-BALANCE        TO PHS-AMOUNT
                   MOVE ZERO                    TO PHS-REMAINDER
                   MOVE SPACE                   TO PHS-SEVERITY-CODE
                   MOVE WS-CURRENT-TIMESTAMP    TO PHS-TIMESTAMP
                   PERFORM 3440-WRITE-HISTORY-ROW
               END-IF
           END-IF
           PERFORM 3420-NEXT-HISTORY-SEQUENCE
           IF WS-REV-AMOUNT (WS-KEY-IDX)
                   NOT = WS-REV-RELEASED-AMOUNT (WS-KEY-IDX)
                   OR WS-REV-RELEASED-AMOUNT (WS-KEY-IDX) = 0
               MOVE "V" TO PHS-ENTRY-TYPE
               COMPUTE PHS-AMOUNT = WS-REV-RELEASED-AMOUNT (WS-KEY-IDX)
                   - WS-REV-AMOUNT (WS-KEY-IDX)
               PERFORM 3450-WRITE-REVERSAL-ROW
           END-IF
           IF WS-REV-RELEASED-AMOUNT (WS-KEY-IDX) NOT = 0
               MOVE "W" TO PHS-ENTRY-TYPE
               COMPUTE PHS-AMOUNT =
                   0 - WS-REV-RELEASED-AMOUNT (WS-KEY-IDX)
               PERFORM 3450-WRITE-REVERSAL-ROW
           END-IF.

       3410-CHECK-KEY-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND-SWITCH
           MOVE WS-REV-KEY (WS-KEY-IDX) TO PHS-ACCOUNT
           MOVE ZERO TO PHS-CYCLE-NUMBER
           MOVE ZERO TO PHS-SEQUENCE
           START POSTING-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ POSTING-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PHS-ACCOUNT = WS-REV-KEY (WS-KEY-IDX)
                               SET WS-KEY-HAS-HISTORY TO TRUE
                           END-IF
                   END-READ
           END-START.

       3420-NEXT-HISTORY-SEQUENCE.
           MOVE ZERO TO WS-HISTORY-SEQUENCE
           MOVE 'N' TO WS-HISTORY-SCAN-SWITCH
           MOVE WS-REV-KEY (WS-KEY-IDX) TO PHS-ACCOUNT
           MOVE WS-REVERSAL-CYCLE       TO PHS-CYCLE-NUMBER
           MOVE ZERO                    TO PHS-SEQUENCE
           START POSTING-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY-SCAN TO TRUE
           END-START
           PERFORM 3430-SCAN-CYCLE-ROW
               UNTIL WS-END-OF-HISTORY-SCAN
           ADD 1 TO WS-HISTORY-SEQUENCE.

       3430-SCAN-CYCLE-ROW.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY-SCAN TO TRUE
               NOT AT END
                   IF PHS-ACCOUNT = WS-REV-KEY (WS-KEY-IDX)
                           AND PHS-CYCLE-NUMBER = WS-REVERSAL-CYCLE
                       MOVE PHS-SEQUENCE TO WS-HISTORY-SEQUENCE
                   ELSE
                       SET WS-END-OF-HISTORY-SCAN TO TRUE
                   END-IF
           END-READ.

      *  The master is already backed out - a history row that will
      *  not write is reported, not allowed to stop the reversal.
       3440-WRITE-HISTORY-ROW.
           WRITE POSTING-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-HISTORY-FILE-STATUS = "00"
               ADD 1 TO WS-HISTORY-ROWS-WRITTEN
           ELSE
               ADD 1 TO WS-HISTORY-ERRORS
               DISPLAY "POSTING HISTORY WRITE FAILED FOR KEY "
                   PHS-ACCOUNT " - STATUS " WS-HISTORY-FILE-STATUS
           END-IF.

      *  PHS-ENTRY-TYPE and PHS-AMOUNT are set by the caller; each
      *  row takes the next sequence in the reversed cycle.
       3450-WRITE-REVERSAL-ROW.
           MOVE WS-REV-KEY (WS-KEY-IDX) TO PHS-ACCOUNT
           MOVE WS-REVERSAL-CYCLE       TO PHS-CYCLE-NUMBER
           MOVE WS-HISTORY-SEQUENCE     TO PHS-SEQUENCE
           MOVE WS-CYCLE-DATE           TO PHS-CYCLE-DATE
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO PHS-POSTED-DATE
           MOVE ZERO                    TO PHS-REMAINDER
           MOVE SPACE                   TO PHS-SEVERITY-CODE
           MOVE WS-CURRENT-TIMESTAMP    TO PHS-TIMESTAMP
           PERFORM 3440-WRITE-HISTORY-ROW
           ADD 1 TO WS-HISTORY-SEQUENCE.

      *  The cycle's items still open in suspense go with it: the
      *  reversing batch has credited them back off OVFL-SUSP and
      *  the resend will suspend them afresh, so left open they
      *  would be released and posted twice.  The carry (SUSNEXT,
      *  which the next pass folds in) and SUSFILE are rewritten
      *  without the rows stamped with the cycle's date.  Each is
      *  filtered onto SUSWORK and copied back, so SUSWORK still
      *  holds the kept rows if a run stops during the copy.  Every
      *  item closed goes on RELLOG as REVERSED, from the carry -
      *  or from SUSFILE when there is no carry.
       3500-CLOSE-CYCLE-SUSPENSE.
           MOVE "SUSNEXT" TO WS-SUSPENSE-NAME
           SET WS-LOG-CLOSED-ITEMS TO TRUE
           PERFORM 3510-FILTER-SUSPENSE-FILE
           MOVE WS-FILE-ROWS-CLOSED   TO WS-CARRY-ROWS-CLOSED
           MOVE WS-FILE-AMOUNT-CLOSED TO WS-CARRY-AMOUNT-CLOSED
           IF WS-SUSPENSE-FILE-STATUS NOT = "35"
               MOVE 'N' TO WS-LOG-CLOSED-SWITCH
           END-IF
           MOVE "SUSFILE" TO WS-SUSPENSE-NAME
           PERFORM 3510-FILTER-SUSPENSE-FILE
           MOVE WS-FILE-ROWS-CLOSED   TO WS-SUSFILE-ROWS-CLOSED
           IF WS-LOG-CLOSED-ITEMS
               MOVE WS-FILE-ROWS-CLOSED   TO WS-CARRY-ROWS-CLOSED
               MOVE WS-FILE-AMOUNT-CLOSED TO WS-CARRY-AMOUNT-CLOSED
           END-IF.

       3510-FILTER-SUSPENSE-FILE.
           MOVE ZERO TO WS-FILE-ROWS-CLOSED
           MOVE ZERO TO WS-FILE-AMOUNT-CLOSED
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               IF WS-SUSPENSE-FILE-STATUS NOT = "35"
                   ADD 1 TO WS-SUSPENSE-ERRORS
                   DISPLAY WS-SUSPENSE-NAME " NOT OPENED - STATUS "
                       WS-SUSPENSE-FILE-STATUS
                       " - CYCLE'S ITEMS NOT CLOSED"
               END-IF
           ELSE
               IF WS-LOG-CLOSED-ITEMS
                   OPEN EXTEND DISPOSITION-FILE
                   IF WS-DISPOSITION-FILE-STATUS = "35"
                       OPEN OUTPUT DISPOSITION-FILE
                   END-IF
               END-IF
               OPEN OUTPUT SUSPENSE-WORK-FILE
               MOVE 'N' TO WS-SUSPENSE-EOF-SWITCH
               PERFORM 3520-FILTER-ONE-ROW
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-WORK-FILE
               IF WS-LOG-CLOSED-ITEMS
                   CLOSE DISPOSITION-FILE
               END-IF
               IF WS-FILE-ROWS-CLOSED > 0
                   PERFORM 3530-COPY-BACK-SUSPENSE
               END-IF
           END-IF.

       3520-FILTER-ONE-ROW.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF SUS-CYCLE-DATE IS NUMERIC
                           AND SUS-CYCLE-DATE = WS-CYCLE-DATE
                       ADD 1 TO WS-FILE-ROWS-CLOSED
                       ADD SUS-ORIGINAL-VALUE TO WS-FILE-AMOUNT-CLOSED
                       IF WS-LOG-CLOSED-ITEMS
                           PERFORM 3525-LOG-CLOSED-ITEM
                       END-IF
                   ELSE
                       MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
                       WRITE SUSPENSE-WORK-RECORD
                   END-IF
           END-READ.

       3525-LOG-CLOSED-ITEM.
           MOVE WS-CURRENT-TIMESTAMP TO DSP-TIMESTAMP
           MOVE SUS-KEY              TO DSP-KEY
           MOVE "REVERSED"           TO DSP-DISPOSITION
           MOVE SUS-REASON-CODE      TO DSP-REASON-CODE
           MOVE SUS-ORIGINAL-VALUE   TO DSP-ORIGINAL-VALUE
           MOVE ZERO                 TO DSP-AMENDED-VALUE
           MOVE SUS-TIMESTAMP        TO DSP-FIRST-SUSPENDED
           MOVE SUS-CYCLE-DATE       TO DSP-CYCLE-DATE
           MOVE SUS-SOURCE-ID        TO DSP-SOURCE-ID
           WRITE DISPOSITION-RECORD
           IF WS-DISPOSITION-FILE-STATUS NOT = "00"
               ADD 1 TO WS-SUSPENSE-ERRORS
               DISPLAY "RELLOG WRITE FAILED FOR KEY " SUS-KEY
                   " - STATUS " WS-DISPOSITION-FILE-STATUS
           END-IF.

       3530-COPY-BACK-SUSPENSE.
           OPEN INPUT SUSPENSE-WORK-FILE
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               ADD 1 TO WS-SUSPENSE-ERRORS
               DISPLAY WS-SUSPENSE-NAME " NOT REWRITTEN - STATUS "
                   WS-SUSPENSE-FILE-STATUS " - KEPT ROWS ARE ON SUSWORK"
           ELSE
               MOVE 'N' TO WS-SUSPENSE-WORK-EOF-SWITCH
               PERFORM 3540-COPY-ONE-ROW
                   UNTIL WS-END-OF-SUSPENSE-WORK
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSPENSE-WORK-FILE.

       3540-COPY-ONE-ROW.
           READ SUSPENSE-WORK-FILE
               AT END
                   SET WS-END-OF-SUSPENSE-WORK TO TRUE
               NOT AT END
                   MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
           END-READ.

      *  The completion row goes on RUNHIST last, once the master,
      *  the suspense files and the control records are all done -
      *  a run that stops before it leaves only the started row, and
      *  the cycle is refused as interrupted rather than reversed a
      *  second time.
       4000-REOPEN-CYCLE.
           PERFORM 4200-REOPEN-CYCLE-CONTROL
           PERFORM 4300-REOPEN-POSTING-CONTROL
           PERFORM 4400-MARK-STEPS-REVERSED
           IF WS-KEYS-IN-ERROR > 0
               MOVE "A" TO WS-RUN-COMPLETION-CODE
           ELSE
               MOVE "N" TO WS-RUN-COMPLETION-CODE
           END-IF
           PERFORM 4100-WRITE-RUN-AUDIT
           IF WS-AUDIT-WRITE-STATUS NOT = "00"
               DISPLAY "CYCLE REVERSED BUT COMPLETION NOT ON RUNHIST - "
                   "ADD IT BY HAND BEFORE ANY RE-RUN"
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE WS-CURRENT-TIMESTAMP  TO RUN-TIMESTAMP
           MOVE "OVFLREV"             TO RUN-PROGRAM
           MOVE ZERO                  TO RUN-PARTITION-ID
           MOVE WS-REVERSAL-CYCLE     TO RUN-CYCLE-NUMBER
           MOVE ZERO                  TO RUN-MULTIPLIER
           MOVE ZERO                  TO RUN-DIVISOR
           MOVE ZERO                  TO RUN-SCHEDULE-DATE
           MOVE "N"                   TO RUN-MULT-DEFAULTED
           MOVE "N"                   TO RUN-DIV-DEFAULTED
           COMPUTE RUN-INPUT-COUNT =
               WS-OUT-ROWS-REVERSED + WS-REL-ROWS-REVERSED
           MOVE WS-OUT-ROWS-REVERSED  TO RUN-OUTPUT-COUNT
           MOVE WS-REL-ROWS-REVERSED  TO RUN-SUSPENSE-COUNT
           MOVE "B"                   TO RUN-RECONCILE-VERDICT
           MOVE WS-RUN-COMPLETION-CODE TO RUN-COMPLETION-CODE
           WRITE RUN-AUDIT-RECORD
           MOVE WS-RUN-HISTORY-STATUS TO WS-AUDIT-WRITE-STATUS
           IF WS-AUDIT-WRITE-STATUS NOT = "00"
               DISPLAY "RUN HISTORY WRITE FAILED - STATUS "
                   WS-AUDIT-WRITE-STATUS
           END-IF
           CLOSE RUN-HISTORY-FILE.

      *  The last-cycle fields are left alone - the next new cycle
      *  still follows the highest one seen.
       4200-REOPEN-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-FILE
           MOVE WS-LAST-CYCLE-NUMBER   TO CYC-LAST-CYCLE-NUMBER
           MOVE WS-LAST-CREATE-DATE    TO CYC-LAST-CREATE-DATE
           MOVE WS-REVERSAL-CYCLE      TO CYC-REOPENED-CYCLE
           MOVE WS-WINDOW-CYCLE-NUMBER TO CYC-WINDOW-CYCLE-NUMBER
           MOVE WS-WINDOW-CREATE-DATE  TO CYC-WINDOW-CREATE-DATE
           WRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.

       4300-REOPEN-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL-FILE
           MOVE WS-LAST-POSTED-CYCLE   TO PCT-LAST-POSTED-CYCLE
           MOVE WS-LAST-POSTED-DATE    TO PCT-LAST-POSTED-DATE
           MOVE WS-REVERSAL-CYCLE      TO PCT-REOPENED-CYCLE
           WRITE POSTING-CONTROL-RECORD
           CLOSE POSTING-CONTROL-FILE.

      *  Every step row of the cycle is marked reversed, so the step
      *  driver lets the resend run the window again from the top.
       4400-MARK-STEPS-REVERSED.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "00"
               MOVE WS-REVERSAL-CYCLE TO STP-CYCLE-NUMBER
               MOVE LOW-VALUES        TO STP-STEP-NAME
               MOVE ZERO              TO STP-PARTITION-ID
               START STEP-CONTROL-FILE
                   KEY IS NOT LESS THAN STP-MASTER-KEY
                   INVALID KEY
                       SET WS-END-OF-STEP-ROWS TO TRUE
               END-START
               PERFORM 4410-MARK-ONE-STEP-ROW
                   UNTIL WS-END-OF-STEP-ROWS
               CLOSE STEP-CONTROL-FILE
           ELSE
               DISPLAY "STEP-CONTROL MASTER NOT OPENED - STATUS "
                   WS-STEP-CONTROL-STATUS " - NO STEP ROWS MARKED"
           END-IF.

       4410-MARK-ONE-STEP-ROW.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-STEP-ROWS TO TRUE
               NOT AT END
                   IF STP-CYCLE-NUMBER NOT = WS-REVERSAL-CYCLE
                       SET WS-END-OF-STEP-ROWS TO TRUE
                   ELSE
                       SET STP-REVERSED TO TRUE
                       MOVE "CYCLE REVERSED - RESEND REQUIRED"
                           TO STP-NOTE
                       REWRITE STEP-CONTROL-RECORD
                       IF WS-STEP-CONTROL-STATUS = "00"
                           ADD 1 TO WS-STEP-ROWS-REVERSED
                       ELSE
                           DISPLAY "STEP ROW " STP-STEP-NAME
                               " NOT MARKED - STATUS "
                               WS-STEP-CONTROL-STATUS
                       END-IF
                   END-IF
           END-READ.

       5000-FINALIZE.
           IF WS-MASTER-OPEN
               CLOSE BALANCE-MASTER-FILE
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE POSTING-HISTORY-FILE
           END-IF
           PERFORM 5100-WRITE-REVERSAL-REPORT
           IF WS-REVERSAL-REFUSED
               DISPLAY "OVFLREV - CYCLE " WS-REVERSAL-CYCLE
                   " NOT REVERSED"
           ELSE
               IF WS-KEYS-IN-ERROR > 0
                   DISPLAY "OVFLREV - CYCLE " WS-REVERSAL-CYCLE
                       " REVERSED WITH " WS-KEYS-IN-ERROR
                       " KEY(S) IN ERROR - BALANCE MASTER NEEDS REVIEW"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY "OVFLREV COMPLETE - CYCLE "
                       WS-REVERSAL-CYCLE " REVERSED AND REOPENED - "
                       WS-REVERSAL-KEY-COUNT " KEY(S)"
                   IF WS-HISTORY-ERRORS > 0
                       DISPLAY "OVFLREV - " WS-HISTORY-ERRORS
                           " HISTORY ROW(S) NOT WRITTEN - STATEMENT "
                           "WILL SHOW THE KEY(S) AS EXCEPTIONS"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS-SUSPENSE-ERRORS > 0
                       DISPLAY "OVFLREV - " WS-SUSPENSE-ERRORS
                           " SUSPENSE FILE ERROR(S) - THE CYCLE'S "
                           "OPEN ITEMS MUST BE CLOSED BY HAND"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       5100-WRITE-REVERSAL-REPORT.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE "OVFLREV CYCLE REVERSAL REPORT" TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "CYCLE REVERSED . . . . . . . : " DELIMITED BY SIZE
               WS-REVERSAL-CYCLE           DELIMITED BY SIZE
               "  CYCLE DATE " DELIMITED BY SIZE
               WS-CYCLE-DATE               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "REQUESTED BY . . . . . . . . : " DELIMITED BY SIZE
               WS-REQUESTED-BY             DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "REASON . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-REVERSAL-REASON          DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           IF WS-REVERSAL-REFUSED
               MOVE SPACES TO REVERSAL-REPORT-LINE
               STRING "REVERSAL REFUSED . . . . . . : "
                   DELIMITED BY SIZE
                   WS-REFUSAL-TEXT             DELIMITED BY SIZE
                   INTO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
               IF WS-RELEASED-ITEMS-FOUND > 0
                   PERFORM 5300-WRITE-RELEASED-ITEMS
               END-IF
           ELSE
               PERFORM 5200-WRITE-REVERSAL-FIGURES
           END-IF
           CLOSE REVERSAL-REPORT-FILE.

       5200-WRITE-REVERSAL-FIGURES.
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "OUT GENERATION . . . . . . . : " DELIMITED BY SIZE
               WS-OUT-GEN-NAME             DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "REL GENERATION . . . . . . . : " DELIMITED BY SIZE
               WS-REL-GEN-NAME             DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-OUT-ROWS-REVERSED TO WS-EDIT-COUNT
           MOVE WS-OUT-AMOUNT-REVERSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "OUTPUT ROWS REVERSED . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-REL-ROWS-REVERSED TO WS-EDIT-COUNT
           MOVE WS-REL-AMOUNT-REVERSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "RELEASED ROWS REVERSED . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-REVERSAL-KEY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "DISTINCT KEYS  . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-MASTERS-UPDATED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "MASTERS UPDATED  . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-MASTERS-DELETED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "MASTERS DELETED  . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-GENERATIONS-SCANNED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "GENERATIONS SCANNED  . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-RANGES-APPROXIMATED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "CYCLE RANGES APPROXIMATED  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-KEYS-IN-ERROR TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "KEYS IN ERROR  . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "REVERSING BATCH DEBITS . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "REVERSING BATCH CREDITS  . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-HISTORY-ROWS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "HISTORY ROWS WRITTEN . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-HISTORY-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "HISTORY ROWS NOT WRITTEN . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-CARRY-ROWS-CLOSED TO WS-EDIT-COUNT
           MOVE WS-CARRY-AMOUNT-CLOSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "SUSPENSE ITEMS CLOSED  . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-SUSFILE-ROWS-CLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "SUSFILE ROWS REMOVED . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-SUSPENSE-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "SUSPENSE FILE ERRORS . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE WS-STEP-ROWS-REVERSED TO WS-EDIT-COUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "STEP ROWS MARKED REVERSED  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE "CYCLE REOPENED ON CYCFILE AND POSTCTL"
               TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE "RUN THE CORRECTED RESEND UNDER THE SAME CYCLE NUMBER"
               TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE.

      *  The items to back out by hand before the cycle can be
      *  reversed - each is on the master and the detail history
      *  under the cycle that released it.
       5300-WRITE-RELEASED-ITEMS.
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE "ITEMS OF THE CYCLE ALREADY RELEASED BY A LATER CYCLE:"
               TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE "  KEY         AMOUNT RELEASED     RELEASED AT"
               TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           SET WS-RLS-IDX TO 1
           PERFORM 5310-WRITE-ONE-RELEASED-ITEM
               UNTIL WS-RLS-IDX > WS-RELEASED-ITEM-COUNT
           IF WS-RELEASED-ITEMS-FOUND > WS-RELEASED-ITEM-COUNT
               MOVE WS-RELEASED-ITEMS-FOUND TO WS-EDIT-COUNT
               MOVE SPACES TO REVERSAL-REPORT-LINE
               STRING "ITEMS RELEASED IN ALL . . . . : "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   " - ONLY THE FIRST 100 LISTED" DELIMITED BY SIZE
                   INTO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
           END-IF.

       5310-WRITE-ONE-RELEASED-ITEM.
           MOVE WS-RLS-AMOUNT (WS-RLS-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-RLS-KEY (WS-RLS-IDX)     DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RLS-TIMESTAMP (WS-RLS-IDX) (1:14) DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           SET WS-RLS-IDX UP BY 1.
