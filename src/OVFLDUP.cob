       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLDUP.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLDUP                                                     *
      *  Cross-cycle duplicate screen, run on the clean feed between *
      *  OVFLEDIT and the compute pass.  OVFLEDIT's E4 edit only     *
      *  catches a key repeated inside one feed, and CYCFILE only    *
      *  checks that the cycle number moves on - so when upstream    *
      *  resends yesterday's items under a new cycle number, every   *
      *  one of them posts again.  This step compares each detail's  *
      *  IN-KEY and IN-NUMBER with the FEEDHIST accepted-feed        *
      *  history (OVFLFHST.cpy) for the same key over the last       *
      *  PARM-DUP-LOOKBACK cycles (default 5).  An exact match is    *
      *  taken out of the feed and written to the DUPHOLD master     *
      *  (OVFLDHLD.cpy) with reason D1 instead of reaching OVFLCALC; *
      *  everything else passes and is added to FEEDHIST.            *
      *  Held items are decided by operations through OVFLDMNT.      *
      *  Items released as genuine are merged into the first feed    *
      *  this step screens, in key order, and pass without being     *
      *  screened again; a released key already on that feed waits   *
      *  for a later cycle.  Every hold and merge goes on DUPLOG.    *
      *  A release merged into a cycle (P) is merged again into any  *
      *  later send of that same cycle - a re-run from the raw feed, *
      *  or the resend after OVFLREV has reversed the cycle - since  *
      *  upstream's feed never carried it and the reversal backed it *
      *  out with the rest of the cycle.                             *
      *  The feed's own trailer is verified before anything is       *
      *  touched; the screened feed is built on DUPWORK with a       *
      *  re-totaled trailer and copied back over the clean file, so  *
      *  OVFLCALC's envelope check still balances.  A feed that      *
      *  fails its envelope is scratched (RETURN-CODE 8) exactly as  *
      *  OVFLEDIT scratches one.  DUPRPT shows, per cycle, what was  *
      *  held and which earlier cycle each hold matched; a cycle     *
      *  whose holds match half or more of the feed is flagged as a  *
      *  probable whole-file resend.  Held items end the step with   *
      *  RETURN-CODE 4.  With a CYCQUEUE catch-up queue on hand each *
      *  queued cycle's INFILEnnnnnn is screened in cycle order, so  *
      *  a later queued cycle is compared with the earlier ones.     *
      *  A re-run of the same cycle passes what the first run        *
      *  passed: a detail already on FEEDHIST under its own cycle at *
      *  the same amount is not screened again, and a detail whose   *
      *  hold row operations have already decided stays out of the   *
      *  feed with the DUPHOLD row left as decided.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FEED-FILE ASSIGN TO DYNAMIC WS-CLEAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.

           SELECT SCREENED-WORK-FILE ASSIGN TO "DUPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CYCLE-QUEUE-FILE ASSIGN TO "CYCQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO "FEEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DUPLICATE-LOG-FILE ASSIGN TO "DUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FEED-FILE.
           COPY OVFLIN.

       FD  SCREENED-WORK-FILE.
       01  SCREENED-WORK-RECORD            PIC X(28).

       FD  PARM-FILE.
           COPY OVFLPARM.

       FD  CYCLE-QUEUE-FILE.
           COPY OVFLQUE.

       FD  FEED-HISTORY-FILE.
           COPY OVFLFHST.

       FD  DUPLICATE-HOLD-FILE.
           COPY OVFLDHLD.

       FD  DUPLICATE-LOG-FILE.
           COPY OVFLDLOG.

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CLEAN-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-WORK-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-QUEUE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-HOLD-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-LOG-FILE-STATUS          PIC XX   VALUE SPACES.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-CLEAN-FILENAME           PIC X(20) VALUE "INFILE".

       01  WS-SWITCHES.
           05  WS-STEP-SWITCH              PIC X    VALUE 'Y'.
               88  WS-STEP-OK                       VALUE 'Y'.
               88  WS-STEP-BLOCKED                  VALUE 'N'.
           05  WS-FEED-SWITCH              PIC X    VALUE 'Y'.
               88  WS-FEED-OK                       VALUE 'Y'.
               88  WS-FEED-BAD                      VALUE 'N'.
           05  WS-CLEAN-EOF-SWITCH         PIC X    VALUE 'N'.
               88  WS-END-OF-CLEAN-FEED             VALUE 'Y'.
           05  WS-WORK-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-WORK-FILE              VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-HOLD-FILE              VALUE 'Y'.
           05  WS-BROWSE-EOF-SWITCH        PIC X    VALUE 'N'.
               88  WS-END-OF-BROWSE                 VALUE 'Y'.
           05  WS-HEADER-SWITCH            PIC X    VALUE 'N'.
               88  WS-HEADER-SEEN                   VALUE 'Y'.
           05  WS-TRAILER-SWITCH           PIC X    VALUE 'N'.
               88  WS-TRAILER-SEEN                  VALUE 'Y'.
           05  WS-MATCH-SWITCH             PIC X    VALUE 'N'.
               88  WS-DUPLICATE-FOUND               VALUE 'Y'.
           05  WS-SCREENED-SWITCH          PIC X    VALUE 'N'.
               88  WS-ALREADY-SCREENED              VALUE 'Y'.
           05  WS-FLUSH-DONE-SWITCH        PIC X    VALUE 'N'.
               88  WS-FLUSH-DONE                    VALUE 'Y'.
           05  WS-MERGE-SWITCH             PIC X    VALUE 'N'.
               88  WS-RELEASES-MERGED               VALUE 'Y'.
           05  WS-CATCHUP-SWITCH           PIC X    VALUE 'N'.
               88  WS-CATCHUP-MODE                  VALUE 'Y'.
           05  WS-QUEUE-EOF-SWITCH         PIC X    VALUE 'N'.
               88  WS-END-OF-QUEUE                  VALUE 'Y'.
           05  WS-QUEUE-STOP-SWITCH        PIC X    VALUE 'N'.
               88  WS-QUEUE-STOPPED                 VALUE 'Y'.
           05  WS-MASTERS-OPEN-SWITCH      PIC X    VALUE 'N'.
               88  WS-MASTERS-OPEN                  VALUE 'Y'.
           05  WS-PRIOR-DECISION-SWITCH    PIC X    VALUE 'N'.
               88  WS-PRIOR-DECISION-FOUND          VALUE 'Y'.

       01  WS-SCREEN-CONTROL.
           05  WS-LOOKBACK                 PIC 9(3)  VALUE 5.
           05  WS-FEED-CYCLE               PIC 9(6)  VALUE 0.
           05  WS-FEED-DATE                PIC 9(8)  VALUE 0.
           05  WS-EXPECTED-CYCLE           PIC 9(6)  VALUE 0.
           05  WS-WINDOW-START-CYCLE       PIC 9(6)  VALUE 0.
           05  WS-MATCHED-CYCLE            PIC 9(6)  VALUE 0.

       01  WS-QUEUE-CONTROL.
           05  WS-QUEUE-COUNT              PIC 9(2)  VALUE 0.
           05  WS-QUEUE-MAX                PIC 9(2)  VALUE 30.
           05  WS-QUEUE-INDEX              PIC 9(2)  VALUE 0.
           05  WS-QUEUE-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-QUE-IDX.
               10  WS-QUE-CYCLE            PIC 9(6).

       01  WS-ENVELOPE-CONTROL.
           05  WS-DETAIL-COUNT             PIC 9(9)  VALUE 0.
           05  WS-HASH-TOTAL               PIC S9(15)V99 VALUE 0.
           05  WS-TRAILER-COUNT            PIC 9(9)  VALUE 0.
           05  WS-TRAILER-HASH-TOTAL       PIC S9(15)V99 VALUE 0.
           05  WS-NEW-DETAIL-COUNT         PIC 9(9)  VALUE 0.
           05  WS-NEW-HASH-TOTAL           PIC S9(15)V99 VALUE 0.

      *  A released item and the re-totaled trailer are built here
      *  so the detail just read from the feed is left intact.
       01  WS-RELEASE-DETAIL.
           05  WS-RLD-RECORD-TYPE          PIC X     VALUE "D".
           05  WS-RLD-KEY                  PIC X(10).
           05  WS-RLD-NUMBER               PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  WS-RLD-SOURCE-ID            PIC X(4).
       01  WS-NEW-TRAILER.
           05  WS-NTR-RECORD-TYPE          PIC X     VALUE "T".
           05  WS-NTR-RECORD-COUNT         PIC 9(9).
           05  WS-NTR-HASH-TOTAL           PIC S9(15)V99
                                           SIGN LEADING SEPARATE.

      *  Items released as genuine for the feed being screened, in
      *  key order (DUPHOLD's own order).  Only the first release
      *  per key is taken - one feed can carry a key only once.  A
      *  re-merge is a release already merged into this same cycle.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-COUNT            PIC 9(4)  VALUE 0.
           05  WS-RELEASE-MAX              PIC 9(4)  VALUE 500.
           05  WS-RELEASE-NEXT             PIC 9(4)  VALUE 1.
           05  WS-RELEASE-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-REL-IDX.
               10  WS-REL-KEY              PIC X(10).
               10  WS-REL-CYCLE            PIC 9(6).
               10  WS-REL-NUMBER           PIC S9(9)V99.
               10  WS-REL-SOURCE-ID        PIC X(4).
               10  WS-REL-REMERGE-SWITCH   PIC X.
                   88  WS-REL-REMERGE                VALUE 'Y'.

      *  Holds in the current feed, by the earlier cycle matched.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-COUNT              PIC 9(3)  VALUE 0.
           05  WS-MATCH-MAX                PIC 9(3)  VALUE 100.
           05  WS-MATCH-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-MCH-IDX.
               10  WS-MCH-CYCLE            PIC 9(6).
               10  WS-MCH-HOLD-COUNT       PIC 9(9).
               10  WS-MCH-HOLD-AMOUNT      PIC S9(15)V99.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-FEED-STATISTICS.
           05  WS-FEED-HELD-COUNT          PIC 9(9)  VALUE 0.
           05  WS-FEED-HELD-AMOUNT         PIC S9(15)V99 VALUE 0.
           05  WS-FEED-PASSED-COUNT        PIC 9(9)  VALUE 0.
           05  WS-FEED-MERGED-COUNT        PIC 9(9)  VALUE 0.
           05  WS-FEED-DEFERRED-COUNT      PIC 9(9)  VALUE 0.
           05  WS-FEED-RESCREEN-COUNT      PIC 9(9)  VALUE 0.
           05  WS-FEED-DECIDED-COUNT       PIC 9(9)  VALUE 0.

       01  WS-STATISTICS.
           05  WS-FEEDS-SCREENED           PIC 9(4)  VALUE 0.
           05  WS-FEEDS-FAILED             PIC 9(4)  VALUE 0.
           05  WS-TOTAL-DETAILS            PIC 9(9)  VALUE 0.
           05  WS-TOTAL-HELD               PIC 9(9)  VALUE 0.
           05  WS-TOTAL-HELD-AMOUNT        PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-MERGED             PIC 9(9)  VALUE 0.
           05  WS-TOTAL-DECIDED            PIC 9(9)  VALUE 0.
           05  WS-RESEND-CYCLES            PIC 9(4)  VALUE 0.
           05  WS-WRITE-FAILURES           PIC 9(9)  VALUE 0.

       01  WS-RESEND-WORK.
           05  WS-RESEND-LIMIT             PIC 9(9)  VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.
           05  WS-EDIT-NUMBER              PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-STEP-OK
               IF WS-CATCHUP-MODE
                   PERFORM 2000-SCREEN-ONE-QUEUED-CYCLE
                       VARYING WS-QUEUE-INDEX FROM 1 BY 1
                       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
                           OR WS-QUEUE-STOPPED
               ELSE
                   PERFORM 2100-SCREEN-ONE-FEED
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE "OVFLDUP CROSS-CYCLE DUPLICATE SCREEN REPORT"
               TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           PERFORM 1100-READ-PARAMETERS
           MOVE WS-LOOKBACK TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "LOOK-BACK WINDOW (CYCLES)  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           PERFORM 1200-LOAD-CYCLE-QUEUE
           IF WS-STEP-OK
               PERFORM 1300-OPEN-MASTERS
           END-IF.

      *  An older PARMFILE without the look-back field, or a zero
      *  one, takes the default.
       1100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DUP-LOOKBACK IS NUMERIC
                               AND PARM-DUP-LOOKBACK > 0
                           MOVE PARM-DUP-LOOKBACK TO WS-LOOKBACK
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *  Same queue, same order rules as OVFLEDIT - a queue OVFLEDIT
      *  would refuse is refused here too.
       1200-LOAD-CYCLE-QUEUE.
           OPEN INPUT CYCLE-QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               PERFORM 1250-LOAD-ONE-QUEUE-ROW
                   UNTIL WS-END-OF-QUEUE
               CLOSE CYCLE-QUEUE-FILE
               IF WS-QUEUE-COUNT > 0 AND WS-STEP-OK
                   SET WS-CATCHUP-MODE TO TRUE
                   DISPLAY "CATCH-UP QUEUE ON HAND - "
                       WS-QUEUE-COUNT " PENDING CYCLE(S)"
               END-IF
           END-IF.

       1250-LOAD-ONE-QUEUE-ROW.
           READ CYCLE-QUEUE-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   IF WS-QUEUE-COUNT > 0
                       SET WS-QUE-IDX TO WS-QUEUE-COUNT
                       IF QUE-CYCLE-NUMBER
                               NOT > WS-QUE-CYCLE (WS-QUE-IDX)
                           DISPLAY "CYCLE QUEUE NOT IN ASCENDING "
                               "CYCLE ORDER AT CYCLE "
                               QUE-CYCLE-NUMBER " - RUN REFUSED"
                           MOVE 0 TO WS-QUEUE-COUNT
                           SET WS-STEP-BLOCKED TO TRUE
                           SET WS-END-OF-QUEUE TO TRUE
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF NOT WS-END-OF-QUEUE
                       IF WS-QUEUE-COUNT < WS-QUEUE-MAX
                           ADD 1 TO WS-QUEUE-COUNT
                           SET WS-QUE-IDX TO WS-QUEUE-COUNT
                           MOVE QUE-CYCLE-NUMBER
                               TO WS-QUE-CYCLE (WS-QUE-IDX)
                       ELSE
                           SET WS-END-OF-QUEUE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *  The first run builds both masters.  Without them nothing
      *  can be screened, and the clean feed is left exactly as
      *  OVFLEDIT wrote it for the re-run.
       1300-OPEN-MASTERS.
           OPEN I-O FEED-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT FEED-HISTORY-FILE
               CLOSE FEED-HISTORY-FILE
               OPEN I-O FEED-HISTORY-FILE
           END-IF
           OPEN I-O DUPLICATE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT DUPLICATE-HOLD-FILE
               CLOSE DUPLICATE-HOLD-FILE
               OPEN I-O DUPLICATE-HOLD-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   OR WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "FEED HISTORY OR DUPLICATE-HOLD MASTER OPEN "
                   "FAILED - STATUS " WS-HISTORY-FILE-STATUS "/"
                   WS-HOLD-FILE-STATUS " - FEED NOT SCREENED"
               IF WS-HISTORY-FILE-STATUS = "00"
                   CLOSE FEED-HISTORY-FILE
               END-IF
               IF WS-HOLD-FILE-STATUS = "00"
                   CLOSE DUPLICATE-HOLD-FILE
               END-IF
               SET WS-STEP-BLOCKED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-MASTERS-OPEN TO TRUE
               OPEN EXTEND DUPLICATE-LOG-FILE
               IF WS-LOG-FILE-STATUS = "35"
                   OPEN OUTPUT DUPLICATE-LOG-FILE
               END-IF
           END-IF.

      *  A catch-up pass screens the cycle's own clean file; a feed
      *  that fails stops the queue so a later cycle cannot jump it.
       2000-SCREEN-ONE-QUEUED-CYCLE.
           SET WS-QUE-IDX TO WS-QUEUE-INDEX
           MOVE WS-QUE-CYCLE (WS-QUE-IDX) TO WS-EXPECTED-CYCLE
           MOVE SPACES TO WS-CLEAN-FILENAME
           STRING "INFILE" DELIMITED BY SIZE
               WS-QUE-CYCLE (WS-QUE-IDX) DELIMITED BY SIZE
               INTO WS-CLEAN-FILENAME
           PERFORM 2100-SCREEN-ONE-FEED
           IF WS-FEED-BAD
               SET WS-QUEUE-STOPPED TO TRUE
               DISPLAY "CATCH-UP STOPPED AT CYCLE "
                   WS-QUE-CYCLE (WS-QUE-IDX)
                   " - LATER QUEUED CYCLES NOT SCREENED"
           END-IF.

       2100-SCREEN-ONE-FEED.
           PERFORM 2150-RESET-FEED-STATE
           PERFORM 2200-VERIFY-FEED
           IF WS-FEED-OK
               PERFORM 2160-LOAD-FEED-RELEASES
               PERFORM 2300-SCREEN-FEED
               IF WS-FEED-OK
                   PERFORM 2800-REPLACE-CLEAN-FEED
               END-IF
               PERFORM 2900-REPORT-FEED
               ADD 1 TO WS-FEEDS-SCREENED
               ADD WS-DETAIL-COUNT TO WS-TOTAL-DETAILS
           ELSE
               PERFORM 2950-SCRATCH-CLEAN-FEED
               ADD 1 TO WS-FEEDS-FAILED
           END-IF.

       2150-RESET-FEED-STATE.
           SET WS-FEED-OK TO TRUE
           MOVE 'N' TO WS-CLEAN-EOF-SWITCH
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           MOVE 'N' TO WS-HEADER-SWITCH
           MOVE 'N' TO WS-TRAILER-SWITCH
           MOVE 0 TO WS-FEED-CYCLE WS-FEED-DATE
           INITIALIZE WS-ENVELOPE-CONTROL
           INITIALIZE WS-FEED-STATISTICS
           MOVE 0 TO WS-MATCH-COUNT.

      *  Loaded for each feed once its header has given the cycle.
      *  Releases still waiting (G) go into the first feed the run
      *  screens.  A release already merged (P) goes back into every
      *  later send of the cycle it was merged into - a re-run from
      *  the raw feed, or the resend of a reversed cycle, whose
      *  upstream feed never carried it and whose reversal backed
      *  it out with the rest of the cycle.
       2160-LOAD-FEED-RELEASES.
           MOVE 0 TO WS-RELEASE-COUNT
           MOVE 1 TO WS-RELEASE-NEXT
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE LOW-VALUES TO DHL-KEY
           START DUPLICATE-HOLD-FILE
               KEY IS NOT LESS THAN DHL-KEY
               INVALID KEY
                   SET WS-END-OF-HOLD-FILE TO TRUE
           END-START
           PERFORM 2165-READ-HOLD-ROW
               UNTIL WS-END-OF-HOLD-FILE.

       2165-READ-HOLD-ROW.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLD-FILE TO TRUE
               NOT AT END
                   IF DHL-RELEASED AND NOT WS-RELEASES-MERGED
                       PERFORM 2170-TABLE-ONE-RELEASE
                   ELSE
                       IF DHL-MERGED
                               AND DHL-POSTED-CYCLE = WS-FEED-CYCLE
                           PERFORM 2170-TABLE-ONE-RELEASE
                       END-IF
                   END-IF
           END-READ.

       2170-TABLE-ONE-RELEASE.
           IF WS-RELEASE-COUNT > 0
               SET WS-REL-IDX TO WS-RELEASE-COUNT
               IF WS-REL-KEY (WS-REL-IDX) = DHL-ACCOUNT
                   DISPLAY "RELEASED ITEM " DHL-ACCOUNT " CYCLE "
                       DHL-CYCLE-NUMBER " WAITS - KEY ALREADY "
                       "RELEASED FOR THIS FEED"
               ELSE
                   PERFORM 2175-ADD-RELEASE
               END-IF
           ELSE
               PERFORM 2175-ADD-RELEASE
           END-IF.

       2175-ADD-RELEASE.
           IF WS-RELEASE-COUNT < WS-RELEASE-MAX
               ADD 1 TO WS-RELEASE-COUNT
               SET WS-REL-IDX TO WS-RELEASE-COUNT
               MOVE DHL-ACCOUNT      TO WS-REL-KEY (WS-REL-IDX)
               MOVE DHL-CYCLE-NUMBER TO WS-REL-CYCLE (WS-REL-IDX)
               MOVE DHL-NUMBER       TO WS-REL-NUMBER (WS-REL-IDX)
               MOVE DHL-SOURCE-ID    TO WS-REL-SOURCE-ID (WS-REL-IDX)
               IF DHL-MERGED
                   MOVE 'Y' TO WS-REL-REMERGE-SWITCH (WS-REL-IDX)
               ELSE
                   MOVE 'N' TO WS-REL-REMERGE-SWITCH (WS-REL-IDX)
               END-IF
           ELSE
               DISPLAY "RELEASE TABLE FULL - ITEM " DHL-ACCOUNT
                   " CYCLE " DHL-CYCLE-NUMBER
                   " LEFT FOR THE NEXT CYCLE"
           END-IF.

      *  First pass: the clean file's own envelope must balance
      *  before a single hold or history row is written.
       2200-VERIFY-FEED.
           OPEN INPUT CLEAN-FEED-FILE
           IF WS-CLEAN-FILE-STATUS NOT = "00"
               DISPLAY "CLEAN FEED " WS-CLEAN-FILENAME
                   " MISSING - STATUS " WS-CLEAN-FILE-STATUS
               SET WS-FEED-BAD TO TRUE
           ELSE
               PERFORM 2210-READ-CLEAN-FEED
               PERFORM 2250-VERIFY-ONE-RECORD
                   UNTIL WS-END-OF-CLEAN-FEED
               CLOSE CLEAN-FEED-FILE
               PERFORM 2280-CHECK-ENVELOPE
           END-IF.

       2210-READ-CLEAN-FEED.
           READ CLEAN-FEED-FILE
               AT END
                   SET WS-END-OF-CLEAN-FEED TO TRUE
           END-READ.

       2250-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN IN-HEADER-REC
                   IF WS-HEADER-SEEN
                           OR INH-CYCLE-NUMBER IS NOT NUMERIC
                           OR INH-CREATE-DATE IS NOT NUMERIC
                       DISPLAY "CLEAN FEED HEADER NOT VALID"
                       SET WS-FEED-BAD TO TRUE
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE INH-CYCLE-NUMBER TO WS-FEED-CYCLE
                       MOVE INH-CREATE-DATE  TO WS-FEED-DATE
                       IF WS-EXPECTED-CYCLE > 0
                               AND WS-FEED-CYCLE
                                   NOT = WS-EXPECTED-CYCLE
                           DISPLAY "CLEAN FEED CYCLE " WS-FEED-CYCLE
                               " DOES NOT MATCH QUEUED CYCLE "
                               WS-EXPECTED-CYCLE
                           SET WS-FEED-BAD TO TRUE
                       END-IF
                   END-IF
               WHEN IN-DETAIL-REC
                   ADD 1 TO WS-DETAIL-COUNT
                   IF IN-NUMBER IS NUMERIC
                       ADD IN-NUMBER TO WS-HASH-TOTAL
                   ELSE
                       DISPLAY "CLEAN FEED DETAIL " IN-KEY
                           " AMOUNT NOT NUMERIC"
                       SET WS-FEED-BAD TO TRUE
                   END-IF
               WHEN IN-TRAILER-REC
                   IF INT-RECORD-COUNT IS NUMERIC
                           AND INT-HASH-TOTAL IS NUMERIC
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE INT-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE INT-HASH-TOTAL   TO WS-TRAILER-HASH-TOTAL
                   ELSE
                       DISPLAY "CLEAN FEED TRAILER NOT VALID"
                       SET WS-FEED-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CLEAN FEED RECORD TYPE '"
                       IN-RECORD-TYPE "'"
                   SET WS-FEED-BAD TO TRUE
           END-EVALUATE
           PERFORM 2210-READ-CLEAN-FEED.

       2280-CHECK-ENVELOPE.
           IF NOT WS-HEADER-SEEN
               DISPLAY "CLEAN FEED HEADER RECORD MISSING"
               SET WS-FEED-BAD TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "CLEAN FEED TRAILER RECORD MISSING"
               SET WS-FEED-BAD TO TRUE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                       OR WS-TRAILER-HASH-TOTAL NOT = WS-HASH-TOTAL
                   DISPLAY "CLEAN FEED TRAILER COUNT/HASH DOES NOT "
                       "MATCH ITS DETAIL RECORDS"
                   SET WS-FEED-BAD TO TRUE
               END-IF
           END-IF.

      *  Second pass: every detail is screened against the window
      *  (the cycles before this one, back PARM-DUP-LOOKBACK
      *  cycles) and either written to DUPWORK or held.
       2300-SCREEN-FEED.
           IF WS-FEED-CYCLE > WS-LOOKBACK
               COMPUTE WS-WINDOW-START-CYCLE
                   = WS-FEED-CYCLE - WS-LOOKBACK
           ELSE
               MOVE 0 TO WS-WINDOW-START-CYCLE
           END-IF
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "CYCLE " DELIMITED BY SIZE
               WS-FEED-CYCLE DELIMITED BY SIZE
               " DATED " DELIMITED BY SIZE
               WS-FEED-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CLEAN-FILENAME DELIMITED BY SPACE
               " - COMPARED WITH CYCLES " DELIMITED BY SIZE
               WS-WINDOW-START-CYCLE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-FEED-CYCLE DELIMITED BY SIZE
               " (EXCLUSIVE)" DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           OPEN OUTPUT SCREENED-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "OVFLDUP - DUPWORK OPEN FAILED - STATUS "
                   WS-WORK-FILE-STATUS " - " WS-CLEAN-FILENAME
                   " NOT SCREENED - DO NOT RUN THE COMPUTE PASS"
               SET WS-FEED-BAD TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2310-BUILD-SCREENED-FEED
           END-IF.

       2310-BUILD-SCREENED-FEED.
           MOVE 'N' TO WS-CLEAN-EOF-SWITCH
           OPEN INPUT CLEAN-FEED-FILE
           PERFORM 2210-READ-CLEAN-FEED
           PERFORM 2350-SCREEN-ONE-RECORD
               UNTIL WS-END-OF-CLEAN-FEED
           PERFORM 2500-FLUSH-ONE-RELEASE
               UNTIL WS-RELEASE-NEXT > WS-RELEASE-COUNT
           MOVE WS-NEW-DETAIL-COUNT TO WS-NTR-RECORD-COUNT
           MOVE WS-NEW-HASH-TOTAL   TO WS-NTR-HASH-TOTAL
           WRITE SCREENED-WORK-RECORD FROM WS-NEW-TRAILER
           CLOSE CLEAN-FEED-FILE
           CLOSE SCREENED-WORK-FILE
           SET WS-RELEASES-MERGED TO TRUE.

       2350-SCREEN-ONE-RECORD.
           IF IN-HEADER-REC
               WRITE SCREENED-WORK-RECORD FROM INPUT-HEADER-RECORD
           ELSE
               IF IN-DETAIL-REC
                   PERFORM 2400-SCREEN-ONE-DETAIL
               END-IF
           END-IF
           PERFORM 2210-READ-CLEAN-FEED.

      *  Releases with keys below the arriving detail go out first,
      *  keeping the feed in ascending key order.
       2400-SCREEN-ONE-DETAIL.
           MOVE 'N' TO WS-FLUSH-DONE-SWITCH
           PERFORM 2450-FLUSH-OR-DEFER-RELEASE
               UNTIL WS-FLUSH-DONE
           PERFORM 2600-CHECK-HISTORY
           IF WS-DUPLICATE-FOUND
               PERFORM 2700-HOLD-DETAIL
           ELSE
               WRITE SCREENED-WORK-RECORD FROM INPUT-RECORD
               ADD 1 TO WS-NEW-DETAIL-COUNT
               ADD IN-NUMBER TO WS-NEW-HASH-TOTAL
               ADD 1 TO WS-FEED-PASSED-COUNT
               IF WS-ALREADY-SCREENED
                   ADD 1 TO WS-FEED-RESCREEN-COUNT
               ELSE
                   MOVE IN-KEY    TO FHS-ACCOUNT
                   MOVE IN-NUMBER TO FHS-NUMBER
                   SET FHS-ACCEPTED TO TRUE
                   PERFORM 2650-RECORD-HISTORY
               END-IF
           END-IF.

      *  A re-merge whose key and amount are already on the feed
      *  was put there by an earlier run of this step over the same
      *  clean file - it is carried, not merged a second time.
       2450-FLUSH-OR-DEFER-RELEASE.
           IF WS-RELEASE-NEXT > WS-RELEASE-COUNT
               SET WS-FLUSH-DONE TO TRUE
           ELSE
               SET WS-REL-IDX TO WS-RELEASE-NEXT
               IF WS-REL-KEY (WS-REL-IDX) < IN-KEY
                   PERFORM 2500-FLUSH-ONE-RELEASE
               ELSE
                   IF WS-REL-KEY (WS-REL-IDX) = IN-KEY
                       IF WS-REL-REMERGE (WS-REL-IDX)
                               AND WS-REL-NUMBER (WS-REL-IDX)
                                   = IN-NUMBER
                           ADD 1 TO WS-RELEASE-NEXT
                       ELSE
                           PERFORM 2550-DEFER-COLLIDING-RELEASE
                       END-IF
                   ELSE
                       SET WS-FLUSH-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *  The operator has ruled the item genuine, so it is not
      *  screened again; it goes on FEEDHIST under this cycle.
       2500-FLUSH-ONE-RELEASE.
           SET WS-REL-IDX TO WS-RELEASE-NEXT
           MOVE WS-REL-KEY (WS-REL-IDX)    TO WS-RLD-KEY
           MOVE WS-REL-NUMBER (WS-REL-IDX) TO WS-RLD-NUMBER
           MOVE WS-REL-SOURCE-ID (WS-REL-IDX) TO WS-RLD-SOURCE-ID
           WRITE SCREENED-WORK-RECORD FROM WS-RELEASE-DETAIL
           ADD 1 TO WS-NEW-DETAIL-COUNT
           ADD WS-RLD-NUMBER TO WS-NEW-HASH-TOTAL
           ADD 1 TO WS-FEED-MERGED-COUNT
           ADD 1 TO WS-TOTAL-MERGED
           MOVE WS-RLD-KEY    TO FHS-ACCOUNT
           MOVE WS-RLD-NUMBER TO FHS-NUMBER
           SET FHS-RELEASED-GENUINE TO TRUE
           PERFORM 2650-RECORD-HISTORY
           MOVE WS-REL-KEY (WS-REL-IDX)   TO DHL-ACCOUNT
           MOVE WS-REL-CYCLE (WS-REL-IDX) TO DHL-CYCLE-NUMBER
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   DISPLAY "HELD ITEM " WS-RLD-KEY " CYCLE "
                       DHL-CYCLE-NUMBER " VANISHED FROM DUPHOLD"
                   ADD 1 TO WS-WRITE-FAILURES
               NOT INVALID KEY
                   SET DHL-MERGED TO TRUE
                   MOVE WS-FEED-CYCLE TO DHL-POSTED-CYCLE
                   REWRITE DUPLICATE-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "DUPHOLD REWRITE FAILED FOR "
                               WS-RLD-KEY " - STATUS "
                               WS-HOLD-FILE-STATUS
                           ADD 1 TO WS-WRITE-FAILURES
                   END-REWRITE
           END-READ
           MOVE "MERGE  " TO DLG-ACTION
           MOVE "APPLIED" TO DLG-RESULT
           MOVE SPACES    TO DLG-REASON
           IF WS-REL-REMERGE (WS-REL-IDX)
               STRING "MERGED AGAIN INTO RESEND OF CYCLE "
                   DELIMITED BY SIZE
                   WS-FEED-CYCLE DELIMITED BY SIZE
                   INTO DLG-REASON
           ELSE
               STRING "RELEASED INTO CYCLE " DELIMITED BY SIZE
                   WS-FEED-CYCLE DELIMITED BY SIZE
                   INTO DLG-REASON
           END-IF
           MOVE WS-REL-CYCLE (WS-REL-IDX) TO DLG-CYCLE-NUMBER
           MOVE WS-RLD-KEY    TO DLG-KEY
           MOVE WS-RLD-NUMBER TO DLG-NUMBER
           MOVE 0             TO DLG-MATCHED-CYCLE
           PERFORM 2750-WRITE-LOG
           MOVE WS-RLD-NUMBER TO WS-EDIT-NUMBER
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  MERGED   " DELIMITED BY SIZE
               WS-RLD-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-NUMBER DELIMITED BY SIZE
               "  RELEASED FROM HOLD OF CYCLE " DELIMITED BY SIZE
               WS-REL-CYCLE (WS-REL-IDX) DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           ADD 1 TO WS-RELEASE-NEXT.

      *  One feed carries a key once; the release stays G on
      *  DUPHOLD and goes into a later cycle's feed.  A re-merge the
      *  resend already carries the key for is put back to G, so a
      *  later cycle takes it instead.
       2550-DEFER-COLLIDING-RELEASE.
           SET WS-REL-IDX TO WS-RELEASE-NEXT
           IF WS-REL-REMERGE (WS-REL-IDX)
               PERFORM 2560-RETURN-TO-RELEASED
           END-IF
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  DEFERRED " DELIMITED BY SIZE
               WS-REL-KEY (WS-REL-IDX) DELIMITED BY SIZE
               "  RELEASE OF CYCLE " DELIMITED BY SIZE
               WS-REL-CYCLE (WS-REL-IDX) DELIMITED BY SIZE
               " - KEY ALREADY ON THIS FEED, WAITS" DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           ADD 1 TO WS-FEED-DEFERRED-COUNT
           ADD 1 TO WS-RELEASE-NEXT.

       2560-RETURN-TO-RELEASED.
           MOVE WS-REL-KEY (WS-REL-IDX)   TO DHL-ACCOUNT
           MOVE WS-REL-CYCLE (WS-REL-IDX) TO DHL-CYCLE-NUMBER
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   DISPLAY "HELD ITEM " DHL-ACCOUNT " CYCLE "
                       DHL-CYCLE-NUMBER " VANISHED FROM DUPHOLD"
                   ADD 1 TO WS-WRITE-FAILURES
               NOT INVALID KEY
                   SET DHL-RELEASED TO TRUE
                   MOVE 0 TO DHL-POSTED-CYCLE
                   REWRITE DUPLICATE-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "DUPHOLD REWRITE FAILED FOR "
                               DHL-ACCOUNT " - STATUS "
                               WS-HOLD-FILE-STATUS
                           ADD 1 TO WS-WRITE-FAILURES
                   END-REWRITE
           END-READ
           MOVE "MERGE  " TO DLG-ACTION
           MOVE "DEFERRED" TO DLG-RESULT
           MOVE SPACES    TO DLG-REASON
           STRING "KEY ON RESEND OF CYCLE " DELIMITED BY SIZE
               WS-FEED-CYCLE DELIMITED BY SIZE
               INTO DLG-REASON
           MOVE WS-REL-CYCLE (WS-REL-IDX)  TO DLG-CYCLE-NUMBER
           MOVE WS-REL-KEY (WS-REL-IDX)    TO DLG-KEY
           MOVE WS-REL-NUMBER (WS-REL-IDX) TO DLG-NUMBER
           MOVE 0                          TO DLG-MATCHED-CYCLE
           PERFORM 2750-WRITE-LOG.

      *  A row for this key under this very cycle at the same
      *  amount means an earlier run of the cycle already passed
      *  the detail; otherwise the window is browsed for an exact
      *  amount match under the same key.
       2600-CHECK-HISTORY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE 'N' TO WS-SCREENED-SWITCH
           MOVE IN-KEY        TO FHS-ACCOUNT
           MOVE WS-FEED-CYCLE TO FHS-CYCLE-NUMBER
           READ FEED-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FHS-NUMBER = IN-NUMBER
                       SET WS-ALREADY-SCREENED TO TRUE
                   END-IF
           END-READ
           IF NOT WS-ALREADY-SCREENED
               MOVE 'N' TO WS-BROWSE-EOF-SWITCH
               MOVE IN-KEY                TO FHS-ACCOUNT
               MOVE WS-WINDOW-START-CYCLE TO FHS-CYCLE-NUMBER
               START FEED-HISTORY-FILE
                   KEY IS NOT LESS THAN FHS-KEY
                   INVALID KEY
                       SET WS-END-OF-BROWSE TO TRUE
               END-START
               PERFORM 2620-READ-WINDOW-ROW
                   UNTIL WS-END-OF-BROWSE OR WS-DUPLICATE-FOUND
           END-IF.

       2620-READ-WINDOW-ROW.
           READ FEED-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-BROWSE TO TRUE
               NOT AT END
                   IF FHS-ACCOUNT NOT = IN-KEY
                           OR FHS-CYCLE-NUMBER NOT < WS-FEED-CYCLE
                       SET WS-END-OF-BROWSE TO TRUE
                   ELSE
                       IF FHS-NUMBER = IN-NUMBER
                           SET WS-DUPLICATE-FOUND TO TRUE
                           MOVE FHS-CYCLE-NUMBER TO WS-MATCHED-CYCLE
                       END-IF
                   END-IF
           END-READ.

      *  A reopened cycle's resend replaces the row its first send
      *  left under the same key and cycle.
       2650-RECORD-HISTORY.
           MOVE WS-FEED-CYCLE        TO FHS-CYCLE-NUMBER
           MOVE WS-FEED-DATE         TO FHS-CYCLE-DATE
           MOVE WS-CURRENT-TIMESTAMP TO FHS-TIMESTAMP
           WRITE FEED-HISTORY-RECORD
               INVALID KEY
                   REWRITE FEED-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "FEEDHIST WRITE FAILED FOR "
                               FHS-ACCOUNT " - STATUS "
                               WS-HISTORY-FILE-STATUS
                           ADD 1 TO WS-WRITE-FAILURES
                   END-REWRITE
           END-WRITE.

      *  A hold that cannot be recorded is not dropped - the item
      *  passes on to the compute pass and the step fails, so the
      *  possible duplicate is looked at before anything posts.
      *  A re-run of the cycle finds its own earlier hold row: one
      *  still H is held again, but one operations have already
      *  decided (G, P or D) is left as it stands and the detail
      *  stays out of the feed - the decision governs it.
       2700-HOLD-DETAIL.
           MOVE 'N' TO WS-PRIOR-DECISION-SWITCH
           MOVE IN-KEY               TO DHL-ACCOUNT
           MOVE WS-FEED-CYCLE        TO DHL-CYCLE-NUMBER
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   PERFORM 2705-SET-HOLD-FIELDS
                   WRITE DUPLICATE-HOLD-RECORD
               NOT INVALID KEY
                   IF DHL-HELD
                       PERFORM 2705-SET-HOLD-FIELDS
                       REWRITE DUPLICATE-HOLD-RECORD
                   ELSE
                       SET WS-PRIOR-DECISION-FOUND TO TRUE
                   END-IF
           END-READ
           IF WS-PRIOR-DECISION-FOUND
               PERFORM 2710-KEEP-PRIOR-DECISION
           ELSE
               PERFORM 2715-RECORD-HOLD
           END-IF.

       2705-SET-HOLD-FIELDS.
           MOVE IN-KEY               TO DHL-ACCOUNT
           MOVE WS-FEED-CYCLE        TO DHL-CYCLE-NUMBER
           MOVE WS-FEED-DATE         TO DHL-CYCLE-DATE
           MOVE IN-NUMBER            TO DHL-NUMBER
           MOVE "D1"                 TO DHL-REASON-CODE
           MOVE "KEY AND AMOUNT MATCH AN EARLIER CYCLE"
               TO DHL-REASON-TEXT
           MOVE WS-MATCHED-CYCLE     TO DHL-MATCHED-CYCLE
           MOVE WS-CURRENT-TIMESTAMP TO DHL-HELD-TIMESTAMP
           SET DHL-HELD              TO TRUE
           MOVE SPACES               TO DHL-DECIDED-TIMESTAMP
           MOVE SPACES               TO DHL-DECIDED-BY
           MOVE 0                    TO DHL-POSTED-CYCLE
           MOVE IN-SOURCE-ID         TO DHL-SOURCE-ID.

      *  The row read is left exactly as OVFLDMNT or an earlier
      *  merge left it; DUPLOG shows why the detail went nowhere.
       2710-KEEP-PRIOR-DECISION.
           ADD 1 TO WS-FEED-DECIDED-COUNT
           ADD 1 TO WS-TOTAL-DECIDED
           MOVE SPACES TO DLG-REASON
           IF DHL-MERGED
               STRING "MERGED INTO CYCLE " DELIMITED BY SIZE
                   DHL-POSTED-CYCLE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   DHL-DECIDED-BY DELIMITED BY SIZE
                   INTO DLG-REASON
           ELSE
               IF DHL-RELEASED
                   STRING "ALREADY RELEASED BY " DELIMITED BY SIZE
                       DHL-DECIDED-BY DELIMITED BY SIZE
                       INTO DLG-REASON
               ELSE
                   STRING "ALREADY DISCARDED BY " DELIMITED BY SIZE
                       DHL-DECIDED-BY DELIMITED BY SIZE
                       INTO DLG-REASON
               END-IF
           END-IF
           MOVE "HOLD   "        TO DLG-ACTION
           MOVE "DECIDED"        TO DLG-RESULT
           MOVE IN-KEY           TO DLG-KEY
           MOVE WS-FEED-CYCLE    TO DLG-CYCLE-NUMBER
           MOVE IN-NUMBER        TO DLG-NUMBER
           MOVE WS-MATCHED-CYCLE TO DLG-MATCHED-CYCLE
           PERFORM 2750-WRITE-LOG
           MOVE IN-NUMBER TO WS-EDIT-NUMBER
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  DECIDED  " DELIMITED BY SIZE
               IN-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DLG-REASON DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE.

       2715-RECORD-HOLD.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "DUPHOLD WRITE FAILED FOR " IN-KEY
                   " - STATUS " WS-HOLD-FILE-STATUS
                   " - ITEM PASSED UNSCREENED"
               ADD 1 TO WS-WRITE-FAILURES
               WRITE SCREENED-WORK-RECORD FROM INPUT-RECORD
               ADD 1 TO WS-NEW-DETAIL-COUNT
               ADD IN-NUMBER TO WS-NEW-HASH-TOTAL
               ADD 1 TO WS-FEED-PASSED-COUNT
           ELSE
               ADD 1 TO WS-FEED-HELD-COUNT
               ADD IN-NUMBER TO WS-FEED-HELD-AMOUNT
               ADD 1 TO WS-TOTAL-HELD
               ADD IN-NUMBER TO WS-TOTAL-HELD-AMOUNT
               PERFORM 2720-COUNT-MATCHED-CYCLE
               MOVE "HOLD   "        TO DLG-ACTION
               MOVE "APPLIED"        TO DLG-RESULT
               MOVE DHL-REASON-TEXT  TO DLG-REASON
               MOVE IN-KEY           TO DLG-KEY
               MOVE WS-FEED-CYCLE    TO DLG-CYCLE-NUMBER
               MOVE IN-NUMBER        TO DLG-NUMBER
               MOVE WS-MATCHED-CYCLE TO DLG-MATCHED-CYCLE
               PERFORM 2750-WRITE-LOG
               MOVE IN-NUMBER TO WS-EDIT-NUMBER
               MOVE SPACES TO DUPLICATE-REPORT-LINE
               STRING "  HELD D1  " DELIMITED BY SIZE
                   IN-KEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NUMBER DELIMITED BY SIZE
                   "  MATCHES CYCLE " DELIMITED BY SIZE
                   WS-MATCHED-CYCLE DELIMITED BY SIZE
                   INTO DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE
           END-IF.

       2720-COUNT-MATCHED-CYCLE.
           SET WS-MCH-IDX TO 1
           SEARCH WS-MATCH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MCH-IDX > WS-MATCH-COUNT
                   IF WS-MATCH-COUNT < WS-MATCH-MAX
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE WS-MATCHED-CYCLE
                           TO WS-MCH-CYCLE (WS-MCH-IDX)
                       MOVE 1 TO WS-MCH-HOLD-COUNT (WS-MCH-IDX)
                       MOVE IN-NUMBER
                           TO WS-MCH-HOLD-AMOUNT (WS-MCH-IDX)
                   END-IF
               WHEN WS-MCH-CYCLE (WS-MCH-IDX) = WS-MATCHED-CYCLE
                   ADD 1 TO WS-MCH-HOLD-COUNT (WS-MCH-IDX)
                   ADD IN-NUMBER TO WS-MCH-HOLD-AMOUNT (WS-MCH-IDX)
           END-SEARCH.

       2750-WRITE-LOG.
           MOVE WS-CURRENT-TIMESTAMP TO DLG-TIMESTAMP
           MOVE "OVFLDUP "           TO DLG-USER-ID
           WRITE DUPLICATE-LOG-RECORD
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "DUPLOG WRITE FAILED FOR " DLG-KEY
                   " - STATUS " WS-LOG-FILE-STATUS
               ADD 1 TO WS-WRITE-FAILURES
           END-IF.

      *  The screened feed, re-totaled, replaces the clean file the
      *  compute pass will read.  A copy that fails part way leaves
      *  the clean file short, so the step fails and DUPWORK is kept
      *  (a catch-up stops here) to be copied over it by hand.
       2800-REPLACE-CLEAN-FEED.
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           OPEN INPUT SCREENED-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               PERFORM 2890-REPLACE-FAILED
           ELSE
               OPEN OUTPUT CLEAN-FEED-FILE
               IF WS-CLEAN-FILE-STATUS NOT = "00"
                   PERFORM 2890-REPLACE-FAILED
               ELSE
                   PERFORM 2810-READ-WORK-FILE
                   PERFORM 2850-COPY-ONE-RECORD
                       UNTIL WS-END-OF-WORK-FILE
                   CLOSE CLEAN-FEED-FILE
               END-IF
               CLOSE SCREENED-WORK-FILE
           END-IF.

       2810-READ-WORK-FILE.
           READ SCREENED-WORK-FILE
               AT END
                   SET WS-END-OF-WORK-FILE TO TRUE
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
                   AND WS-WORK-FILE-STATUS NOT = "10"
               PERFORM 2890-REPLACE-FAILED
               SET WS-END-OF-WORK-FILE TO TRUE
           END-IF.

       2850-COPY-ONE-RECORD.
           EVALUATE SCREENED-WORK-RECORD (1:1)
               WHEN "H"
                   WRITE INPUT-HEADER-RECORD
                       FROM SCREENED-WORK-RECORD (1:15)
               WHEN "T"
                   WRITE INPUT-TRAILER-RECORD
                       FROM SCREENED-WORK-RECORD (1:28)
               WHEN OTHER
                   WRITE INPUT-RECORD
                       FROM SCREENED-WORK-RECORD (1:27)
           END-EVALUATE
           IF WS-CLEAN-FILE-STATUS NOT = "00"
               PERFORM 2890-REPLACE-FAILED
               SET WS-END-OF-WORK-FILE TO TRUE
           ELSE
               PERFORM 2810-READ-WORK-FILE
           END-IF.

       2890-REPLACE-FAILED.
           SET WS-FEED-BAD TO TRUE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING WS-CLEAN-FILENAME DELIMITED BY SPACE
               " NOT REPLACED FROM DUPWORK - STATUS " DELIMITED BY SIZE
               WS-WORK-FILE-STATUS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CLEAN-FILE-STATUS DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           DISPLAY "OVFLDUP - " WS-CLEAN-FILENAME
               " NOT REPLACED FROM DUPWORK - STATUS "
               WS-WORK-FILE-STATUS "/" WS-CLEAN-FILE-STATUS
           DISPLAY "OVFLDUP - SCREENED FEED KEPT ON DUPWORK - COPY IT "
               "OVER THE CLEAN FILE BEFORE THE COMPUTE PASS"
           MOVE 8 TO RETURN-CODE.

      *  Half or more of the feed matching one earlier cycle is not
      *  a handful of coincidences - it is that cycle sent again.
       2900-REPORT-FEED.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  DETAILS RECEIVED . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-HELD-COUNT TO WS-EDIT-COUNT
           MOVE WS-FEED-HELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  SUSPECTED DUPLICATES HELD  : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-PASSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  DETAILS PASSED . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-RESCREEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "    PASSED BY AN EARLIER RUN : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-MERGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  RELEASED ITEMS MERGED IN . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-DEFERRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  RELEASES DEFERRED  . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEED-DECIDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  KEPT OUT - ALREADY DECIDED : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-NEW-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  DETAILS TO COMPUTE PASS  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           IF WS-MATCH-COUNT > 0
               COMPUTE WS-RESEND-LIMIT = (WS-DETAIL-COUNT + 1) / 2
               PERFORM 2920-REPORT-MATCHED-CYCLE
                   VARYING WS-MCH-IDX FROM 1 BY 1
                   UNTIL WS-MCH-IDX > WS-MATCH-COUNT
           END-IF.

       2920-REPORT-MATCHED-CYCLE.
           MOVE WS-MCH-HOLD-COUNT (WS-MCH-IDX) TO WS-EDIT-COUNT
           MOVE WS-MCH-HOLD-AMOUNT (WS-MCH-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "  MATCHING CYCLE " DELIMITED BY SIZE
               WS-MCH-CYCLE (WS-MCH-IDX) DELIMITED BY SIZE
               " . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           IF WS-MCH-HOLD-COUNT (WS-MCH-IDX) > 1
                   AND WS-MCH-HOLD-COUNT (WS-MCH-IDX)
                       NOT < WS-RESEND-LIMIT
               ADD 1 TO WS-RESEND-CYCLES
               MOVE SPACES TO DUPLICATE-REPORT-LINE
               STRING "  *** PROBABLE WHOLE-FILE RESEND OF CYCLE "
                   DELIMITED BY SIZE
                   WS-MCH-CYCLE (WS-MCH-IDX) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE
               DISPLAY "CYCLE " WS-FEED-CYCLE
                   " - PROBABLE WHOLE-FILE RESEND OF CYCLE "
                   WS-MCH-CYCLE (WS-MCH-IDX)
           END-IF.

      *  Scratched for the same reason OVFLEDIT scratches a bad
      *  feed - the condition code must not be the only gate.
       2950-SCRATCH-CLEAN-FEED.
           OPEN OUTPUT CLEAN-FEED-FILE
           CLOSE CLEAN-FEED-FILE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING WS-CLEAN-FILENAME DELIMITED BY SPACE
               " FAILED ITS ENVELOPE CHECK - SCRATCHED, "
               DELIMITED BY SIZE
               "NOT SCREENED" DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           DISPLAY "OVFLDUP - " WS-CLEAN-FILENAME
               " FAILED ITS ENVELOPE CHECK - CLEAN FILE SCRATCHED - "
               "DO NOT RUN THE COMPUTE PASS"
           MOVE 8 TO RETURN-CODE.

       3000-FINALIZE.
           IF WS-MASTERS-OPEN
               CLOSE FEED-HISTORY-FILE
               CLOSE DUPLICATE-HOLD-FILE
               CLOSE DUPLICATE-LOG-FILE
           END-IF
           PERFORM 3100-WRITE-TOTALS
           CLOSE DUPLICATE-REPORT-FILE
           DISPLAY "OVFLDUP COMPLETE - FEEDS " WS-FEEDS-SCREENED
               " DETAILS " WS-TOTAL-DETAILS
               " HELD " WS-TOTAL-HELD
               " MERGED " WS-TOTAL-MERGED
           IF WS-WRITE-FAILURES > 0 AND RETURN-CODE < 8
               DISPLAY "OVFLDUP - " WS-WRITE-FAILURES
                   " HOLD/HISTORY WRITE FAILURE(S) - REVIEW BEFORE "
                   "THE COMPUTE PASS"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-HELD > 0 AND RETURN-CODE < 4
               DISPLAY "OVFLDUP - " WS-TOTAL-HELD
                   " SUSPECTED DUPLICATE(S) HELD - SEE DUPRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-TOTALS.
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE "RUN TOTALS" TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEEDS-SCREENED TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "FEEDS SCREENED . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-FEEDS-FAILED TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "FEEDS FAILED AND SCRATCHED . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-TOTAL-DETAILS TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "DETAILS SCREENED . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-TOTAL-HELD TO WS-EDIT-COUNT
           MOVE WS-TOTAL-HELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "SUSPECTED DUPLICATES HELD  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-TOTAL-MERGED TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "RELEASED ITEMS MERGED  . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-TOTAL-DECIDED TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "KEPT OUT - ALREADY DECIDED . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-RESEND-CYCLES TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "PROBABLE WHOLE-FILE RESENDS  : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-WRITE-FAILURES TO WS-EDIT-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "HOLD/HISTORY WRITE FAILURES  : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE.
