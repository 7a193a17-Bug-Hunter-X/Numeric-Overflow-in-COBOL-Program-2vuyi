      *  stand, and the queue is resumed by removing them from        *
      *  CYCQUEUE.  Partitioned steps ignore the queue and process    *
      *  the single cycle they were given, as before.                 *
      *  Each item is also checked against its account on the         *
      *  ACCTMAST reference master (OVFLACCT.cpy): a frozen account   *
      *  is held in suspense as R3, and an item whose magnitude is    *
      *  over the account's own ceiling as R4.  Neither is an         *
      *  overflow, so neither raises an exception row or an alert.    *
      *  The multiplier, divisor and band set come from the PARMSCHD  *
      *  schedule row in force on the cycle's INH-CREATE-DATE (see    *
      *  OVFLPSCH.cpy) when there is one, so a catch-up cycle dated   *
      *  before a parameter change computes with its own period's     *
      *  values; RUNHIST records which row was applied.               *
      *  Every item carries its upstream source (IN-SOURCE-ID, set    *
      *  by the OVFLCONS consolidation step) onto the output,         *
      *  suspense and exception rows it produces, and the control     *
      *  totals are also kept per source (OVFLSRCT.cpy) on the        *
      *  checkpoint, the partition totals and a catch-up cycle's      *
      *  merged totals, so the merge and the GL extract can show      *
      *  which source a bad number came from.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  BAND-FILE.
           COPY OVFLBND.

       FD  ACCOUNT-MASTER-FILE.
           COPY OVFLACCT.

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       WORKING-STORAGE SECTION.
       01  WS-DYNAMIC-FILENAMES.
           05  WS-INPUT-FILENAME           PIC X(20) VALUE "INFILE".
           05  WS-DIV-DEFAULT-SWITCH       PIC X    VALUE 'N'.
               88  WS-DIVISOR-DEFAULTED             VALUE 'Y'.
           05  WS-RUN-HISTORY-STATUS       PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.
           05  WS-SCHEDULE-DATE            PIC 9(8) VALUE 0.
           05  WS-BAND-SET                 PIC X(8) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X    VALUE 'N'.
           05  WS-BOUNDS-SWITCH            PIC X    VALUE 'Y'.
               88  WS-BOUNDS-OK                      VALUE 'Y'.
               88  WS-BOUNDS-BAD                     VALUE 'N'.
           05  WS-ACCOUNT-HOLD-SWITCH      PIC X    VALUE 'N'.
               88  WS-ACCOUNT-HOLD                   VALUE 'Y'.

      *  Kept out of WS-STATISTICS, which the checkpoint carries -
      *  the hold count covers this pass only, not a restarted run.
       01  WS-ACCOUNT-CONTROL.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-ACCOUNT-MASTER-SWITCH    PIC X    VALUE 'N'.
               88  WS-ACCOUNT-MASTER-OPEN           VALUE 'Y'.
           05  WS-ACCOUNT-REASON-CODE      PIC X(2)  VALUE SPACES.
           05  WS-ACCOUNT-REASON-TEXT      PIC X(60) VALUE SPACES.
           05  WS-ACCOUNT-HOLD-COUNT       PIC 9(9) VALUE 0.

       01  WS-CARRY-FOLD-CONTROL.
           05  WS-PRIOR-SUSPENSE-STATUS    PIC XX   VALUE SPACES.
           05  WS-FILE-CREATE-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-FILE-CYCLE-NUMBER        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-CYCLE-NUMBER        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-CREATE-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-REOPENED-CYCLE           PIC 9(6)  VALUE ZERO.
           05  WS-TRAILER-COUNT            PIC 9(9)  VALUE ZERO.
           05  WS-TRAILER-HASH-TOTAL       PIC S9(15)V99 VALUE ZERO.
           05  WS-FILE-READ-COUNT          PIC 9(9)  VALUE ZERO.

       COPY OVFLCTL.

       COPY OVFLSRCT.

      *  A source the full per-source table cannot take is still in
      *  the grand totals; the shortfall is reported once.
       01  WS-SOURCE-CONTROL.
           05  WS-SOURCE-ID                PIC X(4)  VALUE SPACES.
           05  WS-SOURCE-FULL-SWITCH       PIC X     VALUE 'N'.
               88  WS-SOURCE-TABLE-FULL             VALUE 'Y'.
           05  WS-SOURCE-FOUND-SWITCH      PIC X     VALUE 'N'.
               88  WS-SOURCE-FOUND                  VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-LOAD-CYCLE-QUEUE
           PERFORM 0800-OPEN-ACCOUNT-MASTER
      *  A refused queue ends the run with nothing processed - a
      *  single-cycle pass against the default files would commit
      *  real state (CYCFILE, the carry scrub) under a failure
                   PERFORM 0700-PROCESS-SINGLE-PASS
               END-IF
           END-IF
           IF WS-ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           GOBACK.

      *  Catch-up is a serial-mode feature: only the serial pass
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-RESTART-SWITCH
           MOVE 'Y' TO WS-BOUNDS-SWITCH
           MOVE 'N' TO WS-ACCOUNT-HOLD-SWITCH
           MOVE 0   TO WS-ACCOUNT-HOLD-COUNT
           MOVE 'N' TO WS-PRIOR-EOF-SWITCH
           MOVE 0   TO WS-CARRY-FOLDED-COUNT
           MOVE SPACES TO WS-LAST-CHECKPOINT-KEY
           MOVE ZERO TO WS-FILE-CREATE-DATE
           MOVE ZERO TO WS-FILE-CYCLE-NUMBER
           MOVE ZERO TO WS-LAST-CYCLE-NUMBER
           MOVE ZERO TO WS-LAST-CREATE-DATE
           MOVE ZERO TO WS-REOPENED-CYCLE
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-TRAILER-HASH-TOTAL
           MOVE ZERO TO WS-FILE-READ-COUNT
                   TO MTOT-REMAINDER-DIST (WS-REM-IDX)
               SET WS-REM-IDX UP BY 1
           END-PERFORM
           MOVE SOURCE-TOTALS            TO MTOT-SOURCE-TOTALS
           MOVE "B" TO MTOT-RECONCILE-VERDICT
           WRITE MERGED-TOTALS-RECORD
           CLOSE MERGED-TOTALS-FILE.
           PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-INPUT
           PERFORM 3000-FINALIZE.

       0800-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-ACCOUNT-FILE-STATUS
           ELSE
               SET WS-ACCOUNT-MASTER-OPEN TO TRUE
           END-IF.

       1000-INITIALIZE.
           INITIALIZE SOURCE-TOTALS
           MOVE 'N' TO WS-SOURCE-FULL-SWITCH
           PERFORM 1050-READ-PARAMETERS
           PERFORM 1070-READ-CYCLE-CONTROL
           OPEN INPUT INPUT-FILE
           IF WS-PARTITION-ID = 0 AND NOT WS-RESTART-RUN
               PERFORM 1300-FOLD-PRIOR-SUSPENSE
           END-IF
      *  Without the account master no item can be proven postable,
      *  so the pass is failed like a bad transmission and scratched
      *  rather than posting unchecked.
           IF NOT WS-ACCOUNT-MASTER-OPEN
               DISPLAY "NO ACCOUNT MASTER - CYCLE NOT PROCESSED"
               SET WS-TRANSMISSION-BAD TO TRUE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               PERFORM 2100-READ-INPUT
               IF WS-RESTART-RUN
                   PERFORM 1200-SKIP-PROCESSED-RECORDS
               END-IF
           END-IF
           PERFORM 1090-APPLY-PARAMETER-SCHEDULE.

      *  A catch-up pass starts again from the program defaults so
      *  the previous cycle's schedule row never carries over.
       1050-READ-PARAMETERS.
           MOVE 2  TO WS-MULTIPLIER
           MOVE 10 TO WS-DIVISOR
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               CLOSE PARM-FILE
           END-IF
           PERFORM 1055-VALIDATE-PARAMETERS
           IF WS-PARTITION-ID > 0
               PERFORM 1060-BUILD-PARTITION-FILENAMES
               PERFORM 1065-READ-SPLIT-RANGES
      *  band meaning "80 percent of the posting window" keeps
      *  meaning that when the window moves.  Loaded (and the stats
      *  cleared) once per pass, so each catch-up cycle reports its
      *  own near-limit keys.  Only the rows of the band set the
      *  schedule row names are loaded.
       1080-LOAD-SEVERITY-BANDS.
           MOVE 0 TO WS-BAND-COUNT
           MOVE 'N' TO WS-BAND-EOF-SWITCH
               AT END
                   SET WS-END-OF-BANDS TO TRUE
               NOT AT END
                   IF BND-BAND-SET = WS-BAND-SET
                       PERFORM 1087-LOAD-BAND-ROW
                   END-IF
           END-READ.

       1087-LOAD-BAND-ROW.
           IF BND-THRESHOLD-PCT IS NUMERIC
                   AND BND-THRESHOLD-PCT > 0
                   AND BND-SEVERITY NOT = SPACE
                   AND BND-SEVERITY NOT = "N"
               IF WS-BAND-COUNT < WS-BAND-MAX
                   ADD 1 TO WS-BAND-COUNT
                   SET WS-BND-IDX TO WS-BAND-COUNT
                   MOVE BND-SEVERITY
                       TO WS-BND-SEVERITY (WS-BND-IDX)
                   MOVE BND-THRESHOLD-PCT
                       TO WS-BND-PCT (WS-BND-IDX)
                   COMPUTE WS-BND-THRESHOLD (WS-BND-IDX)
                       = WS-MAX-PRE-COMPUTE
                           * BND-THRESHOLD-PCT / 100
                   MOVE ZERO
                       TO WS-BND-HIT-COUNT (WS-BND-IDX)
                   MOVE ZERO
                       TO WS-BND-KEY-COUNT (WS-BND-IDX)
               ELSE
                   DISPLAY "SEVERITY BAND TABLE FULL - "
                       "BAND " BND-SEVERITY " IGNORED"
               END-IF
           ELSE
               DISPLAY "SEVERITY BAND ROW NOT VALID - "
                   "IGNORED"
           END-IF.

       1070-READ-CYCLE-CONTROL.
      *  No cycle-control file means this is the first cycle ever
      *  processed under the envelope scheme - any header cycle
                   NOT AT END
                       MOVE CYC-LAST-CYCLE-NUMBER
                           TO WS-LAST-CYCLE-NUMBER
                       MOVE CYC-LAST-CREATE-DATE
                           TO WS-LAST-CREATE-DATE
                       IF CYC-REOPENED-CYCLE IS NUMERIC
                           MOVE CYC-REOPENED-CYCLE
                               TO WS-REOPENED-CYCLE
                       END-IF
                       SET WS-LAST-CYCLE-KNOWN TO TRUE
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      *  The schedule row is picked by the cycle's own header date,
      *  so it is applied only once the first read has taken in the
      *  header - a catch-up pass over an old cycle then computes
      *  with the values in force on that cycle's date, not today's.
      *  The rows arrive in date order; the last one on or before
      *  the date wins.  With no schedule, or no row that early,
      *  the PARMFILE values from 1050 stand.  The pre-compute
      *  bound and the band thresholds follow whichever applied.
       1090-APPLY-PARAMETER-SCHEDULE.
           MOVE 0 TO WS-SCHEDULE-DATE
           MOVE SPACES TO WS-BAND-SET
           MOVE 'N' TO WS-SCHEDULE-EOF-SWITCH
           IF WS-FILE-CREATE-DATE > 0
               OPEN INPUT PARAMETER-SCHEDULE-FILE
               IF WS-SCHEDULE-FILE-STATUS = "00"
                   PERFORM 1095-READ-ONE-SCHEDULE-ROW
                       UNTIL WS-END-OF-SCHEDULE
                   CLOSE PARAMETER-SCHEDULE-FILE
               END-IF
           END-IF
           IF WS-SCHEDULE-DATE > 0
               MOVE 'N' TO WS-MULT-DEFAULT-SWITCH
               MOVE 'N' TO WS-DIV-DEFAULT-SWITCH
               PERFORM 1055-VALIDATE-PARAMETERS
               DISPLAY "PARAMETER SCHEDULE ROW " WS-SCHEDULE-DATE
                   " APPLIED - MULTIPLIER " WS-MULTIPLIER
                   " DIVISOR " WS-DIVISOR
           END-IF
           COMPUTE WS-MAX-PRE-COMPUTE = WS-MAX-NUMBER / WS-MULTIPLIER
           PERFORM 1080-LOAD-SEVERITY-BANDS.

       1095-READ-ONE-SCHEDULE-ROW.
           READ PARAMETER-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
               NOT AT END
                   IF PSC-EFFECTIVE-DATE > WS-FILE-CREATE-DATE
                       SET WS-END-OF-SCHEDULE TO TRUE
                   ELSE
                       MOVE PSC-EFFECTIVE-DATE TO WS-SCHEDULE-DATE
                       MOVE PSC-MULTIPLIER     TO WS-MULTIPLIER
                       MOVE PSC-DIVISOR        TO WS-DIVISOR
                       MOVE PSC-BAND-SET       TO WS-BAND-SET
                   END-IF
           END-READ.

       1100-CHECK-FOR-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"
                           MOVE CHK-RECORD-COUNT TO WS-RECORD-COUNT
                           MOVE CHK-STATISTICS TO WS-STATISTICS
                           MOVE CHK-CONTROL-TOTALS TO CONTROL-TOTALS
                           IF CHK-SOURCE-TOTALS (1:2) IS NUMERIC
                               MOVE CHK-SOURCE-TOTALS
                                   TO SOURCE-TOTALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
                   PERFORM 2720-ACCUMULATE-OUTPUT-TOTALS
               END-IF
           ELSE
               IF WS-ACCOUNT-HOLD
                   PERFORM 2270-WRITE-ACCOUNT-SUSPENSE
               ELSE
                   PERFORM 2210-FLAG-PRECOMPUTE-OVERFLOW
                   PERFORM 2250-WRITE-SUSPENSE
               END-IF
               PERFORM 2710-ACCUMULATE-SUSPENSE-TOTALS
           END-IF
           PERFORM 2600-WRITE-CHECKPOINT

       2700-ACCUMULATE-INPUT-TOTALS.
           ADD 1 TO CTL-INPUT-COUNT
           ADD IN-NUMBER TO CTL-INPUT-HASH-TOTAL
           PERFORM 2730-FIND-SOURCE-ENTRY
           IF WS-SOURCE-FOUND
               ADD 1 TO SRT-INPUT-COUNT (SRT-IDX)
               ADD IN-NUMBER TO SRT-INPUT-HASH-TOTAL (SRT-IDX)
           END-IF.

       2710-ACCUMULATE-SUSPENSE-TOTALS.
           ADD 1 TO CTL-SUSPENSE-COUNT
           ADD IN-NUMBER TO CTL-SUSPENSE-HASH-TOTAL
           PERFORM 2730-FIND-SOURCE-ENTRY
           IF WS-SOURCE-FOUND
               ADD 1 TO SRT-SUSPENSE-COUNT (SRT-IDX)
               ADD IN-NUMBER TO SRT-SUSPENSE-HASH-TOTAL (SRT-IDX)
           END-IF.

       2720-ACCUMULATE-OUTPUT-TOTALS.
           ADD 1 TO CTL-OUTPUT-COUNT
           ADD IN-NUMBER TO CTL-OUTPUT-HASH-TOTAL
           PERFORM 2730-FIND-SOURCE-ENTRY
           IF WS-SOURCE-FOUND
               ADD 1 TO SRT-OUTPUT-COUNT (SRT-IDX)
               ADD IN-NUMBER TO SRT-OUTPUT-HASH-TOTAL (SRT-IDX)
           END-IF.

      *  Sources are tabled in the order they are first seen.
       2730-FIND-SOURCE-ENTRY.
           MOVE IN-SOURCE-ID TO WS-SOURCE-ID
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           SET SRT-IDX TO 1
           SEARCH SRT-SOURCE-ENTRY
               AT END
                   CONTINUE
               WHEN SRT-IDX > SRT-SOURCE-COUNT
                   PERFORM 2740-ADD-SOURCE-ENTRY
               WHEN SRT-SOURCE-ID (SRT-IDX) = WS-SOURCE-ID
                   SET WS-SOURCE-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SOURCE-FOUND AND NOT WS-SOURCE-TABLE-FULL
               SET WS-SOURCE-TABLE-FULL TO TRUE
               DISPLAY "SOURCE TOTALS TABLE FULL - SOURCE '"
                   WS-SOURCE-ID "' COUNTED IN THE GRAND TOTALS ONLY"
           END-IF.

       2740-ADD-SOURCE-ENTRY.
           ADD 1 TO SRT-SOURCE-COUNT
           MOVE WS-SOURCE-ID TO SRT-SOURCE-ID (SRT-IDX)
           MOVE ZERO TO SRT-INPUT-COUNT (SRT-IDX)
           MOVE ZERO TO SRT-INPUT-HASH-TOTAL (SRT-IDX)
           MOVE ZERO TO SRT-OUTPUT-COUNT (SRT-IDX)
           MOVE ZERO TO SRT-OUTPUT-HASH-TOTAL (SRT-IDX)
           MOVE ZERO TO SRT-SUSPENSE-COUNT (SRT-IDX)
           MOVE ZERO TO SRT-SUSPENSE-HASH-TOTAL (SRT-IDX)
           SET WS-SOURCE-FOUND TO TRUE.

      *  Credits flow through as negative amounts, so the bound is
      *  symmetric: the magnitude is checked, whatever the sign.
      *  The pre-compute bound is checked first - an item that
      *  would overflow is an R1 whatever its account says.
       2200-VALIDATE-BOUNDS.
           SET WS-BOUNDS-OK TO TRUE
           MOVE 'N' TO WS-ACCOUNT-HOLD-SWITCH
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (IN-NUMBER)
           IF WS-ABS-AMOUNT > WS-MAX-PRE-COMPUTE
               SET WS-BOUNDS-BAD TO TRUE
           ELSE
               PERFORM 2230-VALIDATE-ACCOUNT
           END-IF.

       2210-FLAG-PRECOMPUTE-OVERFLOW.
           PERFORM 2450-WRITE-EXCEPTION
           PERFORM 2460-SEND-ALERT.

      *  OVFLEDIT has already bounced unknown and closed accounts;
      *  one that is missing or closed here changed on the master
      *  since the edit ran, so it is held with the frozen ones
      *  rather than posted.
       2230-VALIDATE-ACCOUNT.
           MOVE IN-KEY TO ACCT-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "R3" TO WS-ACCOUNT-REASON-CODE
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER - HELD"
                       TO WS-ACCOUNT-REASON-TEXT
                   SET WS-ACCOUNT-HOLD TO TRUE
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "R3" TO WS-ACCOUNT-REASON-CODE
                       IF ACCT-FROZEN
                           MOVE "ACCOUNT FROZEN - HELD UNTIL UNFROZEN"
                               TO WS-ACCOUNT-REASON-TEXT
                       ELSE
                           MOVE "ACCOUNT CLOSED SINCE THE INPUT EDIT"
                               TO WS-ACCOUNT-REASON-TEXT
                       END-IF
                       SET WS-ACCOUNT-HOLD TO TRUE
                   ELSE
                       IF ACCT-CEILING > 0
                               AND WS-ABS-AMOUNT > ACCT-CEILING
                           MOVE "R4" TO WS-ACCOUNT-REASON-CODE
                           MOVE "OVER THE ACCOUNT'S OWN CEILING"
                               TO WS-ACCOUNT-REASON-TEXT
                           SET WS-ACCOUNT-HOLD TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-ACCOUNT-HOLD
               SET WS-BOUNDS-BAD TO TRUE
           END-IF.

       2250-WRITE-SUSPENSE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
           MOVE IN-KEY TO SUS-KEY IN SUSPENSE-RECORD
           MOVE IN-NUMBER
               TO SUS-ORIGINAL-VALUE IN SUSPENSE-RECORD
           MOVE WS-FILE-CREATE-DATE
               TO SUS-CYCLE-DATE IN SUSPENSE-RECORD
           MOVE IN-SOURCE-ID
               TO SUS-SOURCE-ID IN SUSPENSE-RECORD
           MOVE "R1" TO SUS-REASON-CODE IN SUSPENSE-RECORD
           MOVE "PRE-COMPUTE BOUNDS CHECK - WOULD OVERFLOW ON DOUBLE"
               TO SUS-REASON-TEXT IN SUSPENSE-RECORD
           MOVE IN-KEY TO SUS-KEY IN SUSPENSE-RECORD
           MOVE IN-NUMBER
               TO SUS-ORIGINAL-VALUE IN SUSPENSE-RECORD
           MOVE WS-FILE-CREATE-DATE
               TO SUS-CYCLE-DATE IN SUSPENSE-RECORD
           MOVE IN-SOURCE-ID
               TO SUS-SOURCE-ID IN SUSPENSE-RECORD
           MOVE "R2" TO SUS-REASON-CODE IN SUSPENSE-RECORD
           MOVE "POST-COMPUTE OVERFLOW - EXCLUDED FROM OUTPUT"
               TO SUS-REASON-TEXT IN SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT.

       2270-WRITE-ACCOUNT-SUSPENSE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO SUS-TIMESTAMP IN SUSPENSE-RECORD
           MOVE IN-KEY TO SUS-KEY IN SUSPENSE-RECORD
           MOVE IN-NUMBER
               TO SUS-ORIGINAL-VALUE IN SUSPENSE-RECORD
           MOVE WS-FILE-CREATE-DATE
               TO SUS-CYCLE-DATE IN SUSPENSE-RECORD
           MOVE IN-SOURCE-ID
               TO SUS-SOURCE-ID IN SUSPENSE-RECORD
           MOVE WS-ACCOUNT-REASON-CODE
               TO SUS-REASON-CODE IN SUSPENSE-RECORD
           MOVE WS-ACCOUNT-REASON-TEXT
               TO SUS-REASON-TEXT IN SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD 1 TO WS-ACCOUNT-HOLD-COUNT.

      *  With a SPLITKEY cut on file each partition step reads only   *
      *  its own INFILEnn slice (see 1065-READ-SPLIT-RANGES), so the  *
      *  range filter below is a belt-and-braces check rather than    *
           SET WS-HEADER-SEEN TO TRUE
           MOVE INH-CREATE-DATE  TO WS-FILE-CREATE-DATE
           MOVE INH-CYCLE-NUMBER TO WS-FILE-CYCLE-NUMBER
      *  A cycle OVFLREV reversed is reopened on CYCFILE, and its
      *  corrected resend is the one repeat the check lets through.
           IF WS-LAST-CYCLE-KNOWN
               IF WS-FILE-CYCLE-NUMBER
                       NOT = WS-LAST-CYCLE-NUMBER + 1
                   AND (WS-REOPENED-CYCLE = 0
                       OR WS-FILE-CYCLE-NUMBER
                           NOT = WS-REOPENED-CYCLE)
                   DISPLAY "CYCLE NUMBER " WS-FILE-CYCLE-NUMBER
                       " REPEATS OR SKIPS - LAST PROCESSED WAS "
                       WS-LAST-CYCLE-NUMBER " - FILE REJECTED"
           MOVE IN-NUMBER             TO EXC-ORIGINAL-NUMBER
           MOVE WS-EXC-DOUBLED-VALUE  TO EXC-DOUBLED-VALUE
           MOVE WS-REMAINDER          TO EXC-REMAINDER
           MOVE IN-SOURCE-ID          TO EXC-SOURCE-ID
           WRITE EXCEPTION-RECORD.

       2460-SEND-ALERT.
           MOVE WS-OVERFLOW-FLAG   TO OUT-OVERFLOW-FLAG
           MOVE SPACES             TO OUT-REASON-CODE
           MOVE WS-SEVERITY-CODE   TO OUT-SEVERITY-CODE
           MOVE IN-SOURCE-ID       TO OUT-SOURCE-ID
           WRITE OUTPUT-RECORD
           IF WS-SEVERITY-CODE = "C"
               PERFORM 2470-SEND-BAND-ALERT
           MOVE WS-REMAINDER    TO CHK-REMAINDER
           MOVE WS-STATISTICS   TO CHK-STATISTICS
           MOVE CONTROL-TOTALS  TO CHK-CONTROL-TOTALS
           MOVE SOURCE-TOTALS   TO CHK-SOURCE-TOTALS
           WRITE CHECKPOINT-RECORD.

       3000-FINALIZE.
      *  the first to finish would make the rest reject the file as
      *  a repeat.  The merge step advances the cycle once every
      *  partition's totals have folded and reconciled.
      *  A reopened cycle's resend is processed below the last cycle
      *  seen, so the last cycle stays where it was and only the
      *  reopen is consumed; a new cycle processed while a reversed
      *  cycle still awaits its resend leaves the reopen standing.
       3400-UPDATE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-FILE
           IF WS-LAST-CYCLE-KNOWN
                   AND WS-FILE-CYCLE-NUMBER < WS-LAST-CYCLE-NUMBER
               MOVE WS-LAST-CYCLE-NUMBER TO CYC-LAST-CYCLE-NUMBER
               MOVE WS-LAST-CREATE-DATE  TO CYC-LAST-CREATE-DATE
           ELSE
               MOVE WS-FILE-CYCLE-NUMBER TO CYC-LAST-CYCLE-NUMBER
               MOVE WS-FILE-CREATE-DATE  TO CYC-LAST-CREATE-DATE
           END-IF
           IF WS-FILE-CYCLE-NUMBER = WS-REOPENED-CYCLE
               MOVE ZERO TO CYC-REOPENED-CYCLE
           ELSE
               MOVE WS-REOPENED-CYCLE TO CYC-REOPENED-CYCLE
           END-IF
           MOVE WS-FILE-CYCLE-NUMBER TO CYC-WINDOW-CYCLE-NUMBER
           MOVE WS-FILE-CREATE-DATE  TO CYC-WINDOW-CREATE-DATE
           WRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.

           MOVE WS-DIVISOR            TO RUN-DIVISOR
           MOVE WS-MULT-DEFAULT-SWITCH TO RUN-MULT-DEFAULTED
           MOVE WS-DIV-DEFAULT-SWITCH TO RUN-DIV-DEFAULTED
           MOVE WS-SCHEDULE-DATE      TO RUN-SCHEDULE-DATE
           MOVE CTL-INPUT-COUNT       TO RUN-INPUT-COUNT
           MOVE CTL-OUTPUT-COUNT      TO RUN-OUTPUT-COUNT
           MOVE CTL-SUSPENSE-COUNT    TO RUN-SUSPENSE-COUNT
           MOVE WS-OVERFLOW-COUNT        TO PTOT-OVERFLOW-COUNT
           MOVE WS-FILE-CYCLE-NUMBER     TO PTOT-CYCLE-NUMBER
           MOVE WS-FILE-CREATE-DATE      TO PTOT-CREATE-DATE
           MOVE WS-SCHEDULE-DATE         TO PTOT-SCHEDULE-DATE
           MOVE WS-MULTIPLIER            TO PTOT-MULTIPLIER
           MOVE WS-DIVISOR               TO PTOT-DIVISOR
           MOVE SOURCE-TOTALS            TO PTOT-SOURCE-TOTALS
           SET WS-REM-IDX TO 1
           PERFORM 10 TIMES
               MOVE WS-REMAINDER-DIST (WS-REM-IDX)
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCOUNT-HOLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OF WHICH ACCOUNT HOLDS (R3/R4) : "
               DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REMAINDER VALUE DISTRIBUTION" TO REPORT-LINE
