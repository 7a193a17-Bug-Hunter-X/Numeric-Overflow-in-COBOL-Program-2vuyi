       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLDRV.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLDRV                                                     *
      *  Batch-window step driver.  Every program in the chain       *
      *  guards itself in its own way - OVFLGL checks the MRGTOT     *
      *  verdict and GLSENT/GLCONF, OVFLPOST checks POSTCTL,         *
      *  OVFLCALC checks CYCFILE, OVFLTRND and OVFLCEDT end with     *
      *  RETURN-CODE 4 - but nothing recorded the state of the       *
      *  window as a whole, so run order lived in the paper run      *
      *  book (and an OVFLARCH run ahead of OVFLREL cost a day of    *
      *  restores).  The schedule runs this step before and after    *
      *  every step of the window, with the request on STEPPARM:     *
      *    START  - the step is refused (RETURN-CODE 12) unless      *
      *             every predecessor has finished cleanly for the   *
      *             same cycle, and the step that must run first is  *
      *             shown; otherwise the start is recorded           *
      *    END    - the end, return code and outcome are recorded;   *
      *             OVFLMRG only counts as clean when the merged     *
      *             totals it wrote carry the "B" verdict for that   *
      *             cycle.  The driver then ends with 0, 4 or 8 so   *
      *             the schedule stops where the step's outcome      *
      *             says it should                                   *
      *    ACCEPT - operations signs off a step held on a warning    *
      *    STATUS - report only                                      *
      *  Each run rewrites STEPRPT: every open cycle (one with any   *
      *  chain step not yet finished cleanly), each step's outcome,  *
      *  and the exact step to restart from - a step with a start    *
      *  and no end is one that was in flight when the job died.     *
      *  The chain, in run order, with each step's predecessors and  *
      *  the highest return code it may end with and still count as  *
      *  clean, is the WS-STEP-CHAIN table below.  OVFLSPLT is only  *
      *  part of the chain when PARMFILE asks for two or more        *
      *  partitions; OVFLCALC then runs once per partition, each     *
      *  partition recorded separately, and OVFLMRG waits for all    *
      *  of them.                                                    *
      *  A cycle backed out by OVFLREV has every step marked         *
      *  reversed: it shows as open again, and its corrected resend  *
      *  runs the whole chain under the same cycle number.           *
      *  OVFLCONS heads the chain: with no CONSPARM it ends at once  *
      *  and leaves RAWIN as received, so a single-source window     *
      *  runs it like any other step.                                *
      *  OVFLACK follows OVFLREL, so the day's releases go upstream  *
      *  with the cycle, and OVFLARCH waits for it; a cycle that     *
      *  does not tie to its inbound trailer still counts as clean   *
      *  at RETURN-CODE 4 once the file is sent.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-PARM-FILE ASSIGN TO "STEPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-PARM-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MERGED-TOTALS-FILE ASSIGN TO "MRGTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-TOTALS-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-MASTER-KEY
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

           SELECT STEP-REPORT-FILE ASSIGN TO "STEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-PARM-FILE.
           COPY OVFLSTPP.

       FD  PARM-FILE.
           COPY OVFLPARM.

       FD  MERGED-TOTALS-FILE.
           COPY OVFLMTOT.

       FD  STEP-CONTROL-FILE.
           COPY OVFLSTEP.

       FD  STEP-REPORT-FILE.
       01  STEP-REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STEP-PARM-STATUS         PIC XX   VALUE SPACES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-MERGED-TOTALS-STATUS     PIC XX   VALUE SPACES.
           05  WS-STEP-CONTROL-STATUS      PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DRIVER-SWITCH            PIC X    VALUE 'Y'.
               88  WS-DRIVER-OK                     VALUE 'Y'.
               88  WS-DRIVER-BLOCKED                VALUE 'N'.
           05  WS-MASTER-OPEN-SWITCH       PIC X    VALUE 'N'.
               88  WS-MASTER-OPEN                   VALUE 'Y'.
           05  WS-PREDECESSOR-SWITCH       PIC X    VALUE 'Y'.
               88  WS-PREDECESSORS-CLEAN            VALUE 'Y'.
               88  WS-PREDECESSOR-MISSING           VALUE 'N'.
           05  WS-ROW-SWITCH               PIC X    VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-MISSING                   VALUE 'N'.
           05  WS-MASTER-EOF-SWITCH        PIC X    VALUE 'N'.
               88  WS-END-OF-MASTER                 VALUE 'Y'.
           05  WS-RESTART-SWITCH           PIC X    VALUE 'N'.
               88  WS-RESTART-FOUND                 VALUE 'Y'.
           05  WS-LISTING-SWITCH           PIC X    VALUE 'N'.
               88  WS-LISTING-STEPS                 VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH        PIC X    VALUE 'N'.
               88  WS-STEP-IN-CHAIN                 VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-REQUEST.
           05  WS-ACTION                   PIC X(6)  VALUE "STATUS".
               88  WS-ACTION-START                  VALUE "START ".
               88  WS-ACTION-END                    VALUE "END   ".
               88  WS-ACTION-ACCEPT                 VALUE "ACCEPT".
               88  WS-ACTION-STATUS                 VALUE "STATUS".
           05  WS-REQ-CYCLE                PIC 9(6)  VALUE ZERO.
           05  WS-REQ-STEP                 PIC X(8)  VALUE SPACES.
           05  WS-REQ-PARTITION            PIC 9(2)  VALUE ZERO.
           05  WS-REQ-RETURN-CODE          PIC 9(4)  VALUE ZERO.
           05  WS-REQ-NOTE                 PIC X(40) VALUE SPACES.
           05  WS-PARTITION-COUNT          PIC 9(2)  VALUE ZERO.

      *  The batch-window chain in run order.  Per step: name; kind
      *  (N ordinary, P once per partition, S only run when the
      *  window is partitioned); the highest return code that still
      *  counts as clean; up to three predecessors.
       01  WS-STEP-CHAIN-VALUES.
           05  FILLER  PIC X(8)  VALUE "OVFLCONS".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 04.
           05  FILLER  PIC X(24) VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE "OVFLEDIT".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 04.
           05  FILLER  PIC X(24) VALUE "OVFLCONS".
           05  FILLER  PIC X(8)  VALUE "OVFLDUP ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 04.
           05  FILLER  PIC X(24) VALUE "OVFLEDIT".
           05  FILLER  PIC X(8)  VALUE "OVFLSPLT".
           05  FILLER  PIC X     VALUE "S".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLDUP ".
           05  FILLER  PIC X(8)  VALUE "OVFLCALC".
           05  FILLER  PIC X     VALUE "P".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLDUP OVFLSPLT".
           05  FILLER  PIC X(8)  VALUE "OVFLMRG ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLCALC".
           05  FILLER  PIC X(8)  VALUE "OVFLTRND".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLMRG ".
           05  FILLER  PIC X(8)  VALUE "OVFLGL  ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLTRND".
           05  FILLER  PIC X(8)  VALUE "OVFLPOST".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLMRG OVFLGL  ".
           05  FILLER  PIC X(8)  VALUE "OVFLHST ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLPOST".
           05  FILLER  PIC X(8)  VALUE "OVFLCEDT".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 04.
           05  FILLER  PIC X(24) VALUE "OVFLHST ".
           05  FILLER  PIC X(8)  VALUE "OVFLREL ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLCEDT".
           05  FILLER  PIC X(8)  VALUE "OVFLACK ".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 04.
           05  FILLER  PIC X(24) VALUE "OVFLREL ".
           05  FILLER  PIC X(8)  VALUE "OVFLARCH".
           05  FILLER  PIC X     VALUE "N".
           05  FILLER  PIC 9(2)  VALUE 00.
           05  FILLER  PIC X(24) VALUE "OVFLHST OVFLREL OVFLACK ".
       01  WS-STEP-CHAIN REDEFINES WS-STEP-CHAIN-VALUES.
           05  WS-CHAIN-ENTRY OCCURS 14 TIMES
                              INDEXED BY WS-CHN-IDX.
               10  WS-CHN-STEP-NAME        PIC X(8).
               10  WS-CHN-KIND             PIC X.
               10  WS-CHN-CLEAN-LIMIT      PIC 9(2).
               10  WS-CHN-PREDECESSOR      PIC X(8) OCCURS 3 TIMES.

       01  WS-CHAIN-CONTROL.
           05  WS-CHAIN-COUNT              PIC 9(2)  VALUE 14.
           05  WS-CURRENT-STEP-SUB         PIC 9(2)  VALUE ZERO.
           05  WS-PRED-STEP-SUB            PIC 9(2)  VALUE ZERO.
           05  WS-PRED-SUB                 PIC 9(2)  VALUE ZERO.
           05  WS-LOOKUP-STEP              PIC X(8)  VALUE SPACES.
           05  WS-CHECK-PART               PIC 9(2)  VALUE ZERO.
           05  WS-CHECK-PART-LIMIT         PIC 9(2)  VALUE ZERO.

       01  WS-WALK-CONTROL.
           05  WS-WALK-CYCLE               PIC 9(6)  VALUE ZERO.
           05  WS-WALK-SUB                 PIC 9(2)  VALUE ZERO.
           05  WS-WALK-PART                PIC 9(2)  VALUE ZERO.
           05  WS-WALK-PART-LIMIT          PIC 9(2)  VALUE ZERO.
           05  WS-WALK-STATE               PIC X(9)  VALUE SPACES.
           05  WS-RESTART-STEP             PIC X(8)  VALUE SPACES.
           05  WS-RESTART-PART             PIC 9(2)  VALUE ZERO.
           05  WS-RESTART-ADVICE           PIC X(50) VALUE SPACES.

      *  Cycles on the master that may still be open, collected for
      *  the status report before any random read disturbs the
      *  browse.  Cycles plainly closed are only counted.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT              PIC 9(4)  VALUE 0.
           05  WS-CYCLE-MAX                PIC 9(4)  VALUE 1000.
           05  WS-CYCLES-DROPPED           PIC 9(9)  VALUE 0.
           05  WS-CYCLE-ENTRY              PIC 9(6)  OCCURS 1000 TIMES
                                           INDEXED BY WS-CYC-IDX.

       01  WS-BROWSE-CONTROL.
           05  WS-BROWSE-CYCLE             PIC 9(6)  VALUE ZERO.
           05  WS-BROWSE-CLEAN-ROWS        PIC 9(4)  VALUE ZERO.
           05  WS-EXPECTED-INSTANCES       PIC 9(4)  VALUE ZERO.
           05  WS-BROWSE-CYCLE-SWITCH      PIC X     VALUE 'N'.
               88  WS-BROWSE-HAS-CYCLE              VALUE 'Y'.
           05  WS-BROWSE-OPEN-SWITCH       PIC X     VALUE 'N'.
               88  WS-BROWSE-CYCLE-OPEN             VALUE 'Y'.

       01  WS-STATISTICS.
           05  WS-OPEN-CYCLES              PIC 9(9) VALUE 0.
           05  WS-CLOSED-CYCLES            PIC 9(9) VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-RC                  PIC ZZZ9.
           05  WS-EDIT-PART                PIC 99.
           05  WS-EDIT-ATTEMPTS            PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-DRIVER-OK
               IF WS-ACTION-START
                   PERFORM 2000-START-STEP
               END-IF
               IF WS-ACTION-END
                   PERFORM 2500-END-STEP
               END-IF
               IF WS-ACTION-ACCEPT
                   PERFORM 2800-ACCEPT-STEP
               END-IF
           END-IF
           IF WS-MASTER-OPEN
               PERFORM 3000-WRITE-STATUS-REPORT
           END-IF
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1050-READ-PARAMETERS
           PERFORM 1052-READ-PARTITION-COUNT
           PERFORM 1055-VALIDATE-PARAMETERS
           PERFORM 1100-OPEN-MASTER.

      *  No request file is a status-only run, so the report can be
      *  pulled at any time without building a request.
       1050-READ-PARAMETERS.
           OPEN INPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS = "00"
               READ STEP-PARM-FILE
                   NOT AT END
                       MOVE STPP-ACTION    TO WS-ACTION
                       MOVE STPP-STEP-NAME TO WS-REQ-STEP
                       MOVE STPP-NOTE      TO WS-REQ-NOTE
                       IF STPP-CYCLE-NUMBER IS NUMERIC
                           MOVE STPP-CYCLE-NUMBER TO WS-REQ-CYCLE
                       END-IF
                       IF STPP-PARTITION-ID IS NUMERIC
                           MOVE STPP-PARTITION-ID TO WS-REQ-PARTITION
                       END-IF
                       IF STPP-RETURN-CODE IS NUMERIC
                           MOVE STPP-RETURN-CODE
                               TO WS-REQ-RETURN-CODE
                       END-IF
               END-READ
               CLOSE STEP-PARM-FILE
           END-IF.

       1052-READ-PARTITION-COUNT.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PARTITION-COUNT IS NUMERIC
                           MOVE PARM-PARTITION-COUNT
                               TO WS-PARTITION-COUNT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1055-VALIDATE-PARAMETERS.
           IF NOT WS-ACTION-START AND NOT WS-ACTION-END
                   AND NOT WS-ACTION-ACCEPT AND NOT WS-ACTION-STATUS
               DISPLAY "STEP DRIVER ACTION '" WS-ACTION
                   "' NOT RECOGNIZED - START, END, ACCEPT OR STATUS"
               SET WS-DRIVER-BLOCKED TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-DRIVER-OK AND NOT WS-ACTION-STATUS
               IF WS-REQ-CYCLE = ZERO
                   DISPLAY "STEP DRIVER REQUEST HAS NO CYCLE NUMBER"
                   SET WS-DRIVER-BLOCKED TO TRUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-REQ-STEP TO WS-LOOKUP-STEP
                   PERFORM 1200-FIND-CHAIN-STEP
                   IF WS-STEP-IN-CHAIN
                       SET WS-CURRENT-STEP-SUB TO WS-CHN-IDX
                       PERFORM 1210-VALIDATE-PARTITION
                   ELSE
                       DISPLAY "STEP " WS-REQ-STEP
                           " IS NOT PART OF THE BATCH-WINDOW CHAIN"
                       SET WS-DRIVER-BLOCKED TO TRUE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1100-OPEN-MASTER.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "35"
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF
           IF WS-STEP-CONTROL-STATUS NOT = "00"
               DISPLAY "STEP-CONTROL MASTER OPEN FAILED - STATUS "
                   WS-STEP-CONTROL-STATUS
               SET WS-DRIVER-BLOCKED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
           END-IF.

       1200-FIND-CHAIN-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SWITCH
           SET WS-CHN-IDX TO 1
           SEARCH WS-CHAIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHN-STEP-NAME (WS-CHN-IDX) = WS-LOOKUP-STEP
                   SET WS-STEP-IN-CHAIN TO TRUE
           END-SEARCH.

      *  A partitioned step names its partition (01 up to the
      *  partition count); every other step, and OVFLCALC in an
      *  unpartitioned window, is partition 00.
       1210-VALIDATE-PARTITION.
           IF WS-CHN-KIND (WS-CURRENT-STEP-SUB) = "P"
                   AND WS-PARTITION-COUNT > 1
               IF WS-REQ-PARTITION = ZERO
                       OR WS-REQ-PARTITION > WS-PARTITION-COUNT
                   DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                       WS-REQ-PARTITION " OUTSIDE 01 TO "
                       WS-PARTITION-COUNT
                   SET WS-DRIVER-BLOCKED TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-REQ-PARTITION NOT = ZERO
                   DISPLAY "STEP " WS-REQ-STEP
                       " IS NOT PARTITIONED - PARTITION MUST BE 00"
                   SET WS-DRIVER-BLOCKED TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
               IF WS-CHN-KIND (WS-CURRENT-STEP-SUB) = "S"
                       AND WS-PARTITION-COUNT < 2
                   DISPLAY "STEP " WS-REQ-STEP
                       " ONLY RUNS IN A PARTITIONED WINDOW - "
                       "PARTITION COUNT IS " WS-PARTITION-COUNT
                   SET WS-DRIVER-BLOCKED TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      *  A step already finished cleanly is not started again - the
      *  restart point is further down the chain.  A step left
      *  started (abended) or failed or held is simply re-run.
       2000-START-STEP.
           PERFORM 2100-CHECK-PREDECESSORS
           IF WS-PREDECESSOR-MISSING
               DISPLAY "STEP " WS-REQ-STEP " REFUSED FOR CYCLE "
                   WS-REQ-CYCLE " - PREDECESSORS NOT FINISHED CLEANLY"
               MOVE WS-REQ-CYCLE TO WS-WALK-CYCLE
               PERFORM 3200-FIND-RESTART-POINT
               IF WS-RESTART-FOUND
                   DISPLAY "CYCLE " WS-REQ-CYCLE " RESTART POINT: "
                       WS-RESTART-STEP " PARTITION " WS-RESTART-PART
                       " - " WS-RESTART-ADVICE
               END-IF
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-REQ-CYCLE     TO STP-CYCLE-NUMBER
               MOVE WS-REQ-STEP      TO STP-STEP-NAME
               MOVE WS-REQ-PARTITION TO STP-PARTITION-ID
               PERFORM 2900-READ-STEP-ROW
               IF WS-ROW-FOUND AND STP-FINISHED-CLEAN
                   DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                       WS-REQ-PARTITION " ALREADY FINISHED CLEANLY "
                       "FOR CYCLE " WS-REQ-CYCLE " - NOT RE-RUN"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 2200-RECORD-START
               END-IF
           END-IF.

       2100-CHECK-PREDECESSORS.
           SET WS-PREDECESSORS-CLEAN TO TRUE
           MOVE 1 TO WS-PRED-SUB
           PERFORM 2150-CHECK-ONE-PREDECESSOR
               UNTIL WS-PRED-SUB > 3.

      *  An OVFLSPLT-type predecessor is skipped in an unpartitioned
      *  window - it never runs there.  A partitioned predecessor
      *  must be clean in every partition.
       2150-CHECK-ONE-PREDECESSOR.
           IF WS-CHN-PREDECESSOR (WS-CURRENT-STEP-SUB WS-PRED-SUB)
                   NOT = SPACES
               MOVE WS-CHN-PREDECESSOR
                   (WS-CURRENT-STEP-SUB WS-PRED-SUB) TO WS-LOOKUP-STEP
               PERFORM 1200-FIND-CHAIN-STEP
               SET WS-PRED-STEP-SUB TO WS-CHN-IDX
               IF WS-CHN-KIND (WS-PRED-STEP-SUB) = "S"
                       AND WS-PARTITION-COUNT < 2
                   CONTINUE
               ELSE
                   IF WS-CHN-KIND (WS-PRED-STEP-SUB) = "P"
                           AND WS-PARTITION-COUNT > 1
                       MOVE 1 TO WS-CHECK-PART
                       MOVE WS-PARTITION-COUNT TO WS-CHECK-PART-LIMIT
                   ELSE
                       MOVE 0 TO WS-CHECK-PART
                       MOVE 0 TO WS-CHECK-PART-LIMIT
                   END-IF
                   PERFORM 2170-CHECK-PREDECESSOR-ROW
                       UNTIL WS-CHECK-PART > WS-CHECK-PART-LIMIT
               END-IF
           END-IF
           ADD 1 TO WS-PRED-SUB.

       2170-CHECK-PREDECESSOR-ROW.
           MOVE WS-REQ-CYCLE   TO STP-CYCLE-NUMBER
           MOVE WS-LOOKUP-STEP TO STP-STEP-NAME
           MOVE WS-CHECK-PART  TO STP-PARTITION-ID
           PERFORM 2900-READ-STEP-ROW
           IF WS-ROW-MISSING
               SET WS-PREDECESSOR-MISSING TO TRUE
               DISPLAY "PREDECESSOR " WS-LOOKUP-STEP " PARTITION "
                   WS-CHECK-PART " HAS NOT RUN FOR CYCLE "
                   WS-REQ-CYCLE
           ELSE
               IF NOT STP-FINISHED-CLEAN
                   SET WS-PREDECESSOR-MISSING TO TRUE
                   DISPLAY "PREDECESSOR " WS-LOOKUP-STEP " PARTITION "
                       WS-CHECK-PART " NOT FINISHED CLEANLY FOR CYCLE "
                       WS-REQ-CYCLE " - OUTCOME " STP-OUTCOME
                       " RC " STP-RETURN-CODE
               END-IF
           END-IF
           ADD 1 TO WS-CHECK-PART.

       2200-RECORD-START.
           MOVE WS-CURRENT-TIMESTAMP TO STP-START-TIMESTAMP
           MOVE SPACES               TO STP-END-TIMESTAMP
           MOVE ZERO                 TO STP-RETURN-CODE
           SET STP-STARTED           TO TRUE
           MOVE SPACES               TO STP-NOTE
           IF WS-ROW-FOUND
               IF STP-ATTEMPT-COUNT < 999
                   ADD 1 TO STP-ATTEMPT-COUNT
               END-IF
               REWRITE STEP-CONTROL-RECORD
           ELSE
               MOVE WS-REQ-CYCLE     TO STP-CYCLE-NUMBER
               MOVE WS-REQ-STEP      TO STP-STEP-NAME
               MOVE WS-REQ-PARTITION TO STP-PARTITION-ID
               MOVE 1                TO STP-ATTEMPT-COUNT
               WRITE STEP-CONTROL-RECORD
           END-IF
           IF WS-STEP-CONTROL-STATUS NOT = "00"
               DISPLAY "STEP-CONTROL START NOT RECORDED FOR "
                   WS-REQ-STEP " - STATUS " WS-STEP-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                   WS-REQ-PARTITION " MAY RUN FOR CYCLE " WS-REQ-CYCLE
                   " - ATTEMPT " STP-ATTEMPT-COUNT
           END-IF.

      *  The return code decides the outcome against the step's own
      *  clean limit: within it is clean, under 8 is a warning held
      *  for review, 8 and over is a failure.
       2500-END-STEP.
           MOVE WS-REQ-CYCLE     TO STP-CYCLE-NUMBER
           MOVE WS-REQ-STEP      TO STP-STEP-NAME
           MOVE WS-REQ-PARTITION TO STP-PARTITION-ID
           PERFORM 2900-READ-STEP-ROW
           IF WS-ROW-MISSING OR NOT STP-STARTED
               DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                   WS-REQ-PARTITION " HAS NO OPEN START FOR CYCLE "
                   WS-REQ-CYCLE " - END NOT RECORDED"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-CURRENT-TIMESTAMP TO STP-END-TIMESTAMP
               MOVE WS-REQ-RETURN-CODE   TO STP-RETURN-CODE
               MOVE SPACES               TO STP-NOTE
               IF WS-REQ-RETURN-CODE
                       NOT > WS-CHN-CLEAN-LIMIT (WS-CURRENT-STEP-SUB)
                   SET STP-COMPLETE TO TRUE
               ELSE
                   IF WS-REQ-RETURN-CODE < 8
                       SET STP-WARNING TO TRUE
                       MOVE "WARNING - REVIEW AND ACCEPT OR RE-RUN"
                           TO STP-NOTE
                   ELSE
                       SET STP-FAILED TO TRUE
                       MOVE "FAILED - RE-RUN REQUIRED" TO STP-NOTE
                   END-IF
               END-IF
               IF WS-REQ-STEP = "OVFLMRG " AND STP-COMPLETE
                   PERFORM 2600-CHECK-MERGE-VERDICT
               END-IF
               REWRITE STEP-CONTROL-RECORD
               IF WS-STEP-CONTROL-STATUS NOT = "00"
                   DISPLAY "STEP-CONTROL END NOT RECORDED FOR "
                       WS-REQ-STEP " - STATUS " WS-STEP-CONTROL-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                       WS-REQ-PARTITION " ENDED FOR CYCLE "
                       WS-REQ-CYCLE " - RC " WS-REQ-RETURN-CODE
                       " OUTCOME " STP-OUTCOME
                   IF STP-WARNING
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF STP-FAILED
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *  OVFLMRG ends with RETURN-CODE 0 even when it cannot
      *  reconcile - its verdict is on MRGTOT.  The merge only
      *  counts as clean when MRGTOT is for this cycle and says "B",
      *  so nothing downstream starts on an out-of-balance merge.
       2600-CHECK-MERGE-VERDICT.
           OPEN INPUT MERGED-TOTALS-FILE
           IF WS-MERGED-TOTALS-STATUS NOT = "00"
               SET STP-FAILED TO TRUE
               MOVE "MERGED CONTROL TOTALS MISSING" TO STP-NOTE
           ELSE
               READ MERGED-TOTALS-FILE
                   AT END
                       SET STP-FAILED TO TRUE
                       MOVE "MERGED CONTROL TOTALS EMPTY" TO STP-NOTE
                   NOT AT END
                       IF MTOT-CYCLE-NUMBER NOT = WS-REQ-CYCLE
                           SET STP-FAILED TO TRUE
                           MOVE "MERGED TOTALS ARE FOR ANOTHER CYCLE"
                               TO STP-NOTE
                       ELSE
                           IF MTOT-RECONCILE-VERDICT NOT = "B"
                               SET STP-FAILED TO TRUE
                               MOVE "MERGE VERDICT OUT OF BALANCE"
                                   TO STP-NOTE
                           END-IF
                       END-IF
               END-READ
               CLOSE MERGED-TOTALS-FILE
           END-IF.

      *  Only a warning can be accepted - a failure has to be fixed
      *  and re-run, never signed off.
       2800-ACCEPT-STEP.
           MOVE WS-REQ-CYCLE     TO STP-CYCLE-NUMBER
           MOVE WS-REQ-STEP      TO STP-STEP-NAME
           MOVE WS-REQ-PARTITION TO STP-PARTITION-ID
           PERFORM 2900-READ-STEP-ROW
           IF WS-ROW-MISSING OR NOT STP-WARNING
               DISPLAY "STEP " WS-REQ-STEP " PARTITION "
                   WS-REQ-PARTITION " IS NOT HELD ON A WARNING FOR "
                   "CYCLE " WS-REQ-CYCLE " - NOTHING TO ACCEPT"
               MOVE 12 TO RETURN-CODE
           ELSE
               SET STP-ACCEPTED TO TRUE
               IF WS-REQ-NOTE = SPACES
                   MOVE "WARNING ACCEPTED BY OPERATIONS" TO STP-NOTE
               ELSE
                   MOVE WS-REQ-NOTE TO STP-NOTE
               END-IF
               REWRITE STEP-CONTROL-RECORD
               IF WS-STEP-CONTROL-STATUS NOT = "00"
                   DISPLAY "STEP-CONTROL ACCEPT NOT RECORDED FOR "
                       WS-REQ-STEP " - STATUS " WS-STEP-CONTROL-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY "STEP " WS-REQ-STEP " WARNING ACCEPTED FOR "
                       "CYCLE " WS-REQ-CYCLE
               END-IF
           END-IF.

       2900-READ-STEP-ROW.
           READ STEP-CONTROL-FILE
               INVALID KEY
                   SET WS-ROW-MISSING TO TRUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ.

       3000-WRITE-STATUS-REPORT.
           PERFORM 3100-COLLECT-CYCLES
           OPEN OUTPUT STEP-REPORT-FILE
           MOVE "OVFLDRV BATCH-WINDOW STEP STATUS REPORT"
               TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           IF WS-CYCLE-COUNT > 0
               SET WS-CYC-IDX TO 1
               PERFORM 3300-REPORT-ONE-CYCLE
                   UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
           END-IF
           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE WS-OPEN-CYCLES TO WS-EDIT-COUNT
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "OPEN CYCLES  . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE WS-CLOSED-CYCLES TO WS-EDIT-COUNT
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "CLOSED CYCLES  . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           IF WS-CYCLES-DROPPED > 0
               MOVE WS-CYCLES-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO STEP-REPORT-LINE
               STRING "OLDER CYCLES NOT REPORTED  . : "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT             DELIMITED BY SIZE
                   " - CYCLE TABLE FULL, CHECK STEPCTL BY HAND"
                       DELIMITED BY SIZE
                   INTO STEP-REPORT-LINE
               WRITE STEP-REPORT-LINE
           END-IF
           CLOSE STEP-REPORT-FILE.

      *  The key leads with the cycle number, so one browse from the
      *  front gives every cycle in order, each cycle's rows together.
      *  A cycle whose rows are all finished cleanly, and as many as
      *  the chain runs, is plainly closed and only counted; any
      *  other is tabled for 3300 to walk, which has the last word.
      *  Should the table still fill, the oldest entry gives way so
      *  the newest cycles are always reported, and the run ends
      *  with at least RETURN-CODE 4.
       3100-COLLECT-CYCLES.
           MOVE ZERO TO WS-EXPECTED-INSTANCES
           MOVE 1 TO WS-WALK-SUB
           PERFORM 3110-COUNT-CHAIN-INSTANCES
               UNTIL WS-WALK-SUB > WS-CHAIN-COUNT
           MOVE 'N' TO WS-BROWSE-CYCLE-SWITCH
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO STP-MASTER-KEY
           START STEP-CONTROL-FILE KEY IS NOT LESS THAN STP-MASTER-KEY
               INVALID KEY
                   SET WS-END-OF-MASTER TO TRUE
           END-START
           PERFORM 3150-COLLECT-ONE-ROW UNTIL WS-END-OF-MASTER
           IF WS-BROWSE-HAS-CYCLE
               PERFORM 3170-SETTLE-BROWSE-CYCLE
           END-IF
           IF WS-CYCLES-DROPPED > 0
               DISPLAY "STATUS REPORT CYCLE TABLE FULL AT "
                   WS-CYCLE-MAX " - " WS-CYCLES-DROPPED
                   " OLDER CYCLE(S) NOT REPORTED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3110-COUNT-CHAIN-INSTANCES.
           IF WS-CHN-KIND (WS-WALK-SUB) = "S"
                   AND WS-PARTITION-COUNT < 2
               CONTINUE
           ELSE
               IF WS-CHN-KIND (WS-WALK-SUB) = "P"
                       AND WS-PARTITION-COUNT > 1
                   ADD WS-PARTITION-COUNT TO WS-EXPECTED-INSTANCES
               ELSE
                   ADD 1 TO WS-EXPECTED-INSTANCES
               END-IF
           END-IF
           ADD 1 TO WS-WALK-SUB.

       3150-COLLECT-ONE-ROW.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   IF WS-BROWSE-HAS-CYCLE
                           AND STP-CYCLE-NUMBER NOT = WS-BROWSE-CYCLE
                       PERFORM 3170-SETTLE-BROWSE-CYCLE
                   END-IF
                   IF NOT WS-BROWSE-HAS-CYCLE
                       SET WS-BROWSE-HAS-CYCLE TO TRUE
                       MOVE STP-CYCLE-NUMBER TO WS-BROWSE-CYCLE
                       MOVE ZERO TO WS-BROWSE-CLEAN-ROWS
                       MOVE 'N' TO WS-BROWSE-OPEN-SWITCH
                   END-IF
                   IF STP-FINISHED-CLEAN
                       ADD 1 TO WS-BROWSE-CLEAN-ROWS
                   ELSE
                       SET WS-BROWSE-CYCLE-OPEN TO TRUE
                   END-IF
           END-READ.

       3160-ADD-CYCLE.
           IF WS-CYCLE-COUNT < WS-CYCLE-MAX
               ADD 1 TO WS-CYCLE-COUNT
           ELSE
               SET WS-CYC-IDX TO 1
               PERFORM UNTIL WS-CYC-IDX >= WS-CYCLE-MAX
                   MOVE WS-CYCLE-ENTRY (WS-CYC-IDX + 1)
                       TO WS-CYCLE-ENTRY (WS-CYC-IDX)
                   SET WS-CYC-IDX UP BY 1
               END-PERFORM
               ADD 1 TO WS-CYCLES-DROPPED
           END-IF
           MOVE WS-BROWSE-CYCLE TO WS-CYCLE-ENTRY (WS-CYCLE-COUNT).

       3170-SETTLE-BROWSE-CYCLE.
           IF NOT WS-BROWSE-CYCLE-OPEN
                   AND WS-BROWSE-CLEAN-ROWS NOT < WS-EXPECTED-INSTANCES
               ADD 1 TO WS-CLOSED-CYCLES
           ELSE
               PERFORM 3160-ADD-CYCLE
           END-IF
           MOVE 'N' TO WS-BROWSE-CYCLE-SWITCH.

      *  Walks the chain in run order for WS-WALK-CYCLE.  The first
      *  step instance not finished cleanly is the restart point;
      *  with WS-LISTING-STEPS on, every instance is also printed.
       3200-FIND-RESTART-POINT.
           MOVE 'N' TO WS-RESTART-SWITCH
           MOVE SPACES TO WS-RESTART-STEP
           MOVE ZERO TO WS-RESTART-PART
           MOVE SPACES TO WS-RESTART-ADVICE
           MOVE 1 TO WS-WALK-SUB
           PERFORM 3250-EXAMINE-ONE-STEP
               UNTIL WS-WALK-SUB > WS-CHAIN-COUNT.

       3250-EXAMINE-ONE-STEP.
           IF WS-CHN-KIND (WS-WALK-SUB) = "S"
                   AND WS-PARTITION-COUNT < 2
               CONTINUE
           ELSE
               IF WS-CHN-KIND (WS-WALK-SUB) = "P"
                       AND WS-PARTITION-COUNT > 1
                   MOVE 1 TO WS-WALK-PART
                   MOVE WS-PARTITION-COUNT TO WS-WALK-PART-LIMIT
               ELSE
                   MOVE 0 TO WS-WALK-PART
                   MOVE 0 TO WS-WALK-PART-LIMIT
               END-IF
               PERFORM 3260-EXAMINE-ONE-INSTANCE
                   UNTIL WS-WALK-PART > WS-WALK-PART-LIMIT
           END-IF
           ADD 1 TO WS-WALK-SUB.

       3260-EXAMINE-ONE-INSTANCE.
           MOVE WS-WALK-CYCLE                  TO STP-CYCLE-NUMBER
           MOVE WS-CHN-STEP-NAME (WS-WALK-SUB) TO STP-STEP-NAME
           MOVE WS-WALK-PART                   TO STP-PARTITION-ID
           PERFORM 2900-READ-STEP-ROW
           IF WS-ROW-MISSING
               MOVE "NOT RUN" TO WS-WALK-STATE
           ELSE
               IF STP-STARTED
                   MOVE "STARTED" TO WS-WALK-STATE
               END-IF
               IF STP-COMPLETE
                   MOVE "COMPLETE" TO WS-WALK-STATE
               END-IF
               IF STP-WARNING
                   MOVE "HELD" TO WS-WALK-STATE
               END-IF
               IF STP-ACCEPTED
                   MOVE "ACCEPTED" TO WS-WALK-STATE
               END-IF
               IF STP-FAILED
                   MOVE "FAILED" TO WS-WALK-STATE
               END-IF
               IF STP-REVERSED
                   MOVE "REVERSED" TO WS-WALK-STATE
               END-IF
           END-IF
           IF NOT WS-RESTART-FOUND
               IF WS-ROW-MISSING
                   SET WS-RESTART-FOUND TO TRUE
                   MOVE "NEXT STEP TO RUN" TO WS-RESTART-ADVICE
               ELSE
                   IF NOT STP-FINISHED-CLEAN
                       SET WS-RESTART-FOUND TO TRUE
                       PERFORM 3270-SET-RESTART-ADVICE
                   END-IF
               END-IF
               IF WS-RESTART-FOUND
                   MOVE WS-CHN-STEP-NAME (WS-WALK-SUB)
                       TO WS-RESTART-STEP
                   MOVE WS-WALK-PART TO WS-RESTART-PART
               END-IF
           END-IF
           IF WS-LISTING-STEPS
               PERFORM 3280-WRITE-STEP-LINE
           END-IF
           ADD 1 TO WS-WALK-PART.

       3270-SET-RESTART-ADVICE.
           IF STP-STARTED
               MOVE "STARTED, NO END - ABENDED OR IN FLIGHT - RESTART"
                   TO WS-RESTART-ADVICE
           END-IF
           IF STP-FAILED
               MOVE "FAILED - FIX AND RESTART FROM THIS STEP"
                   TO WS-RESTART-ADVICE
           END-IF
           IF STP-WARNING
               MOVE "HELD ON WARNING - ACCEPT OR RE-RUN THIS STEP"
                   TO WS-RESTART-ADVICE
           END-IF
           IF STP-REVERSED
               MOVE "CYCLE REVERSED - RUN THE CORRECTED RESEND"
                   TO WS-RESTART-ADVICE
           END-IF.

       3280-WRITE-STEP-LINE.
           MOVE WS-WALK-PART TO WS-EDIT-PART
           MOVE SPACES TO STEP-REPORT-LINE
           IF WS-ROW-MISSING
               STRING "    " DELIMITED BY SIZE
                   WS-CHN-STEP-NAME (WS-WALK-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PART       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-WALK-STATE      DELIMITED BY SIZE
                   INTO STEP-REPORT-LINE
           ELSE
               MOVE STP-RETURN-CODE   TO WS-EDIT-RC
               MOVE STP-ATTEMPT-COUNT TO WS-EDIT-ATTEMPTS
               STRING "    " DELIMITED BY SIZE
                   WS-CHN-STEP-NAME (WS-WALK-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PART       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-WALK-STATE      DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   WS-EDIT-RC         DELIMITED BY SIZE
                   " TRY " DELIMITED BY SIZE
                   WS-EDIT-ATTEMPTS   DELIMITED BY SIZE
                   " START " DELIMITED BY SIZE
                   STP-START-TIMESTAMP (1:14) DELIMITED BY SIZE
                   " END " DELIMITED BY SIZE
                   STP-END-TIMESTAMP (1:14)   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STP-NOTE           DELIMITED BY SIZE
                   INTO STEP-REPORT-LINE
           END-IF
           WRITE STEP-REPORT-LINE.

      *  A cycle with every chain step finished cleanly is closed and
      *  only counted; an open cycle gets its restart point and a
      *  line per step.
       3300-REPORT-ONE-CYCLE.
           MOVE WS-CYCLE-ENTRY (WS-CYC-IDX) TO WS-WALK-CYCLE
           MOVE 'N' TO WS-LISTING-SWITCH
           PERFORM 3200-FIND-RESTART-POINT
           IF WS-RESTART-FOUND
               ADD 1 TO WS-OPEN-CYCLES
               MOVE WS-RESTART-PART TO WS-EDIT-PART
               MOVE SPACES TO STEP-REPORT-LINE
               STRING "CYCLE " DELIMITED BY SIZE
                   WS-WALK-CYCLE      DELIMITED BY SIZE
                   "  RESTART FROM " DELIMITED BY SIZE
                   WS-RESTART-STEP    DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PART       DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-RESTART-ADVICE  DELIMITED BY SIZE
                   INTO STEP-REPORT-LINE
               WRITE STEP-REPORT-LINE
               SET WS-LISTING-STEPS TO TRUE
               PERFORM 3200-FIND-RESTART-POINT
               MOVE 'N' TO WS-LISTING-SWITCH
           ELSE
               ADD 1 TO WS-CLOSED-CYCLES
           END-IF
           SET WS-CYC-IDX UP BY 1.

       4000-FINALIZE.
           IF WS-MASTER-OPEN
               CLOSE STEP-CONTROL-FILE
           END-IF
           IF WS-DRIVER-BLOCKED
               DISPLAY "OVFLDRV - REQUEST NOT PROCESSED"
           END-IF.
