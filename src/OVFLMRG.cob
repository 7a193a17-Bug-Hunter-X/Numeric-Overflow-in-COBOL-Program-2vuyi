      *  consolidated OUTFILE/SUSFILE/EXCFILE downstream expects, and *
      *  reconciles the combined input/output control totals across   *
      *  every partition before anything is relied on by the GL.      *
      *  The partitions also total by upstream source; those are      *
      *  folded the same way, each source is reconciled on its own,   *
      *  and the merge report and MRGTOT carry the breakdown, so a    *
      *  bad file from one source is seen against that source.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY OVFLCTL.

       COPY OVFLSRCT.

       COPY OVFLSRCT REPLACING SOURCE-TOTALS BY PART-SOURCE-TOTALS
                               SRT-IDX BY PRT-IDX.

      *  Per-source figures are only as complete as the partitions'
      *  totals: one written before they existed, or a source the
      *  table cannot take, leaves the breakdown short of the grand
      *  totals, and the report says so instead of showing a
      *  partial breakdown as the whole.
       01  WS-SOURCE-CONTROL.
           05  WS-SOURCE-ID                PIC X(4)  VALUE SPACES.
           05  WS-SOURCE-FOUND-SWITCH      PIC X     VALUE 'N'.
               88  WS-SOURCE-FOUND                  VALUE 'Y'.
           05  WS-SOURCE-SHORT-SWITCH      PIC X     VALUE 'N'.
               88  WS-SOURCE-TOTALS-SHORT           VALUE 'Y'.
           05  WS-SOURCE-BALANCE-SWITCH    PIC X     VALUE 'Y'.
               88  WS-SOURCES-BALANCED              VALUE 'Y'.
               88  WS-SOURCE-OUT-OF-BALANCE         VALUE 'N'.
           05  WS-SOURCE-SUM-COUNT         PIC 9(9)  VALUE 0.
           05  WS-SOURCE-SUM-HASH          PIC S9(15)V99 VALUE 0.

       01  WS-PARM-FILE-STATUS             PIC XX    VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS           PIC XX    VALUE SPACES.
       01  WS-CARRY-SUSPENSE-STATUS        PIC XX    VALUE SPACES.
           88  WS-MERGE-MULT-DEFAULTED               VALUE 'Y'.
       01  WS-MERGE-DIV-DEF-SWITCH         PIC X     VALUE 'N'.
           88  WS-MERGE-DIV-DEFAULTED                VALUE 'Y'.
       01  WS-MERGE-SCHEDULE-DATE          PIC 9(8)  VALUE 0.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-PART-OUTPUT-FILENAME     PIC X(20).
               88  WS-MERGE-CYCLES-MIXED             VALUE 'N'.
           05  WS-MERGE-CYCLE-NUMBER        PIC 9(6) VALUE ZERO.
           05  WS-MERGE-CREATE-DATE         PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-LAST-CYCLE          PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-LAST-DATE           PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-REOPENED-CYCLE      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE SOURCE-TOTALS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                       ADD PTOT-OVERFLOW-COUNT   TO WS-OVERFLOW-COUNT
                       PERFORM 2510-FOLD-REMAINDER-DIST
                       PERFORM 2520-FOLD-CYCLE-IDENTITY
                       PERFORM 2540-FOLD-SOURCE-TOTALS
                   END-READ
               CLOSE PART-CTLTOT-FILE
           END-IF.
               SET WS-MERGE-CYCLE-SEEN TO TRUE
               MOVE PTOT-CYCLE-NUMBER TO WS-MERGE-CYCLE-NUMBER
               MOVE PTOT-CREATE-DATE  TO WS-MERGE-CREATE-DATE
               PERFORM 2530-FOLD-SCHEDULE-ROW
           END-IF.

      *  A partition that computed with a PARMSCHD schedule row
      *  says so on its totals; the merge's RUNHIST row then
      *  records that row's arithmetic, not today's PARMFILE.
      *  Totals written before the schedule existed read as blank
      *  and leave the PARMFILE values in place.
       2530-FOLD-SCHEDULE-ROW.
           IF PTOT-SCHEDULE-DATE IS NUMERIC
                   AND PTOT-SCHEDULE-DATE > 0
                   AND PTOT-MULTIPLIER IS NUMERIC
                   AND PTOT-MULTIPLIER > 0
                   AND PTOT-DIVISOR IS NUMERIC
                   AND PTOT-DIVISOR > 0
               MOVE PTOT-SCHEDULE-DATE TO WS-MERGE-SCHEDULE-DATE
               MOVE PTOT-MULTIPLIER    TO WS-MERGE-MULTIPLIER
               MOVE PTOT-DIVISOR       TO WS-MERGE-DIVISOR
               MOVE 'N' TO WS-MERGE-MULT-DEF-SWITCH
               MOVE 'N' TO WS-MERGE-DIV-DEF-SWITCH
           END-IF.

      *  Each source the partition saw is added into the source's
      *  merged entry, whichever partition first tabled it.
       2540-FOLD-SOURCE-TOTALS.
           IF PTOT-SOURCE-TOTALS (1:2) IS NUMERIC
               MOVE PTOT-SOURCE-TOTALS TO PART-SOURCE-TOTALS
               PERFORM 2550-FOLD-ONE-SOURCE
                   VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > SRT-SOURCE-COUNT
                       IN PART-SOURCE-TOTALS
           ELSE
               DISPLAY "PARTITION " WS-CURRENT-PARTITION
                   " CARRIES NO PER-SOURCE TOTALS"
               SET WS-SOURCE-TOTALS-SHORT TO TRUE
           END-IF.

       2550-FOLD-ONE-SOURCE.
           MOVE SRT-SOURCE-ID IN PART-SOURCE-TOTALS (PRT-IDX)
               TO WS-SOURCE-ID
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           SET SRT-IDX TO 1
           SEARCH SRT-SOURCE-ENTRY IN SOURCE-TOTALS
               AT END
                   CONTINUE
               WHEN SRT-IDX > SRT-SOURCE-COUNT IN SOURCE-TOTALS
                   PERFORM 2560-ADD-SOURCE-ENTRY
               WHEN SRT-SOURCE-ID IN SOURCE-TOTALS (SRT-IDX)
                       = WS-SOURCE-ID
                   SET WS-SOURCE-FOUND TO TRUE
           END-SEARCH
           IF WS-SOURCE-FOUND
               ADD SRT-INPUT-COUNT IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
               ADD SRT-INPUT-HASH-TOTAL IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               ADD SRT-OUTPUT-COUNT IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-OUTPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
               ADD SRT-OUTPUT-HASH-TOTAL
                       IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-OUTPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               ADD SRT-SUSPENSE-COUNT IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-SUSPENSE-COUNT IN SOURCE-TOTALS (SRT-IDX)
               ADD SRT-SUSPENSE-HASH-TOTAL
                       IN PART-SOURCE-TOTALS (PRT-IDX)
                   TO SRT-SUSPENSE-HASH-TOTAL
                       IN SOURCE-TOTALS (SRT-IDX)
           ELSE
               DISPLAY "SOURCE TOTALS TABLE FULL - SOURCE '"
                   WS-SOURCE-ID "' COUNTED IN THE GRAND TOTALS ONLY"
               SET WS-SOURCE-TOTALS-SHORT TO TRUE
           END-IF.

       2560-ADD-SOURCE-ENTRY.
           ADD 1 TO SRT-SOURCE-COUNT IN SOURCE-TOTALS
           MOVE WS-SOURCE-ID TO SRT-SOURCE-ID IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO TO SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO TO SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO TO SRT-OUTPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO TO SRT-OUTPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO TO SRT-SUSPENSE-COUNT IN SOURCE-TOTALS (SRT-IDX)
           MOVE ZERO
               TO SRT-SUSPENSE-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
           SET WS-SOURCE-FOUND TO TRUE.

      *  The previous cycle's release step carries its unreleased
      *  items forward on SUSNEXT; they are folded into this
      *  cycle's consolidated SUSFILE here.  SUSNEXT is only
           MOVE WS-MERGE-DIVISOR      TO RUN-DIVISOR
           MOVE WS-MERGE-MULT-DEF-SWITCH TO RUN-MULT-DEFAULTED
           MOVE WS-MERGE-DIV-DEF-SWITCH  TO RUN-DIV-DEFAULTED
           MOVE WS-MERGE-SCHEDULE-DATE TO RUN-SCHEDULE-DATE
           MOVE CTL-INPUT-COUNT       TO RUN-INPUT-COUNT
           MOVE CTL-OUTPUT-COUNT      TO RUN-OUTPUT-COUNT
           MOVE CTL-SUSPENSE-COUNT    TO RUN-SUSPENSE-COUNT
      *  CYCFILE alone (see OVFLCALC 3400) - the merge is the one
      *  step that knows every partition processed the same cycle
      *  and the combined totals reconcile, so it owns the roll
      *  forward for partitioned runs.  A reopened cycle's resend
      *  (see OVFLREV) is handled as the serial pass handles it: the
      *  last cycle never moves backwards and the reopen is consumed.
       3400-UPDATE-CYCLE-CONTROL.
           PERFORM 3410-READ-PRIOR-CYCLE-CONTROL
           OPEN OUTPUT CYCLE-FILE
           IF WS-MERGE-CYCLE-NUMBER < WS-PRIOR-LAST-CYCLE
               MOVE WS-PRIOR-LAST-CYCLE   TO CYC-LAST-CYCLE-NUMBER
               MOVE WS-PRIOR-LAST-DATE    TO CYC-LAST-CREATE-DATE
           ELSE
               MOVE WS-MERGE-CYCLE-NUMBER TO CYC-LAST-CYCLE-NUMBER
               MOVE WS-MERGE-CREATE-DATE  TO CYC-LAST-CREATE-DATE
           END-IF
           IF WS-MERGE-CYCLE-NUMBER = WS-PRIOR-REOPENED-CYCLE
               MOVE ZERO TO CYC-REOPENED-CYCLE
           ELSE
               MOVE WS-PRIOR-REOPENED-CYCLE TO CYC-REOPENED-CYCLE
           END-IF
           MOVE WS-MERGE-CYCLE-NUMBER TO CYC-WINDOW-CYCLE-NUMBER
           MOVE WS-MERGE-CREATE-DATE  TO CYC-WINDOW-CREATE-DATE
           WRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.

       3410-READ-PRIOR-CYCLE-CONTROL.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-FILE
                   NOT AT END
                       IF CYC-LAST-CYCLE-NUMBER IS NUMERIC
                           MOVE CYC-LAST-CYCLE-NUMBER
                               TO WS-PRIOR-LAST-CYCLE
                           MOVE CYC-LAST-CREATE-DATE
                               TO WS-PRIOR-LAST-DATE
                       END-IF
                       IF CYC-REOPENED-CYCLE IS NUMERIC
                           MOVE CYC-REOPENED-CYCLE
                               TO WS-PRIOR-REOPENED-CYCLE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

       3100-RECONCILE-TOTALS.
           SET WS-TOTALS-BALANCED TO TRUE
           IF CTL-INPUT-COUNT NOT =
               DISPLAY "PARTITIONS PROCESSED DIFFERENT INPUT "
                   "CYCLES - MERGE CANNOT BE TRUSTED"
           END-IF
           PERFORM 3150-RECONCILE-SOURCE-TOTALS
      *  Folding nothing reconciles 0 = 0 + 0 - a vacuous balance
      *  that must never release an empty consolidated file to the
      *  GL or let the checkpoint prune run.
                   "PARTITION RECONCILIATION FAILED"
           END-IF.

      *  Each source must balance on its own - input = output +
      *  suspense - and a source that does not puts the whole merge
      *  out of balance like any other totals mismatch.  The
      *  breakdown is also checked to add back to the grand input
      *  totals; one that does not is reported as short.
       3150-RECONCILE-SOURCE-TOTALS.
           MOVE ZERO TO WS-SOURCE-SUM-COUNT
           MOVE ZERO TO WS-SOURCE-SUM-HASH
           PERFORM 3160-RECONCILE-ONE-SOURCE
               VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > SRT-SOURCE-COUNT IN SOURCE-TOTALS
           IF WS-SOURCE-OUT-OF-BALANCE
               SET WS-TOTALS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-SOURCE-SUM-COUNT NOT = CTL-INPUT-COUNT
                   OR WS-SOURCE-SUM-HASH NOT = CTL-INPUT-HASH-TOTAL
               SET WS-SOURCE-TOTALS-SHORT TO TRUE
           END-IF.

       3160-RECONCILE-ONE-SOURCE.
           ADD SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
               TO WS-SOURCE-SUM-COUNT
           ADD SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               TO WS-SOURCE-SUM-HASH
           IF SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX) NOT =
                   SRT-OUTPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
                   + SRT-SUSPENSE-COUNT IN SOURCE-TOTALS (SRT-IDX)
                   OR SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
                   NOT = SRT-OUTPUT-HASH-TOTAL
                       IN SOURCE-TOTALS (SRT-IDX)
                   + SRT-SUSPENSE-HASH-TOTAL
                       IN SOURCE-TOTALS (SRT-IDX)
               SET WS-SOURCE-OUT-OF-BALANCE TO TRUE
               DISPLAY "SOURCE '"
                   SRT-SOURCE-ID IN SOURCE-TOTALS (SRT-IDX)
                   "' CONTROL TOTALS DO NOT RECONCILE"
           END-IF.

      *  The totals carry the transmission's own cycle identity, not
      *  the calendar date the merge ran - after a rejected send,
      *  cycle N and N+1 can both post on one day and must stay
                   TO MTOT-REMAINDER-DIST (WS-REM-IDX)
               SET WS-REM-IDX UP BY 1
           END-PERFORM
           IF WS-SOURCE-TOTALS-SHORT
               MOVE SPACES               TO MTOT-SOURCE-TOTALS
           ELSE
               MOVE SOURCE-TOTALS        TO MTOT-SOURCE-TOTALS
           END-IF
           IF WS-TOTALS-BALANCED
               MOVE "B" TO MTOT-RECONCILE-VERDICT
           ELSE

           MOVE SPACES TO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE
           PERFORM 3250-WRITE-SOURCE-SECTION

           IF WS-TOTALS-BALANCED
               MOVE "RECONCILIATION: IN BALANCE" TO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE

           CLOSE MERGE-REPORT-FILE.

       3250-WRITE-SOURCE-SECTION.
           MOVE "CONTROL TOTALS BY SOURCE" TO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE
           PERFORM 3260-WRITE-ONE-SOURCE
               VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > SRT-SOURCE-COUNT IN SOURCE-TOTALS
           IF WS-SOURCE-TOTALS-SHORT
               MOVE "  *** BREAKDOWN INCOMPLETE - DOES NOT ADD BACK TO "
                   TO MRG-REPORT-LINE
               WRITE MRG-REPORT-LINE
               MOVE "      THE COMBINED TOTALS ABOVE ***"
                   TO MRG-REPORT-LINE
               WRITE MRG-REPORT-LINE
           END-IF
           MOVE SPACES TO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE.

      *  A blank source id is a feed that did not come through the
      *  consolidation step.
       3260-WRITE-ONE-SOURCE.
           MOVE SPACES TO MRG-REPORT-LINE
           IF SRT-SOURCE-ID IN SOURCE-TOTALS (SRT-IDX) = SPACES
               MOVE "SOURCE (NONE)" TO MRG-REPORT-LINE
           ELSE
               STRING "SOURCE " DELIMITED BY SIZE
                   SRT-SOURCE-ID IN SOURCE-TOTALS (SRT-IDX)
                       DELIMITED BY SIZE
                   INTO MRG-REPORT-LINE
           END-IF
           WRITE MRG-REPORT-LINE

           MOVE SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-COUNT
           MOVE SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-HASH
           MOVE SPACES TO MRG-REPORT-LINE
           STRING "  INPUT COUNT / HASH  . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               WS-EDIT-HASH              DELIMITED BY SIZE
               INTO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE

           MOVE SRT-OUTPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-COUNT
           MOVE SRT-OUTPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-HASH
           MOVE SPACES TO MRG-REPORT-LINE
           STRING "  OUTPUT COUNT / HASH . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               WS-EDIT-HASH              DELIMITED BY SIZE
               INTO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE

           MOVE SRT-SUSPENSE-COUNT IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-COUNT
           MOVE SRT-SUSPENSE-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
               TO WS-EDIT-HASH
           MOVE SPACES TO MRG-REPORT-LINE
           STRING "  SUSPENSE COUNT / HASH . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT             DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               WS-EDIT-HASH              DELIMITED BY SIZE
               INTO MRG-REPORT-LINE
           WRITE MRG-REPORT-LINE

           IF SRT-INPUT-COUNT IN SOURCE-TOTALS (SRT-IDX) =
                   SRT-OUTPUT-COUNT IN SOURCE-TOTALS (SRT-IDX)
                   + SRT-SUSPENSE-COUNT IN SOURCE-TOTALS (SRT-IDX)
                   AND SRT-INPUT-HASH-TOTAL IN SOURCE-TOTALS (SRT-IDX)
                   = SRT-OUTPUT-HASH-TOTAL
                       IN SOURCE-TOTALS (SRT-IDX)
                   + SRT-SUSPENSE-HASH-TOTAL
                       IN SOURCE-TOTALS (SRT-IDX)
               MOVE "  SOURCE IN BALANCE" TO MRG-REPORT-LINE
           ELSE
               MOVE "  *** SOURCE OUT OF BALANCE ***"
                   TO MRG-REPORT-LINE
           END-IF
           WRITE MRG-REPORT-LINE.
