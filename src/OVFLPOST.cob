      *  may post, and the POSTCTL control record refuses a cycle    *
      *  at or below the last one posted so a re-run cannot double   *
      *  every balance.                                              *
      *  The released rows actually posted are copied to POSTREL,    *
      *  which housekeeping archives as the cycle's REL generation   *
      *  beside its OUT generation - RELOUT itself is rewritten by   *
      *  the next release step before housekeeping runs.  Together   *
      *  they are what OVFLREV backs out when a cycle is reversed.   *
      *  A reversed cycle is reopened on POSTCTL and its corrected   *
      *  resend posts once although it is not above the last cycle   *
      *  posted; the master's first/last cycle and distinct-cycle    *
      *  count are then kept right for a cycle posting out of order. *
      *  Every amount posted is also written to the permanent        *
      *  detail history PSTHIST (OVFLPHST) - account, cycle and a    *
      *  sequence within the cycle - marked as an ordinary or a      *
      *  released posting, for the month-end statement OVFLSTMT.     *
      *  A key already on the master with no history yet is given    *
      *  its brought-forward balance first, so the history for a     *
      *  key always adds up to its posted amount.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-FILE-STATUS.

           SELECT POSTED-RELEASE-FILE ASSIGN TO "POSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-RELEASE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  MERGED-TOTALS-FILE.
       FD  RELEASED-FILE.
           COPY OVFLOUT REPLACING OUTPUT-RECORD BY RELEASED-RECORD.

       FD  POSTED-RELEASE-FILE.
           COPY OVFLOUT REPLACING OUTPUT-RECORD
               BY POSTED-RELEASE-RECORD.

       FD  BALANCE-MASTER-FILE.
           COPY OVFLBAL.

       FD  POSTING-HISTORY-FILE.
           COPY OVFLPHST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MERGED-TOTALS-STATUS     PIC XX   VALUE SPACES.
           05  WS-POSTING-CONTROL-STATUS   PIC XX   VALUE SPACES.
           05  WS-OUTPUT-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-RELEASED-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-POSTED-RELEASE-STATUS    PIC XX   VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-POST-SWITCH              PIC X    VALUE 'Y'.
               88  WS-END-OF-OUTPUT                 VALUE 'Y'.
           05  WS-RELEASED-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-RELEASED               VALUE 'Y'.
           05  WS-REOPENED-SWITCH          PIC X    VALUE 'N'.
               88  WS-REOPENED-POSTING              VALUE 'Y'.
           05  WS-COUNTED-SWITCH           PIC X    VALUE 'N'.
               88  WS-KEY-ALREADY-COUNTED           VALUE 'Y'.
           05  WS-MASTER-EXISTED-SWITCH    PIC X    VALUE 'N'.
               88  WS-MASTER-EXISTED                VALUE 'Y'.
           05  WS-HISTORY-FOUND-SWITCH     PIC X    VALUE 'N'.
               88  WS-KEY-HAS-HISTORY               VALUE 'Y'.
           05  WS-HISTORY-SCAN-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-HISTORY-SCAN           VALUE 'Y'.
           05  WS-HISTORY-OPEN-SWITCH      PIC X    VALUE 'N'.
               88  WS-HISTORY-OPEN                  VALUE 'Y'.
           05  WS-POSTED-RELEASE-OPEN-SWITCH
                                           PIC X    VALUE 'N'.
               88  WS-POSTED-RELEASE-OPEN           VALUE 'Y'.

       01  WS-CYCLE-CONTROL.
           05  WS-POSTING-CYCLE            PIC 9(6)  VALUE ZERO.
           05  WS-POSTING-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-LAST-POSTED-CYCLE        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-POSTED-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-REOPENED-CYCLE           PIC 9(6)  VALUE ZERO.
           05  WS-MERGED-OUTPUT-COUNT      PIC 9(9)  VALUE ZERO.
           05  WS-OUTPUT-PRECOUNT          PIC 9(9)  VALUE ZERO.

       01  WS-POSTING-WORK.
           05  WS-POST-KEY                 PIC X(10) VALUE SPACES.
           05  WS-POST-AMOUNT              PIC S9(9)V99 VALUE ZERO.
           05  WS-POST-REMAINDER           PIC S9(9)V99 VALUE ZERO.
           05  WS-POST-SEVERITY            PIC X     VALUE SPACE.
           05  WS-POST-ENTRY-TYPE          PIC X     VALUE SPACE.

      *  The key's balance before this row posted - brought forward
      *  onto the history when the key has none there yet.
       01  WS-HISTORY-WORK.
           05  WS-PRIOR-BALANCE            PIC S9(15)V99 VALUE ZERO.
           05  WS-HISTORY-SEQUENCE         PIC 9(6)  VALUE ZERO.
           05  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.

      *  Keys on RELOUT for a reopened cycle's posting, so a key
      *  posting both an ordinary row and a released item in a cycle
      *  between its first and last counts that cycle once.
       01  WS-RELEASED-KEY-TABLE.
           05  WS-RELEASED-KEY-COUNT       PIC 9(4) VALUE 0.
           05  WS-RELEASED-KEY-MAX         PIC 9(4) VALUE 5000.
           05  WS-RELEASED-KEY-ENTRY OCCURS 5000 TIMES
                                      INDEXED BY WS-RLK-IDX.
               10  WS-RLK-KEY              PIC X(10).
               10  WS-RLK-COUNTED          PIC X.

       01  WS-STATISTICS.
           05  WS-OUTPUT-ROWS-POSTED       PIC 9(9) VALUE 0.
           05  WS-MASTERS-ADDED            PIC 9(9) VALUE 0.
           05  WS-MASTERS-UPDATED          PIC 9(9) VALUE 0.
           05  WS-ROWS-IN-ERROR            PIC 9(9) VALUE 0.
           05  WS-HISTORY-ROWS-WRITTEN     PIC 9(9) VALUE 0.
           05  WS-HISTORY-BROUGHT-FORWARD  PIC 9(9) VALUE 0.
           05  WS-HISTORY-ERRORS           PIC 9(9) VALUE 0.
           05  WS-POSTED-RELEASE-ERRORS    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           PERFORM 1100-READ-MERGED-TOTALS
           IF WS-POSTING-OK
               PERFORM 1200-CHECK-POSTING-CONTROL
           IF WS-POSTING-OK
               PERFORM 1250-VERIFY-OUTPUT-COUNT
           END-IF
           IF WS-POSTING-OK AND WS-REOPENED-POSTING
               PERFORM 1270-LOAD-RELEASED-KEYS
           END-IF
           IF WS-POSTING-OK
               PERFORM 1300-OPEN-MASTER
           END-IF
           IF WS-POSTING-OK
               PERFORM 1350-OPEN-HISTORY
           END-IF
           IF WS-POSTING-OK
               PERFORM 1400-OPEN-CYCLE-INPUTS
           END-IF.
                   NOT AT END
                       MOVE PCT-LAST-POSTED-CYCLE
                           TO WS-LAST-POSTED-CYCLE
                       MOVE PCT-LAST-POSTED-DATE
                           TO WS-LAST-POSTED-DATE
                       IF PCT-REOPENED-CYCLE IS NUMERIC
                           MOVE PCT-REOPENED-CYCLE
                               TO WS-REOPENED-CYCLE
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF
           IF WS-POSTING-CYCLE NOT > WS-LAST-POSTED-CYCLE
               IF WS-REOPENED-CYCLE > 0
                       AND WS-POSTING-CYCLE = WS-REOPENED-CYCLE
                   SET WS-REOPENED-POSTING TO TRUE
                   DISPLAY "CYCLE " WS-POSTING-CYCLE
                       " WAS REVERSED AND REOPENED - POSTING THE "
                       "CORRECTED RESEND"
               ELSE
                   DISPLAY "CYCLE " WS-POSTING-CYCLE
                       " ALREADY POSTED TO BALANCE MASTER - LAST "
                       "POSTED WAS " WS-LAST-POSTED-CYCLE
                       " - POSTING REFUSED"
                   SET WS-POSTING-BLOCKED TO TRUE
               END-IF
           END-IF.

      *  The other half of OVFLGL's protection: the cycle only
                   ADD 1 TO WS-OUTPUT-PRECOUNT
           END-READ.

      *  A table that cannot hold every released key refuses the
      *  posting - the distinct-cycle counts could not be trusted.
       1270-LOAD-RELEASED-KEYS.
           OPEN INPUT RELEASED-FILE
           IF WS-RELEASED-FILE-STATUS = "00"
               PERFORM 1280-TABLE-ONE-RELEASED-KEY
                   UNTIL WS-END-OF-RELEASED
               CLOSE RELEASED-FILE
           END-IF
           MOVE SPACES TO WS-RELEASED-FILE-STATUS
           MOVE 'N' TO WS-RELEASED-EOF-SWITCH.

       1280-TABLE-ONE-RELEASED-KEY.
           READ RELEASED-FILE
               AT END
                   SET WS-END-OF-RELEASED TO TRUE
               NOT AT END
                   IF WS-RELEASED-KEY-COUNT < WS-RELEASED-KEY-MAX
                       ADD 1 TO WS-RELEASED-KEY-COUNT
                       SET WS-RLK-IDX TO WS-RELEASED-KEY-COUNT
                       MOVE OUT-KEY IN RELEASED-RECORD
                           TO WS-RLK-KEY (WS-RLK-IDX)
                       MOVE 'N' TO WS-RLK-COUNTED (WS-RLK-IDX)
                   ELSE
                       DISPLAY "RELEASED-KEY TABLE FULL AT "
                           WS-RELEASED-KEY-MAX " - REOPENED CYCLE "
                           "POSTING REFUSED"
                       SET WS-POSTING-BLOCKED TO TRUE
                       SET WS-END-OF-RELEASED TO TRUE
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-READ.

       1300-OPEN-MASTER.
           OPEN I-O BALANCE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               MOVE 12 TO RETURN-CODE
           END-IF.

      *  The history is opened before anything posts - a cycle that
      *  could not be written to it would leave the statement short.
       1350-OPEN-HISTORY.
           OPEN I-O POSTING-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-HISTORY-FILE
               CLOSE POSTING-HISTORY-FILE
               OPEN I-O POSTING-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "POSTING HISTORY OPEN FAILED - STATUS "
                   WS-HISTORY-FILE-STATUS
               SET WS-POSTING-BLOCKED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

      *  RELOUT only exists on windows where the release step ran
      *  and released something - a missing file just means nothing
      *  released this cycle.  POSTREL must open before anything
      *  posts: housekeeping and the acknowledgment both take it as
      *  the list of releases the master took.
       1400-OPEN-CYCLE-INPUTS.
           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               SET WS-END-OF-RELEASED TO TRUE
           ELSE
               PERFORM 2600-READ-RELEASED
           END-IF
           OPEN OUTPUT POSTED-RELEASE-FILE
           IF WS-POSTED-RELEASE-STATUS NOT = "00"
               DISPLAY "POSTED-RELEASE FILE POSTREL OPEN FAILED - "
                   "STATUS " WS-POSTED-RELEASE-STATUS
               SET WS-POSTING-BLOCKED TO TRUE
           ELSE
               SET WS-POSTED-RELEASE-OPEN TO TRUE
           END-IF.

       2000-POST-OUTPUT-ROWS.
           MOVE OUT-KEY IN OUTPUT-RECORD    TO WS-POST-KEY
           MOVE OUT-NUMBER IN OUTPUT-RECORD TO WS-POST-AMOUNT
           MOVE OUT-REMAINDER IN OUTPUT-RECORD TO WS-POST-REMAINDER
           MOVE OUT-SEVERITY-CODE IN OUTPUT-RECORD
               TO WS-POST-SEVERITY
           MOVE "O" TO WS-POST-ENTRY-TYPE
           PERFORM 2200-POST-TO-MASTER
           ADD 1 TO WS-OUTPUT-ROWS-POSTED
           PERFORM 2100-READ-OUTPUT.
      *  already posted in this cycle - an ordinary row and a
      *  released item landing in the same cycle are one cycle.
       2200-POST-TO-MASTER.
           MOVE 'N' TO WS-MASTER-EXISTED-SWITCH
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE WS-POST-KEY TO BAL-KEY
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   WRITE BALANCE-MASTER-RECORD
                   ADD 1 TO WS-MASTERS-ADDED
               NOT INVALID KEY
                   SET WS-MASTER-EXISTED TO TRUE
                   MOVE BAL-POSTED-AMOUNT TO WS-PRIOR-BALANCE
                   ADD WS-POST-AMOUNT TO BAL-POSTED-AMOUNT
                   IF WS-REOPENED-POSTING
                       PERFORM 2250-COUNT-REOPENED-CYCLE
                   ELSE
                       IF BAL-LAST-CYCLE NOT = WS-POSTING-CYCLE
                           ADD 1 TO BAL-CYCLE-COUNT
                           MOVE WS-POSTING-CYCLE TO BAL-LAST-CYCLE
                       END-IF
                   END-IF
                   REWRITE BALANCE-MASTER-RECORD
                   ADD 1 TO WS-MASTERS-UPDATED
               ADD 1 TO WS-ROWS-IN-ERROR
               DISPLAY "MASTER POSTING FAILED FOR KEY " WS-POST-KEY
                   " - STATUS " WS-MASTER-FILE-STATUS
           ELSE
               PERFORM 2700-RECORD-HISTORY
           END-IF.

      *  A reopened cycle posts below the key's newest cycle, so it
      *  may land before the first cycle, after the last, or between
      *  the two.  Once the cycle is the key's first or last it has
      *  been counted; in between, only the released-key table can
      *  tell a second row for the key in the same cycle.
       2250-COUNT-REOPENED-CYCLE.
           IF WS-POSTING-CYCLE = BAL-FIRST-CYCLE
                   OR WS-POSTING-CYCLE = BAL-LAST-CYCLE
               CONTINUE
           ELSE
               PERFORM 2260-CHECK-COUNTED-KEY
               IF NOT WS-KEY-ALREADY-COUNTED
                   ADD 1 TO BAL-CYCLE-COUNT
                   IF WS-POSTING-CYCLE > BAL-LAST-CYCLE
                       MOVE WS-POSTING-CYCLE TO BAL-LAST-CYCLE
                   END-IF
                   IF WS-POSTING-CYCLE < BAL-FIRST-CYCLE
                       MOVE WS-POSTING-CYCLE TO BAL-FIRST-CYCLE
                   END-IF
               END-IF
           END-IF.

       2260-CHECK-COUNTED-KEY.
           MOVE 'N' TO WS-COUNTED-SWITCH
           IF WS-RELEASED-KEY-COUNT > 0
               SET WS-RLK-IDX TO 1
               SEARCH WS-RELEASED-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RLK-IDX > WS-RELEASED-KEY-COUNT
                       CONTINUE
                   WHEN WS-RLK-KEY (WS-RLK-IDX) = WS-POST-KEY
                       IF WS-RLK-COUNTED (WS-RLK-IDX) = 'Y'
                           SET WS-KEY-ALREADY-COUNTED TO TRUE
                       ELSE
                           MOVE 'Y' TO WS-RLK-COUNTED (WS-RLK-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      *  Only a release the master took goes on POSTREL - one that
      *  failed is counted in error with the ordinary rows, so the
      *  cycle is not recorded as posted and the item stays on
      *  RELFILE unacknowledged.
       2500-POST-RELEASED-ROWS.
           MOVE OUT-KEY IN RELEASED-RECORD    TO WS-POST-KEY
           MOVE OUT-NUMBER IN RELEASED-RECORD TO WS-POST-AMOUNT
           MOVE OUT-REMAINDER IN RELEASED-RECORD TO WS-POST-REMAINDER
           MOVE OUT-SEVERITY-CODE IN RELEASED-RECORD
               TO WS-POST-SEVERITY
           MOVE "R" TO WS-POST-ENTRY-TYPE
           PERFORM 2200-POST-TO-MASTER
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM 2550-WRITE-POSTED-RELEASE
           END-IF
           PERFORM 2600-READ-RELEASED.

      *  The master already holds the amount, so a row POSTREL will
      *  not take is not a reason to leave the cycle unposted - it
      *  fails the step so POSTREL is repaired before housekeeping.
       2550-WRITE-POSTED-RELEASE.
           WRITE POSTED-RELEASE-RECORD FROM RELEASED-RECORD
           IF WS-POSTED-RELEASE-STATUS = "00"
               ADD 1 TO WS-RELEASED-ROWS-POSTED
           ELSE
               ADD 1 TO WS-POSTED-RELEASE-ERRORS
               DISPLAY "POSTREL WRITE FAILED FOR KEY " WS-POST-KEY
                   " - STATUS " WS-POSTED-RELEASE-STATUS
           END-IF.

       2600-READ-RELEASED.
           READ RELEASED-FILE
               AT END
                   SET WS-END-OF-RELEASED TO TRUE
           END-READ.

      *  Only an amount the master took is written to the history.
      *  A key that stood on the master before it had any history is
      *  first given a brought-forward row for its prior balance.
       2700-RECORD-HISTORY.
           IF WS-MASTER-EXISTED AND WS-PRIOR-BALANCE NOT = 0
               PERFORM 2710-CHECK-KEY-HISTORY
               IF NOT WS-KEY-HAS-HISTORY
                   PERFORM 2720-WRITE-BROUGHT-FORWARD
               END-IF
           END-IF
           PERFORM 2730-NEXT-HISTORY-SEQUENCE
           MOVE WS-POST-KEY          TO PHS-ACCOUNT
           MOVE WS-POSTING-CYCLE     TO PHS-CYCLE-NUMBER
           MOVE WS-HISTORY-SEQUENCE  TO PHS-SEQUENCE
           MOVE WS-POSTING-DATE      TO PHS-CYCLE-DATE
           MOVE WS-RUN-DATE          TO PHS-POSTED-DATE
           MOVE WS-POST-ENTRY-TYPE   TO PHS-ENTRY-TYPE
           MOVE WS-POST-AMOUNT       TO PHS-AMOUNT
           MOVE WS-POST-REMAINDER    TO PHS-REMAINDER
           MOVE WS-POST-SEVERITY     TO PHS-SEVERITY-CODE
           MOVE WS-CURRENT-TIMESTAMP TO PHS-TIMESTAMP
           PERFORM 2740-WRITE-HISTORY-ROW.

       2710-CHECK-KEY-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND-SWITCH
           MOVE WS-POST-KEY TO PHS-ACCOUNT
           MOVE ZERO        TO PHS-CYCLE-NUMBER
           MOVE ZERO        TO PHS-SEQUENCE
           START POSTING-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ POSTING-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PHS-ACCOUNT = WS-POST-KEY
                               SET WS-KEY-HAS-HISTORY TO TRUE
                           END-IF
                   END-READ
           END-START.

       2720-WRITE-BROUGHT-FORWARD.
           MOVE WS-POST-KEY          TO PHS-ACCOUNT
           MOVE ZERO                 TO PHS-CYCLE-NUMBER
           MOVE 1                    TO PHS-SEQUENCE
           MOVE ZERO                 TO PHS-CYCLE-DATE
           MOVE WS-RUN-DATE          TO PHS-POSTED-DATE
           MOVE "B"                  TO PHS-ENTRY-TYPE
           MOVE WS-PRIOR-BALANCE     TO PHS-AMOUNT
           MOVE ZERO                 TO PHS-REMAINDER
           MOVE SPACE                TO PHS-SEVERITY-CODE
           MOVE WS-CURRENT-TIMESTAMP TO PHS-TIMESTAMP
           PERFORM 2740-WRITE-HISTORY-ROW
           IF WS-HISTORY-FILE-STATUS = "00"
               ADD 1 TO WS-HISTORY-BROUGHT-FORWARD
           END-IF.

      *  The next sequence follows the last row already held for the
      *  key in the cycle - a released item, or a reopened cycle's
      *  resend after the original rows and their reversal.
       2730-NEXT-HISTORY-SEQUENCE.
           MOVE ZERO TO WS-HISTORY-SEQUENCE
           MOVE 'N' TO WS-HISTORY-SCAN-SWITCH
           MOVE WS-POST-KEY      TO PHS-ACCOUNT
           MOVE WS-POSTING-CYCLE TO PHS-CYCLE-NUMBER
           MOVE ZERO             TO PHS-SEQUENCE
           START POSTING-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY-SCAN TO TRUE
           END-START
           PERFORM 2735-SCAN-CYCLE-ROW
               UNTIL WS-END-OF-HISTORY-SCAN
           ADD 1 TO WS-HISTORY-SEQUENCE.

       2735-SCAN-CYCLE-ROW.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY-SCAN TO TRUE
               NOT AT END
                   IF PHS-ACCOUNT = WS-POST-KEY
                           AND PHS-CYCLE-NUMBER = WS-POSTING-CYCLE
                       MOVE PHS-SEQUENCE TO WS-HISTORY-SEQUENCE
                   ELSE
                       SET WS-END-OF-HISTORY-SCAN TO TRUE
                   END-IF
           END-READ.

      *  A history row that will not write leaves the master right
      *  and the statement short - the cycle still counts as posted
      *  and the key is reported for the history to be repaired.
       2740-WRITE-HISTORY-ROW.
           WRITE POSTING-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-HISTORY-FILE-STATUS = "00"
               ADD 1 TO WS-HISTORY-ROWS-WRITTEN
           ELSE
               ADD 1 TO WS-HISTORY-ERRORS
               DISPLAY "POSTING HISTORY WRITE FAILED FOR KEY "
                   PHS-ACCOUNT " CYCLE " PHS-CYCLE-NUMBER
                   " - STATUS " WS-HISTORY-FILE-STATUS
           END-IF.

       3000-FINALIZE.
           IF WS-OUTPUT-FILE-STATUS = "00"
                   OR WS-OUTPUT-FILE-STATUS = "10"
                   OR WS-RELEASED-FILE-STATUS = "10"
               CLOSE RELEASED-FILE
           END-IF
           IF WS-POSTED-RELEASE-OPEN
               CLOSE POSTED-RELEASE-FILE
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "35"
                   AND WS-MASTER-FILE-STATUS NOT = SPACES
               CLOSE BALANCE-MASTER-FILE
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE POSTING-HISTORY-FILE
           END-IF
           IF WS-POSTING-OK AND WS-ROWS-IN-ERROR = 0
               PERFORM 3100-UPDATE-POSTING-CONTROL
               DISPLAY "OVFLPOST COMPLETE - CYCLE " WS-POSTING-CYCLE
                   " RELEASED ROWS " WS-RELEASED-ROWS-POSTED
                   " ADDED " WS-MASTERS-ADDED
                   " UPDATED " WS-MASTERS-UPDATED
               DISPLAY "OVFLPOST - HISTORY ROWS "
                   WS-HISTORY-ROWS-WRITTEN
                   " BROUGHT FORWARD " WS-HISTORY-BROUGHT-FORWARD
               IF WS-HISTORY-ERRORS > 0
                   DISPLAY "OVFLPOST - " WS-HISTORY-ERRORS
                       " HISTORY ROW(S) NOT WRITTEN - STATEMENT "
                       "WILL SHOW THE KEY(S) AS EXCEPTIONS"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-POSTED-RELEASE-ERRORS > 0
                   DISPLAY "OVFLPOST - " WS-POSTED-RELEASE-ERRORS
                       " POSTED RELEASE(S) MISSING FROM POSTREL - "
                       "REPAIR IT BEFORE HOUSEKEEPING"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "OVFLPOST - CYCLE NOT RECORDED AS POSTED"
               IF WS-ROWS-IN-ERROR > 0
      *  Only a completely posted cycle moves the control forward -
      *  a partial post leaves it alone so the repair re-run is not
      *  refused as a repeat.
      *  A reopened cycle's resend leaves the last posted cycle where
      *  it was and consumes the reopen; any other cycle carries a
      *  reopen still awaiting its resend forward.
       3100-UPDATE-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL-FILE
           IF WS-POSTING-CYCLE < WS-LAST-POSTED-CYCLE
               MOVE WS-LAST-POSTED-CYCLE TO PCT-LAST-POSTED-CYCLE
               MOVE WS-LAST-POSTED-DATE  TO PCT-LAST-POSTED-DATE
           ELSE
               MOVE WS-POSTING-CYCLE TO PCT-LAST-POSTED-CYCLE
               MOVE WS-POSTING-DATE  TO PCT-LAST-POSTED-DATE
           END-IF
           IF WS-REOPENED-POSTING
               MOVE ZERO TO PCT-REOPENED-CYCLE
           ELSE
               MOVE WS-REOPENED-CYCLE TO PCT-REOPENED-CYCLE
           END-IF
           WRITE POSTING-CONTROL-RECORD
           CLOSE POSTING-CONTROL-FILE.
