       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLPSMT.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLPSMT                                                    *
      *  Parameter schedule maintenance.  Applies the ADD, CHANGE    *
      *  and DELETE transactions on PARMSTRN to the keyed PARMSCHD   *
      *  schedule, in file order, and appends one before/after row   *
      *  per transaction - applied or refused - to the PARMSLOG      *
      *  change log, so every change of multiplier, divisor or       *
      *  control limit can be traced to the person who keyed it.     *
      *  A row dated on or before the last cycle processed           *
      *  (CYC-LAST-CREATE-DATE on CYCFILE) is closed to maintenance: *
      *  a cycle may already have computed with it, and RUNHIST      *
      *  records that it did.  A refused transaction leaves the      *
      *  schedule untouched and ends the step with a warning, so     *
      *  the refusals on PSMRPT get looked at.                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-TRANSACTION-FILE ASSIGN TO "PARMSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT SCHEDULE-LOG-FILE ASSIGN TO "PARMSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "PSMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-TRANSACTION-FILE.
           COPY OVFLPSTX.

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       FD  SCHEDULE-LOG-FILE.
           COPY OVFLPSLG.

       FD  CYCLE-FILE.
           COPY OVFLCYC.

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINTENANCE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSACTION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-LOG-FILE-STATUS          PIC XX   VALUE SPACES.
           05  WS-CYCLE-FILE-STATUS        PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-TRANSACTION-EOF-SWITCH   PIC X    VALUE 'N'.
               88  WS-END-OF-TRANSACTIONS           VALUE 'Y'.
           05  WS-SCHEDULE-OPEN-SWITCH     PIC X    VALUE 'N'.
               88  WS-SCHEDULE-OPEN                 VALUE 'Y'.
           05  WS-TRANSACTION-OPEN-SWITCH  PIC X    VALUE 'N'.
               88  WS-TRANSACTION-OPEN              VALUE 'Y'.
           05  WS-ROW-FOUND-SWITCH         PIC X    VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
           05  WS-TRANSACTION-SWITCH       PIC X    VALUE 'Y'.
               88  WS-TRANSACTION-OK                VALUE 'Y'.
               88  WS-TRANSACTION-REFUSED           VALUE 'N'.

       01  WS-TRANSACTION-WORK.
           05  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
           05  WS-FROZEN-THROUGH-DATE      PIC 9(8)  VALUE 0.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-STATISTICS.
           05  WS-TRANSACTIONS-READ        PIC 9(9) VALUE 0.
           05  WS-ROWS-ADDED               PIC 9(9) VALUE 0.
           05  WS-ROWS-CHANGED             PIC 9(9) VALUE 0.
           05  WS-ROWS-DELETED             PIC 9(9) VALUE 0.
           05  WS-TRANSACTIONS-REFUSED     PIC 9(9) VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTIONS
               UNTIL WS-END-OF-TRANSACTIONS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE "OVFLPSMT PARAMETER SCHEDULE MAINTENANCE REPORT"
               TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           PERFORM 1050-READ-CYCLE-CONTROL
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ROWS CLOSED THROUGH  . . . . : " DELIMITED BY SIZE
               WS-FROZEN-THROUGH-DATE      DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           OPEN INPUT SCHEDULE-TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "SCHEDULE TRANSACTION FILE MISSING - STATUS "
                   WS-TRANSACTION-FILE-STATUS " - NOTHING TO APPLY"
               SET WS-END-OF-TRANSACTIONS TO TRUE
           ELSE
               SET WS-TRANSACTION-OPEN TO TRUE
               PERFORM 1100-OPEN-SCHEDULE
               IF WS-SCHEDULE-OPEN
                   OPEN EXTEND SCHEDULE-LOG-FILE
                   IF WS-LOG-FILE-STATUS = "35"
                       OPEN OUTPUT SCHEDULE-LOG-FILE
                   END-IF
                   PERFORM 2100-READ-TRANSACTION
               ELSE
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               END-IF
           END-IF.

      *  No cycle-control file means no cycle has run yet, so no
      *  row can have been applied and every date is open.
       1050-READ-CYCLE-CONTROL.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-FILE
                   NOT AT END
                       IF CYC-LAST-CREATE-DATE IS NUMERIC
                           MOVE CYC-LAST-CREATE-DATE
                               TO WS-FROZEN-THROUGH-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      *  The first run builds the schedule; after that a schedule
      *  that will not open stops the step before anything is
      *  applied.
       1100-OPEN-SCHEDULE.
           OPEN I-O PARAMETER-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = "35"
               OPEN OUTPUT PARAMETER-SCHEDULE-FILE
               CLOSE PARAMETER-SCHEDULE-FILE
               OPEN I-O PARAMETER-SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "PARAMETER SCHEDULE OPEN FAILED - STATUS "
                   WS-SCHEDULE-FILE-STATUS
                   " - NO TRANSACTIONS APPLIED"
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-SCHEDULE-OPEN TO TRUE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           ADD 1 TO WS-TRANSACTIONS-READ
           SET WS-TRANSACTION-OK TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM 2200-READ-SCHEDULE-ROW
           PERFORM 2250-SAVE-BEFORE-IMAGE
           PERFORM 2280-CHECK-DATE-OPEN
           IF WS-TRANSACTION-OK
               EVALUATE PSX-ACTION
                   WHEN "ADD   "
                       PERFORM 2300-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 2400-APPLY-CHANGE
                   WHEN "DELETE"
                       PERFORM 2500-APPLY-DELETE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 2800-WRITE-LOG
           PERFORM 2900-REPORT-TRANSACTION
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ SCHEDULE-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
           END-READ.

       2200-READ-SCHEDULE-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           IF PSX-EFFECTIVE-DATE IS NUMERIC
                   AND PSX-EFFECTIVE-DATE > 0
               MOVE PSX-EFFECTIVE-DATE TO PSC-EFFECTIVE-DATE
               READ PARAMETER-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ROW-FOUND TO TRUE
               END-READ
           END-IF.

      *  The before image is zero when the row is not on file, so
      *  an ADD logs as "nothing" to "new row".
       2250-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO PARAMETER-SCHEDULE-LOG-RECORD
           MOVE 0 TO PSL-BEFORE-MULTIPLIER PSL-BEFORE-DIVISOR
                     PSL-BEFORE-AGE-THRESHOLD PSL-BEFORE-APPROVAL-LIMIT
           IF WS-ROW-FOUND
               MOVE PSC-MULTIPLIER      TO PSL-BEFORE-MULTIPLIER
               MOVE PSC-DIVISOR         TO PSL-BEFORE-DIVISOR
               MOVE PSC-AGE-THRESHOLD   TO PSL-BEFORE-AGE-THRESHOLD
               MOVE PSC-APPROVAL-LIMIT  TO PSL-BEFORE-APPROVAL-LIMIT
               MOVE PSC-BAND-SET        TO PSL-BEFORE-BAND-SET
           END-IF.

      *  Every action needs a real date, and none may reach back
      *  into a period a processed cycle has already computed in.
       2280-CHECK-DATE-OPEN.
           IF PSX-EFFECTIVE-DATE IS NOT NUMERIC
                   OR PSX-EFFECTIVE-DATE = 0
               MOVE "EFFECTIVE DATE MISSING OR INVALID"
                   TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF PSX-EFFECTIVE-DATE NOT > WS-FROZEN-THROUGH-DATE
                   MOVE "DATE NOT AFTER LAST CYCLE PROCESSED"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               END-IF
           END-IF.

       2300-APPLY-ADD.
           IF WS-ROW-FOUND
               MOVE "ROW ALREADY ON SCHEDULE - USE CHANGE"
                   TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               PERFORM 2350-EDIT-ROW-FIELDS
           END-IF
           IF WS-TRANSACTION-OK
               MOVE PSX-EFFECTIVE-DATE  TO PSC-EFFECTIVE-DATE
               PERFORM 2360-MOVE-ROW-FIELDS
               WRITE PARAMETER-SCHEDULE-RECORD
                   INVALID KEY
                       MOVE "PARAMETER SCHEDULE WRITE FAILED"
                           TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF.

       2350-EDIT-ROW-FIELDS.
           IF PSX-MULTIPLIER IS NOT NUMERIC
                   OR PSX-MULTIPLIER = 0
               MOVE "MULTIPLIER MISSING OR NOT POSITIVE"
                   TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF PSX-DIVISOR IS NOT NUMERIC
                       OR PSX-DIVISOR = 0
                   MOVE "DIVISOR MISSING OR NOT POSITIVE"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               END-IF
           END-IF.

      *  Blank optional limits store as zero, which leaves the
      *  PARMFILE value in force for the period.
       2360-MOVE-ROW-FIELDS.
           MOVE PSX-MULTIPLIER          TO PSC-MULTIPLIER
           MOVE PSX-DIVISOR             TO PSC-DIVISOR
           IF PSX-AGE-THRESHOLD IS NUMERIC
               MOVE PSX-AGE-THRESHOLD   TO PSC-AGE-THRESHOLD
           ELSE
               MOVE 0                   TO PSC-AGE-THRESHOLD
           END-IF
           IF PSX-APPROVAL-LIMIT IS NUMERIC
               MOVE PSX-APPROVAL-LIMIT  TO PSC-APPROVAL-LIMIT
           ELSE
               MOVE 0                   TO PSC-APPROVAL-LIMIT
           END-IF
           MOVE PSX-BAND-SET            TO PSC-BAND-SET
           MOVE WS-CURRENT-TIMESTAMP    TO PSC-LAST-MAINT-TIMESTAMP
           MOVE PSX-USER-ID             TO PSC-LAST-MAINT-USER.

      *  A change replaces the whole row - the transaction carries
      *  every value the period is to run with.
       2400-APPLY-CHANGE.
           IF NOT WS-ROW-FOUND
               MOVE "ROW NOT ON SCHEDULE" TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               PERFORM 2350-EDIT-ROW-FIELDS
           END-IF
           IF WS-TRANSACTION-OK
               PERFORM 2360-MOVE-ROW-FIELDS
               REWRITE PARAMETER-SCHEDULE-RECORD
                   INVALID KEY
                       MOVE "PARAMETER SCHEDULE REWRITE FAILED"
                           TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-CHANGED
               END-REWRITE
           END-IF.

       2500-APPLY-DELETE.
           IF NOT WS-ROW-FOUND
               MOVE "ROW NOT ON SCHEDULE" TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               DELETE PARAMETER-SCHEDULE-FILE
                   INVALID KEY
                       MOVE "PARAMETER SCHEDULE DELETE FAILED"
                           TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-DELETED
               END-DELETE
           END-IF.

      *  A refused transaction logs with the after image equal to
      *  the before image - the schedule was not touched.
       2800-WRITE-LOG.
           MOVE WS-CURRENT-TIMESTAMP TO PSL-TIMESTAMP
           MOVE PSX-USER-ID          TO PSL-USER-ID
           MOVE PSX-ACTION           TO PSL-ACTION
           MOVE PSX-EFFECTIVE-DATE   TO PSL-EFFECTIVE-DATE
           IF WS-TRANSACTION-OK
               MOVE "APPLIED"        TO PSL-RESULT
               MOVE SPACES           TO PSL-REASON
               IF PSX-ACTION = "DELETE"
                   MOVE 0 TO PSL-AFTER-MULTIPLIER PSL-AFTER-DIVISOR
                             PSL-AFTER-AGE-THRESHOLD
                             PSL-AFTER-APPROVAL-LIMIT
                   MOVE SPACES TO PSL-AFTER-BAND-SET
               ELSE
                   MOVE PSC-MULTIPLIER     TO PSL-AFTER-MULTIPLIER
                   MOVE PSC-DIVISOR        TO PSL-AFTER-DIVISOR
                   MOVE PSC-AGE-THRESHOLD  TO PSL-AFTER-AGE-THRESHOLD
                   MOVE PSC-APPROVAL-LIMIT TO PSL-AFTER-APPROVAL-LIMIT
                   MOVE PSC-BAND-SET       TO PSL-AFTER-BAND-SET
               END-IF
           ELSE
               MOVE "REJECTED"       TO PSL-RESULT
               MOVE WS-REFUSAL-REASON TO PSL-REASON
               MOVE PSL-BEFORE-IMAGE TO PSL-AFTER-IMAGE
               ADD 1 TO WS-TRANSACTIONS-REFUSED
           END-IF
           WRITE PARAMETER-SCHEDULE-LOG-RECORD.

       2900-REPORT-TRANSACTION.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING PSX-ACTION           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               PSX-EFFECTIVE-DATE      DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               PSX-USER-ID             DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               PSL-RESULT              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               PSL-REASON              DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.

       3000-FINALIZE.
           IF WS-SCHEDULE-OPEN
               CLOSE PARAMETER-SCHEDULE-FILE
               CLOSE SCHEDULE-LOG-FILE
           END-IF
           IF WS-TRANSACTION-OPEN
               CLOSE SCHEDULE-TRANSACTION-FILE
           END-IF
           PERFORM 3100-WRITE-TOTALS
           CLOSE MAINTENANCE-REPORT-FILE
           DISPLAY "OVFLPSMT COMPLETE - TRANSACTIONS "
               WS-TRANSACTIONS-READ
               " ADDED " WS-ROWS-ADDED
               " CHANGED " WS-ROWS-CHANGED
               " DELETED " WS-ROWS-DELETED
               " REFUSED " WS-TRANSACTIONS-REFUSED
           IF WS-TRANSACTIONS-REFUSED > 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-TOTALS.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-TRANSACTIONS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "TRANSACTIONS READ  . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ROWS-ADDED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ROWS ADDED . . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ROWS-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ROWS CHANGED . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ROWS-DELETED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ROWS DELETED . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-TRANSACTIONS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "TRANSACTIONS REFUSED . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.
