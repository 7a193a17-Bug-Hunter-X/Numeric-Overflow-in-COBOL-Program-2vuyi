      *  goes on the escalation extract as a supervisor worklist,    *
      *  so stale items surface daily instead of being found at      *
      *  month-end.                                                  *
      *  A PARMSCHD schedule row in force today with an age          *
      *  threshold of its own overrides PARM-AGE-THRESHOLD.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESCALATION-FILE ASSIGN TO "ESCFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  ESCALATION-FILE.
           COPY OVFLESCX.

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SUSPENSE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE               VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.

       01  WS-AGE-CONTROL.
           05  WS-AGE-THRESHOLD            PIC 9(3) VALUE 5.
           05  WS-ITEM-INTEGER             PIC 9(9) VALUE ZERO.
           05  WS-ITEM-AGE                 PIC S9(5) VALUE ZERO.
           05  WS-BUCKET-NUMBER            PIC 9    VALUE 0.
           05  WS-SCHEDULE-THRESHOLD       PIC 9(3) VALUE 0.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 1060-APPLY-PARAMETER-SCHEDULE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE FILE MISSING - STATUS "
               CLOSE PARM-FILE
           END-IF.

      *  The row in force today is the last one dated on or before
      *  it; a zero threshold on that row leaves PARMFILE's.
       1060-APPLY-PARAMETER-SCHEDULE.
           OPEN INPUT PARAMETER-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM 1065-READ-ONE-SCHEDULE-ROW
                   UNTIL WS-END-OF-SCHEDULE
               CLOSE PARAMETER-SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-THRESHOLD > 0
               MOVE WS-SCHEDULE-THRESHOLD TO WS-AGE-THRESHOLD
           END-IF.

       1065-READ-ONE-SCHEDULE-ROW.
           READ PARAMETER-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
               NOT AT END
                   IF PSC-EFFECTIVE-DATE > WS-TODAY-DATE
                       SET WS-END-OF-SCHEDULE TO TRUE
                   ELSE
                       IF PSC-AGE-THRESHOLD IS NUMERIC
                           MOVE PSC-AGE-THRESHOLD
                               TO WS-SCHEDULE-THRESHOLD
                       ELSE
                           MOVE 0 TO WS-SCHEDULE-THRESHOLD
                       END-IF
                   END-IF
           END-READ.

       2000-AGE-SUSPENSE-ITEMS.
           ADD 1 TO WS-ITEMS-READ
           PERFORM 2200-COMPUTE-ITEM-AGE

       2410-FIND-REASON-ENTRY.
      *  Small linear table - the system only has a handful of
      *  reason codes (R1-R4 today); an unknown code still gets its
      *  own line rather than being dropped.  If the table ever
      *  fills, the overflow codes are folded into the last entry.
           SET WS-RSN-IDX TO 1
