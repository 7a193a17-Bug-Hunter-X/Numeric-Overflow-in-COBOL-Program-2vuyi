      *  distribution, and the change in the output-side hash total  *
      *  the reconciliation would see.  A parameter change can then  *
      *  be approved on evidence instead of tried live.              *
      *  "Current" means what the cycle would really compute with:   *
      *  the PARMSCHD schedule row in force on the INFILE header's   *
      *  INH-CREATE-DATE when there is one, else the PARMFILE pair.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-LINE                 PIC X(100).

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-SIM-PARM-STATUS          PIC XX   VALUE SPACES.
           05  WS-INPUT-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X    VALUE 'N'.
           05  WS-SUSPEND-SWITCH           PIC X    VALUE 'N'.
               88  WS-WOULD-SUSPEND                 VALUE 'Y'.
               88  WS-WOULD-CLEAR                   VALUE 'N'.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.

       01  WS-SCHEDULE-CONTROL.
           05  WS-CYCLE-DATE               PIC 9(8) VALUE 0.
           05  WS-SCHEDULE-DATE            PIC 9(8) VALUE 0.

       01  WS-AREA.
           05  WS-NUMBER                   PIC S9(9)V99 VALUE ZERO.
           PERFORM 1100-READ-CURRENT-PARMS
           PERFORM 1200-READ-PROPOSED-PARMS
           IF WS-SIM-OK
               OPEN INPUT INPUT-FILE
               IF WS-INPUT-FILE-STATUS NOT = "00"
                   DISPLAY "INPUT FILE MISSING - STATUS "
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2100-READ-INPUT
                   PERFORM 1150-APPLY-PARAMETER-SCHEDULE
               END-IF
               PERFORM 1300-PREPARE-SCENARIOS
           END-IF.

       1100-READ-CURRENT-PARMS.
               CLOSE PARM-FILE
           END-IF.

      *  The header leads the file, so the first read has it in
      *  hand.  The last schedule row on or before its date stands
      *  in for the PARMFILE pair as the current scenario; a file
      *  with no header, or no row that early, keeps PARMFILE.
       1150-APPLY-PARAMETER-SCHEDULE.
           IF NOT WS-END-OF-INPUT AND IN-HEADER-REC
               IF INH-CREATE-DATE IS NUMERIC
                   MOVE INH-CREATE-DATE TO WS-CYCLE-DATE
               END-IF
           END-IF
           IF WS-CYCLE-DATE > 0
               OPEN INPUT PARAMETER-SCHEDULE-FILE
               IF WS-SCHEDULE-FILE-STATUS = "00"
                   PERFORM 1160-READ-ONE-SCHEDULE-ROW
                       UNTIL WS-END-OF-SCHEDULE
                   CLOSE PARAMETER-SCHEDULE-FILE
               END-IF
           END-IF.

       1160-READ-ONE-SCHEDULE-ROW.
           READ PARAMETER-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
               NOT AT END
                   IF PSC-EFFECTIVE-DATE > WS-CYCLE-DATE
                       SET WS-END-OF-SCHEDULE TO TRUE
                   ELSE
                       IF PSC-MULTIPLIER > 0 AND PSC-DIVISOR > 0
                           MOVE PSC-EFFECTIVE-DATE TO WS-SCHEDULE-DATE
                           MOVE PSC-MULTIPLIER
                               TO WS-SCN-MULTIPLIER (1)
                           MOVE PSC-DIVISOR
                               TO WS-SCN-DIVISOR (1)
                       END-IF
                   END-IF
           END-READ.

      *  No proposed pair means there is nothing to evaluate - the
      *  step refuses rather than comparing current against itself
      *  and printing an all-zero delta someone might approve on.
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           IF WS-SCN-IDX = 1
               IF WS-SCHEDULE-DATE > 0
                   STRING "CURRENT PARAMETERS (SCHEDULE ROW "
                                             DELIMITED BY SIZE
                       WS-SCHEDULE-DATE      DELIMITED BY SIZE
                       ")"                   DELIMITED BY SIZE
                       INTO SIM-REPORT-LINE
               ELSE
                   MOVE "CURRENT PARAMETERS" TO SIM-REPORT-LINE
               END-IF
           ELSE
               MOVE "PROPOSED PARAMETERS" TO SIM-REPORT-LINE
           END-IF
