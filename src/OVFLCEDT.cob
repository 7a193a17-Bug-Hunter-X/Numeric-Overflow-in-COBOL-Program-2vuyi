      *  release, for how much, and on whose sign-off.  Anything     *
      *  held back ends the step with RETURN-CODE 4 so the window    *
      *  does not run the release believing every correction went.   *
      *  The bound and the approval limit are those of the PARMSCHD  *
      *  schedule row in force on the suspended item's cycle date,   *
      *  exactly as OVFLREL will pick them; PARMFILE applies when no *
      *  row does.                                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROOF-REPORT-FILE ASSIGN TO "CEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE               PIC X(100).

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-CORRECTION-FILE-STATUS   PIC XX   VALUE SPACES.
           05  WS-APPROVAL-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.

       01  WS-RUN-PARAMETERS.
           05  WS-MULTIPLIER               PIC 9(5) VALUE 2.
           05  WS-APPROVAL-LIMIT           PIC 9(9)V99 VALUE 100000.

      *  The PARMSCHD schedule, held in date order, and the bound
      *  and approval limit picked from it for the correction in
      *  hand.  A row with no approval limit of its own leaves the
      *  PARMFILE limit in force.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.
           05  WS-SCHEDULE-COUNT           PIC 9(4) VALUE 0.
           05  WS-SCHEDULE-MAX             PIC 9(4) VALUE 500.
           05  WS-SCHEDULE-HIT             PIC 9(4) VALUE 0.
           05  WS-ITEM-MAX-PRE-COMPUTE     PIC 9(9)V99
                                           VALUE 499999999.99.
           05  WS-ITEM-APPROVAL-LIMIT      PIC 9(9)V99 VALUE 100000.
           05  WS-SCHEDULE-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-PSC-IDX.
               10  WS-PSC-DATE             PIC 9(8).
               10  WS-PSC-MAX-PRE-COMPUTE  PIC 9(9)V99.
               10  WS-PSC-APPROVAL-LIMIT   PIC 9(9).

       01  WS-AREA.
           05  WS-ABS-AMOUNT               PIC 9(9)V99  VALUE ZERO.
           05  WS-MAX-NUMBER               PIC 9(9)V99
               10  WS-CED-ON-SUS           PIC X.
               10  WS-CED-DISPOSITION      PIC X(10).
               10  WS-CED-APPROVER         PIC X(8).
               10  WS-CED-CYCLE-DATE       PIC 9(8).
               10  WS-CED-SCHEDULE-DATE    PIC 9(8).

       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-COUNT           PIC 9(4) VALUE 0.

       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
           PERFORM 1060-LOAD-PARAMETER-SCHEDULE
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1200-LOAD-APPROVALS
           PERFORM 1300-SCAN-SUSPENSE.
      *  two steps ran under different PARMFILE values.
           COMPUTE WS-MAX-PRE-COMPUTE = WS-MAX-NUMBER / WS-MULTIPLIER.

      *  Loaded the way OVFLREL loads it, so both steps hold the
      *  same bound for the same item.  No schedule simply leaves
      *  the table empty.
       1060-LOAD-PARAMETER-SCHEDULE.
           OPEN INPUT PARAMETER-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = "00"
               PERFORM 1065-LOAD-ONE-SCHEDULE-ROW
                   UNTIL WS-END-OF-SCHEDULE
               CLOSE PARAMETER-SCHEDULE-FILE
           END-IF.

       1065-LOAD-ONE-SCHEDULE-ROW.
           READ PARAMETER-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
               NOT AT END
                   IF PSC-MULTIPLIER > 0 AND PSC-DIVISOR > 0
                       IF WS-SCHEDULE-COUNT < WS-SCHEDULE-MAX
                           ADD 1 TO WS-SCHEDULE-COUNT
                           SET WS-PSC-IDX TO WS-SCHEDULE-COUNT
                           MOVE PSC-EFFECTIVE-DATE
                               TO WS-PSC-DATE (WS-PSC-IDX)
                           COMPUTE WS-PSC-MAX-PRE-COMPUTE (WS-PSC-IDX)
                               = WS-MAX-NUMBER / PSC-MULTIPLIER
                           IF PSC-APPROVAL-LIMIT IS NUMERIC
                               MOVE PSC-APPROVAL-LIMIT
                                   TO WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX)
                           ELSE
                               MOVE 0
                                   TO WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX)
                           END-IF
                       ELSE
                           DISPLAY "PARAMETER SCHEDULE TABLE FULL - "
                               "ROW " PSC-EFFECTIVE-DATE " IGNORED"
                       END-IF
                   END-IF
           END-READ.

       1100-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS NOT = "00"
                       MOVE "N"    TO WS-CED-ON-SUS (WS-CED-IDX)
                       MOVE SPACES TO WS-CED-DISPOSITION (WS-CED-IDX)
                       MOVE SPACES TO WS-CED-APPROVER (WS-CED-IDX)
                       MOVE 0 TO WS-CED-CYCLE-DATE (WS-CED-IDX)
                       MOVE 0 TO WS-CED-SCHEDULE-DATE (WS-CED-IDX)
      *  CORRFILE is hand-typed - the same E1-style numeric-class
      *  edit the front door applies, before any arithmetic touches
      *  the amount.  A mistyped amount is zeroed and withheld with
      *  One sequential pass over the open suspense file marks every
      *  correction whose key really has an item waiting - the
      *  remainder are typos that would have silently matched
      *  nothing in the release step.  The first item found for a
      *  key - the one OVFLREL will release - also gives the cycle
      *  date its schedule row is picked by.
       1300-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                       PERFORM UNTIL WS-CED-IDX > WS-CORRECTION-COUNT
                           IF WS-CED-KEY (WS-CED-IDX)
                                   = SUS-KEY IN SUSPENSE-RECORD
                               IF WS-CED-ON-SUS (WS-CED-IDX) = "N"
                                   PERFORM 1360-NOTE-CYCLE-DATE
                               END-IF
                               MOVE "Y"
                                   TO WS-CED-ON-SUS (WS-CED-IDX)
                           END-IF
                   END-IF
           END-READ.

      *  An item suspended before the cycle date was stamped on it
      *  falls back to the day it first suspended, as in OVFLREL.
       1360-NOTE-CYCLE-DATE.
           IF SUS-CYCLE-DATE IN SUSPENSE-RECORD IS NUMERIC
                   AND SUS-CYCLE-DATE IN SUSPENSE-RECORD > 0
               MOVE SUS-CYCLE-DATE IN SUSPENSE-RECORD
                   TO WS-CED-CYCLE-DATE (WS-CED-IDX)
           ELSE
               IF SUS-TIMESTAMP IN SUSPENSE-RECORD (1:8) IS NUMERIC
                   MOVE SUS-TIMESTAMP IN SUSPENSE-RECORD (1:8)
                       TO WS-CED-CYCLE-DATE (WS-CED-IDX)
               END-IF
           END-IF.

       2000-EDIT-CORRECTIONS.
           OPEN OUTPUT VALIDATED-FILE
           IF WS-CORRECTION-COUNT > 0
           END-IF
           CLOSE VALIDATED-FILE.

      *  The last row on or before the item's cycle date applies;
      *  none, and the PARMFILE bound and limit do.
       2050-SELECT-SCHEDULE-ROW.
           MOVE WS-MAX-PRE-COMPUTE TO WS-ITEM-MAX-PRE-COMPUTE
           MOVE WS-APPROVAL-LIMIT  TO WS-ITEM-APPROVAL-LIMIT
           MOVE 0 TO WS-SCHEDULE-HIT
           IF WS-CED-CYCLE-DATE (WS-CED-IDX) > 0
               SET WS-PSC-IDX TO 1
               PERFORM UNTIL WS-PSC-IDX > WS-SCHEDULE-COUNT
                   IF WS-PSC-DATE (WS-PSC-IDX)
                           NOT > WS-CED-CYCLE-DATE (WS-CED-IDX)
                       SET WS-SCHEDULE-HIT TO WS-PSC-IDX
                   END-IF
                   SET WS-PSC-IDX UP BY 1
               END-PERFORM
           END-IF
           IF WS-SCHEDULE-HIT > 0
               SET WS-PSC-IDX TO WS-SCHEDULE-HIT
               MOVE WS-PSC-DATE (WS-PSC-IDX)
                   TO WS-CED-SCHEDULE-DATE (WS-CED-IDX)
               MOVE WS-PSC-MAX-PRE-COMPUTE (WS-PSC-IDX)
                   TO WS-ITEM-MAX-PRE-COMPUTE
               IF WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX) > 0
                   MOVE WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX)
                       TO WS-ITEM-APPROVAL-LIMIT
               END-IF
           END-IF.

       2100-EDIT-ONE-CORRECTION.
           PERFORM 2050-SELECT-SCHEDULE-ROW
           COMPUTE WS-ABS-AMOUNT
               = FUNCTION ABS (WS-CED-VALUE (WS-CED-IDX))
           IF WS-CED-DISPOSITION (WS-CED-IDX) = "DUPLICATE"
                   MOVE "NO-MATCH" TO WS-CED-DISPOSITION (WS-CED-IDX)
                   ADD 1 TO WS-NO-MATCH-COUNT
               ELSE
                   IF WS-ABS-AMOUNT > WS-ITEM-MAX-PRE-COMPUTE
                       MOVE "OVERSIZE"
                           TO WS-CED-DISPOSITION (WS-CED-IDX)
                       ADD 1 TO WS-OVERSIZE-COUNT
      *  amount retyped after the approver signed is a different
      *  release and needs a fresh sign-off.
       2200-CHECK-APPROVAL.
           IF WS-ABS-AMOUNT > WS-ITEM-APPROVAL-LIMIT
               PERFORM 2250-FIND-APPROVAL
               IF WS-APPROVAL-FOUND
                   PERFORM 2300-PASS-CORRECTION
               TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

      *  The PARMFILE limit; a correction whose item falls under a
      *  schedule row with a limit of its own is held to that one,
      *  and its line shows the row's date.
           MOVE WS-APPROVAL-LIMIT TO WS-EDIT-TOTAL
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "APPROVAL LIMIT . . . . . . . : " DELIMITED BY SIZE
               WS-CED-DISPOSITION (WS-CED-IDX) DELIMITED BY SIZE
               " APPROVER " DELIMITED BY SIZE
               WS-CED-APPROVER (WS-CED-IDX) DELIMITED BY SIZE
               " SCHEDULE " DELIMITED BY SIZE
               WS-CED-SCHEDULE-DATE (WS-CED-IDX) DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           SET WS-CED-IDX UP BY 1.
