      *  maker/checker pass first and no longer reaches this step    *
      *  directly), pushes each                                      *
      *  corrected item back through the same multiplier/divisor     *
      *  computation under the values in force for the item's own    *
      *  cycle - the PARMSCHD schedule row for SUS-CYCLE-DATE, or    *
      *  PARMFILE when no row applies - posts the                    *
      *  cleared items in OUTPUT-RECORD format, and carries          *
      *  everything still uncorrected forward to the next day's      *
      *  suspense file.  Every SUS-KEY gets a release/retain         *
      *  disposition row on the disposition log, so a corrected      *
      *  item can never silently post twice and an uncorrected one   *
      *  can never silently disappear.                               *
      *  A correction cannot release an item into an account that    *
      *  is not open on the ACCTMAST account master, nor an amended  *
      *  value over the account's own ceiling - such a release is    *
      *  logged REJECTED and the item stays in suspense, so an R3    *
      *  hold only clears once the account has been unfrozen.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

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
       FD  PARM-FILE.
       FD  DISPOSITION-FILE.
           COPY OVFLDISP.

       FD  ACCOUNT-MASTER-FILE.
           COPY OVFLACCT.

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-CORRECTION-FILE-STATUS   PIC XX   VALUE SPACES.
           05  WS-DISPOSITION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.

       01  WS-RUN-PARAMETERS.
           05  WS-MULTIPLIER               PIC 9(5) VALUE 2.
           05  WS-DIVISOR                  PIC 9(5) VALUE 10.

      *  The PARMSCHD schedule, held in date order, and the values
      *  picked from it for the item in hand.  WS-ITEM-* start as
      *  the PARMFILE values and are replaced per item when a row
      *  is in force on the item's cycle date.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.
           05  WS-SCHEDULE-COUNT           PIC 9(4) VALUE 0.
           05  WS-SCHEDULE-MAX             PIC 9(4) VALUE 500.
           05  WS-SCHEDULE-HIT             PIC 9(4) VALUE 0.
           05  WS-ITEM-CYCLE-DATE          PIC 9(8) VALUE 0.
           05  WS-ITEM-MULTIPLIER          PIC 9(5) VALUE 2.
           05  WS-ITEM-DIVISOR             PIC 9(5) VALUE 10.
           05  WS-ITEM-MAX-PRE-COMPUTE     PIC 9(9)V99
                                           VALUE 499999999.99.
           05  WS-SCHEDULE-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-PSC-IDX.
               10  WS-PSC-DATE             PIC 9(8).
               10  WS-PSC-MULTIPLIER       PIC 9(5).
               10  WS-PSC-DIVISOR          PIC 9(5).
               10  WS-PSC-MAX-PRE-COMPUTE  PIC 9(9)V99.

       01  WS-AREA.
           05  WS-NUMBER                   PIC S9(9)V99 VALUE ZERO.
           05  WS-REMAINDER                PIC S9(9)V99 VALUE ZERO.
               88  WS-RELEASE-FAILED                VALUE 'N'.
           05  WS-COR-SPENT-SWITCH         PIC X    VALUE 'N'.
               88  WS-CORRECTION-SPENT              VALUE 'Y'.
           05  WS-ACCOUNT-MASTER-SWITCH    PIC X    VALUE 'N'.
               88  WS-ACCOUNT-MASTER-OPEN           VALUE 'Y'.
           05  WS-ACCOUNT-SWITCH           PIC X    VALUE 'Y'.
               88  WS-ACCOUNT-POSTABLE              VALUE 'Y'.
               88  WS-ACCOUNT-BLOCKED               VALUE 'N'.

       01  WS-CORRECTION-TABLE.
           05  WS-CORRECTION-COUNT         PIC 9(4) VALUE 0.

       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
           PERFORM 1060-LOAD-PARAMETER-SCHEDULE
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1200-OPEN-ACCOUNT-MASTER
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE FILE MISSING - STATUS "
               MOVE 10 TO WS-DIVISOR
           END-IF.

      *  The bound is worked out once per row here rather than per
      *  item.  No schedule simply leaves the table empty.
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
                           MOVE PSC-MULTIPLIER
                               TO WS-PSC-MULTIPLIER (WS-PSC-IDX)
                           MOVE PSC-DIVISOR
                               TO WS-PSC-DIVISOR (WS-PSC-IDX)
                           COMPUTE WS-PSC-MAX-PRE-COMPUTE (WS-PSC-IDX)
                               = WS-MAX-NUMBER / PSC-MULTIPLIER
                       ELSE
                           DISPLAY "PARAMETER SCHEDULE TABLE FULL - "
                               "ROW " PSC-EFFECTIVE-DATE " IGNORED"
                       END-IF
                   END-IF
           END-READ.

       1100-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS NOT = "00"
                   END-IF
           END-READ.

      *  With no account master no release can be proven postable,
      *  so the corrections are set aside and every item retained.
       1200-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-ACCOUNT-FILE-STATUS
                   " - ALL SUSPENSE ITEMS WILL BE RETAINED"
               MOVE 0 TO WS-CORRECTION-COUNT
           ELSE
               SET WS-ACCOUNT-MASTER-OPEN TO TRUE
           END-IF.

       2000-PROCESS-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-READ-COUNT
           PERFORM 2200-FIND-CORRECTION
       2300-REPROCESS-ITEM.
      *  Same bounds check and compute/divide pass as OVFLCALC's
      *  2200-VALIDATE-BOUNDS / 2300-COMPUTE-VALUES / 2400-CHECK-
      *  OVERFLOW, under the multiplier/divisor in force for the
      *  item's original cycle, so a released item is
      *  indistinguishable from one that posted cleanly on the
      *  original pass.
           SET WS-RELEASE-FAILED TO TRUE
           PERFORM 2320-SELECT-SCHEDULE-ROW
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (WS-AMENDED-VALUE)
           PERFORM 2350-CHECK-ACCOUNT
           IF WS-ABS-AMOUNT > WS-ITEM-MAX-PRE-COMPUTE
                   OR WS-ACCOUNT-BLOCKED
               CONTINUE
           ELSE
               MOVE WS-AMENDED-VALUE TO WS-NUMBER
               COMPUTE WS-NUMBER = WS-NUMBER * WS-ITEM-MULTIPLIER
               MOVE WS-NUMBER TO WS-DOUBLED-VALUE
               DIVIDE WS-NUMBER BY WS-ITEM-DIVISOR
                   GIVING WS-NUMBER ROUNDED
               COMPUTE WS-REMAINDER = FUNCTION REM
                   (FUNCTION INTEGER-PART (WS-DOUBLED-VALUE),
                   WS-ITEM-DIVISOR)
               COMPUTE WS-ABS-AMOUNT
                   = FUNCTION ABS (WS-DOUBLED-VALUE)
               IF WS-ABS-AMOUNT NOT > WS-MAX-NUMBER
               END-IF
           END-IF.

      *  The item's cycle date is the one OVFLCALC stamped on it;
      *  an item suspended before the stamp existed falls back to
      *  the day it first suspended.  The last row on or before
      *  that date applies - none, and PARMFILE does.
       2320-SELECT-SCHEDULE-ROW.
           MOVE WS-MULTIPLIER TO WS-ITEM-MULTIPLIER
           MOVE WS-DIVISOR    TO WS-ITEM-DIVISOR
           MOVE WS-MAX-PRE-COMPUTE TO WS-ITEM-MAX-PRE-COMPUTE
           MOVE 0 TO WS-ITEM-CYCLE-DATE
           IF SUS-CYCLE-DATE IN SUSPENSE-RECORD IS NUMERIC
                   AND SUS-CYCLE-DATE IN SUSPENSE-RECORD > 0
               MOVE SUS-CYCLE-DATE IN SUSPENSE-RECORD
                   TO WS-ITEM-CYCLE-DATE
           ELSE
               IF SUS-TIMESTAMP IN SUSPENSE-RECORD (1:8) IS NUMERIC
                   MOVE SUS-TIMESTAMP IN SUSPENSE-RECORD (1:8)
                       TO WS-ITEM-CYCLE-DATE
               END-IF
           END-IF
           MOVE 0 TO WS-SCHEDULE-HIT
           IF WS-ITEM-CYCLE-DATE > 0
               SET WS-PSC-IDX TO 1
               PERFORM UNTIL WS-PSC-IDX > WS-SCHEDULE-COUNT
                   IF WS-PSC-DATE (WS-PSC-IDX) NOT > WS-ITEM-CYCLE-DATE
                       SET WS-SCHEDULE-HIT TO WS-PSC-IDX
                   END-IF
                   SET WS-PSC-IDX UP BY 1
               END-PERFORM
           END-IF
           IF WS-SCHEDULE-HIT > 0
               SET WS-PSC-IDX TO WS-SCHEDULE-HIT
               MOVE WS-PSC-MULTIPLIER (WS-PSC-IDX)
                   TO WS-ITEM-MULTIPLIER
               MOVE WS-PSC-DIVISOR (WS-PSC-IDX)
                   TO WS-ITEM-DIVISOR
               MOVE WS-PSC-MAX-PRE-COMPUTE (WS-PSC-IDX)
                   TO WS-ITEM-MAX-PRE-COMPUTE
           END-IF.

      *  The account as it stands today, not as it stood when the
      *  item suspended - the R3/R4 checks of OVFLCALC's
      *  2230-VALIDATE-ACCOUNT against the amended value.
       2350-CHECK-ACCOUNT.
           SET WS-ACCOUNT-BLOCKED TO TRUE
           MOVE SUS-KEY IN SUSPENSE-RECORD TO ACCT-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-OPEN
                       IF ACCT-CEILING = 0
                               OR WS-ABS-AMOUNT NOT > ACCT-CEILING
                           SET WS-ACCOUNT-POSTABLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-WRITE-RELEASED-OUTPUT.
           MOVE SUS-KEY IN SUSPENSE-RECORD TO OUT-KEY
           MOVE WS-NUMBER          TO OUT-NUMBER
           MOVE 0                  TO OUT-OVERFLOW-FLAG
           MOVE SPACES             TO OUT-REASON-CODE
           MOVE "N"                TO OUT-SEVERITY-CODE
           MOVE SUS-SOURCE-ID IN SUSPENSE-RECORD TO OUT-SOURCE-ID
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-RELEASED-COUNT.

               TO DSP-ORIGINAL-VALUE
           MOVE SUS-TIMESTAMP IN SUSPENSE-RECORD
               TO DSP-FIRST-SUSPENDED
           IF SUS-CYCLE-DATE IN SUSPENSE-RECORD IS NUMERIC
               MOVE SUS-CYCLE-DATE IN SUSPENSE-RECORD
                   TO DSP-CYCLE-DATE
           ELSE
               MOVE ZERO TO DSP-CYCLE-DATE
           END-IF
           MOVE SUS-SOURCE-ID IN SUSPENSE-RECORD TO DSP-SOURCE-ID
           WRITE DISPOSITION-RECORD.

       3000-FINALIZE.
           CLOSE RELEASED-OUTPUT-FILE
           CLOSE CARRY-SUSPENSE-FILE
           CLOSE DISPOSITION-FILE
           IF WS-ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           DISPLAY "OVFLREL COMPLETE - READ " WS-SUSPENSE-READ-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " RETAINED " WS-RETAINED-COUNT
