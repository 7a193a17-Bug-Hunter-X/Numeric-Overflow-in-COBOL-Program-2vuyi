       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLWBNC.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLWBNC                                                    *
      *  Suspense workbench - the online front end to CORRFILE and   *
      *  APPRFILE.  Both used to be typed in an editor, so a typo    *
      *  came back from OVFLCEDT a day late as a RETURN-CODE 4, and  *
      *  whoever keyed a correction had no sight of the item's       *
      *  history while keying it.  The user signs on with an ID and  *
      *  one of two modes:                                           *
      *    C - CORRECT: list the open SUSFILE items, filtered by     *
      *        reason code and minimum age (aged as OVFLAGE ages     *
      *        them), and pick one.  The item screen shows its       *
      *        original value and reason, its EXCMAST overflow       *
      *        history, its earlier RELLOG dispositions, the         *
      *        account's ACCTMAST status and BALMAST position, and   *
      *        the bound and approval limit in force for it.  An     *
      *        amended value is checked on the spot exactly as       *
      *        OVFLCEDT and OVFLREL will check it - the bound of the *
      *        PARMSCHD row in force on the item's cycle date (else  *
      *        PARMFILE), an open account, the account's ceiling,    *
      *        and no second CORRFILE row for the key - and only a   *
      *        value that passes is written to CORRFILE.             *
      *    A - SIGN-OFF: list the CORRFILE rows over the approval    *
      *        limit with no APPRFILE sign-off yet, and sign one     *
      *        off.  The sign-off is refused to the user who keyed   *
      *        the correction, so no one person moves an over-limit  *
      *        amount alone.                                         *
      *  CORRFILE and APPRFILE rows are written in their existing    *
      *  layouts (OVFLCORR/OVFLAPPR) and appended, so rows typed by  *
      *  hand still work and OVFLCEDT and OVFLREL are unchanged.     *
      *  Every row written also goes on the WBNCLOG log              *
      *  (OVFLWLOG.cpy) with the user signed on; the sign-off mode   *
      *  reads it to find who keyed each correction.  A correction   *
      *  typed outside the workbench has no maker on the log and is  *
      *  shown as such.                                              *
      *  Where a key has more than one item in suspense the checks   *
      *  are made against the first, the one OVFLREL will release.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PARAMETER-SCHEDULE-FILE ASSIGN TO "PARMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSC-EFFECTIVE-DATE
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT EXC-MASTER-FILE ASSIGN TO "EXCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCM-MASTER-KEY
               FILE STATUS IS WS-EXC-MASTER-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-MASTER-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT WORKBENCH-LOG-FILE ASSIGN TO "WBNCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY OVFLPARM.

       FD  PARAMETER-SCHEDULE-FILE.
           COPY OVFLPSCH.

       FD  SUSPENSE-FILE.
           COPY OVFLSUS.

       FD  EXC-MASTER-FILE.
           COPY OVFLEXCM.

       FD  BALANCE-MASTER-FILE.
           COPY OVFLBAL.

       FD  ACCOUNT-MASTER-FILE.
           COPY OVFLACCT.

       FD  DISPOSITION-FILE.
           COPY OVFLDISP.

       FD  CORRECTION-FILE.
           COPY OVFLCORR.

       FD  APPROVAL-FILE.
           COPY OVFLAPPR.

       FD  WORKBENCH-LOG-FILE.
           COPY OVFLWLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-EXC-MASTER-STATUS        PIC XX   VALUE SPACES.
           05  WS-BALANCE-MASTER-STATUS    PIC XX   VALUE SPACES.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-DISPOSITION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-CORRECTION-FILE-STATUS   PIC XX   VALUE SPACES.
           05  WS-APPROVAL-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-LOG-FILE-STATUS          PIC XX   VALUE SPACES.

       01  WS-RUN-PARAMETERS.
           05  WS-MULTIPLIER               PIC 9(5) VALUE 2.
           05  WS-APPROVAL-LIMIT           PIC 9(9)V99 VALUE 100000.

      *  The PARMSCHD schedule, held in date order, and the bound
      *  and approval limit picked from it for the item in hand -
      *  loaded and picked as OVFLCEDT does, so the screen passes
      *  what the edit will pass.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SCHEDULE               VALUE 'Y'.
           05  WS-SCHEDULE-COUNT           PIC 9(4) VALUE 0.
           05  WS-SCHEDULE-MAX             PIC 9(4) VALUE 500.
           05  WS-SCHEDULE-HIT             PIC 9(4) VALUE 0.
           05  WS-ITEM-CYCLE-DATE          PIC 9(8) VALUE 0.
           05  WS-ITEM-SCHEDULE-DATE       PIC 9(8) VALUE 0.
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
                                           VALUE 999999999.99.
           05  WS-MAX-PRE-COMPUTE          PIC 9(9)V99
                                           VALUE 499999999.99.

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH           PIC X    VALUE 'N'.
               88  WS-SESSION-ENDED                 VALUE 'Y'.
           05  WS-BROWSE-SWITCH            PIC X    VALUE 'N'.
               88  WS-BROWSE-ENDED                  VALUE 'Y'.
           05  WS-ITEM-SWITCH              PIC X    VALUE 'N'.
               88  WS-ITEM-DONE                     VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE               VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-FILE                   VALUE 'Y'.
           05  WS-ACCOUNT-MASTER-SWITCH    PIC X    VALUE 'N'.
               88  WS-ACCOUNT-MASTER-OPEN           VALUE 'Y'.
           05  WS-BALANCE-MASTER-SWITCH    PIC X    VALUE 'N'.
               88  WS-BALANCE-MASTER-OPEN           VALUE 'Y'.
           05  WS-EXC-MASTER-SWITCH        PIC X    VALUE 'N'.
               88  WS-EXC-MASTER-OPEN               VALUE 'Y'.
           05  WS-CHECK-SWITCH             PIC X    VALUE 'N'.
               88  WS-VALUE-PASSES                  VALUE 'Y'.
               88  WS-VALUE-REFUSED                 VALUE 'N'.
           05  WS-SIGNOFF-SWITCH           PIC X    VALUE 'N'.
               88  WS-SIGNOFF-NEEDED                VALUE 'Y'.
               88  WS-SIGNOFF-NOT-NEEDED            VALUE 'N'.
           05  WS-ON-CORRFILE-SWITCH       PIC X    VALUE 'N'.
               88  WS-KEY-ON-CORRFILE               VALUE 'Y'.
           05  WS-LOG-WRITTEN-SWITCH       PIC X    VALUE 'N'.
               88  WS-LOG-WRITTEN                   VALUE 'Y'.

       01  WS-SIGN-ON.
           05  WS-USER-ID                  PIC X(8)  VALUE SPACES.
           05  WS-SESSION-MODE             PIC X     VALUE SPACES.
               88  WS-MODE-CORRECT                  VALUE 'C'.
               88  WS-MODE-SIGNOFF                  VALUE 'A'.
               88  WS-MODE-EXIT                     VALUE 'X'.

       01  WS-SCREEN-CONTROL.
           05  WS-COMMAND                  PIC X(2)  VALUE SPACES.
           05  WS-ACTION                   PIC X     VALUE SPACES.
           05  WS-MESSAGE                  PIC X(78) VALUE SPACES.
           05  WS-LIST-HEADING             PIC X(78) VALUE SPACES.
           05  WS-ENTRY-AMOUNT             PIC S9(9)V99 VALUE ZERO.
           05  WS-MAKER-ID                 PIC X(8)  VALUE SPACES.
           05  WS-FILTER-REASON            PIC X(2)  VALUE SPACES.
           05  WS-FILTER-AGE               PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-START               PIC 9(4)  VALUE 1.
           05  WS-PAGE-LINE                PIC 9(2)  VALUE 0.
           05  WS-PICK-NUMBER              PIC 9(2)  VALUE 0.
           05  WS-PICK-TARGET              PIC 9(4)  VALUE 0.
           05  WS-CURRENT-SUB              PIC 9(4)  VALUE 0.
           05  WS-RELEASE-SUB              PIC 9(4)  VALUE 0.
           05  WS-PENDING-SUB              PIC 9(4)  VALUE 0.

       01  WS-LIST-LINES.
           05  WS-LIST-LINE                PIC X(78) OCCURS 10 TIMES.

       01  WS-DETAIL-LINES.
           05  WS-DETAIL-LINE              PIC X(78) OCCURS 15 TIMES.

      *  The last three rows of a history, oldest first.
       01  WS-RECENT-LINES.
           05  WS-RECENT-COUNT             PIC 9(5)  VALUE 0.
           05  WS-RECENT-NEW               PIC X(78) VALUE SPACES.
           05  WS-RECENT-LINE              PIC X(78) OCCURS 3 TIMES.

       01  WS-AGE-CONTROL.
           05  WS-TODAY-DATE               PIC 9(8) VALUE ZERO.
           05  WS-TODAY-INTEGER            PIC 9(9) VALUE ZERO.
           05  WS-ITEM-DATE                PIC 9(8) VALUE ZERO.
           05  WS-ITEM-INTEGER             PIC 9(9) VALUE ZERO.
           05  WS-ITEM-AGE                 PIC S9(5) VALUE ZERO.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *  Every open item on SUSFILE, in file order.  WS-SUI-FIRST-SUB
      *  points each row at the first row for its key - the one a
      *  correction releases.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-COUNT           PIC 9(4) VALUE 0.
           05  WS-SUSPENSE-MAX             PIC 9(4) VALUE 1000.
           05  WS-SUSPENSE-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-SUI-IDX WS-SUF-IDX.
               10  WS-SUI-KEY              PIC X(10).
               10  WS-SUI-SUSPENDED-DATE   PIC X(8).
               10  WS-SUI-ORIGINAL-VALUE   PIC S9(9)V99.
               10  WS-SUI-REASON-CODE      PIC X(2).
               10  WS-SUI-REASON-TEXT      PIC X(60).
               10  WS-SUI-CYCLE-DATE       PIC 9(8).
               10  WS-SUI-AGE              PIC 9(5).
               10  WS-SUI-SOURCE-ID        PIC X(4).
               10  WS-SUI-FIRST-SUB        PIC 9(4).
               10  WS-SUI-KEY-ITEMS        PIC 9(4).
               10  WS-SUI-CORRECTED        PIC X.

      *  The entries the current list shows - SUSFILE rows passing
      *  the filter, or pending sign-offs.
       01  WS-PICK-TABLE.
           05  WS-PICK-COUNT               PIC 9(4) VALUE 0.
           05  WS-PICK-SUB                 PIC 9(4) OCCURS 1000 TIMES.

      *  CORRFILE as it stands when the sign-off list is built.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
           05  WS-PENDING-MAX              PIC 9(4) VALUE 1000.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-PND-IDX WS-DUP-IDX.
               10  WS-PND-KEY              PIC X(10).
               10  WS-PND-VALUE            PIC S9(9)V99.
               10  WS-PND-MAKER            PIC X(8).
               10  WS-PND-SUS-SUB          PIC 9(4).
               10  WS-PND-DUPLICATE        PIC X.
               10  WS-PND-SIGNED           PIC X.

       01  WS-STATISTICS.
           05  WS-CORRECTIONS-WRITTEN      PIC 9(5) VALUE 0.
           05  WS-SIGNOFFS-WRITTEN         PIC 9(5) VALUE 0.
           05  WS-HISTORY-COUNT            PIC 9(5) VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-SHORT               PIC ZZZ9.
           05  WS-EDIT-AGE                 PIC ZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(8)9.99-.
           05  WS-EDIT-LIMIT               PIC Z(8)9.99-.
           05  WS-EDIT-DOUBLED             PIC Z(17)9.99-.
           05  WS-EDIT-TOTAL               PIC Z(14)9.99-.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "OVFLWBNC  SUSPENSE WORKBENCH".
           05  LINE 3 COLUMN 2  VALUE "SIGN ON".
           05  LINE 5 COLUMN 2  VALUE "USER ID  . . . . . :".
           05  LINE 5 COLUMN 24 PIC X(8) USING WS-USER-ID.
           05  LINE 7 COLUMN 2  VALUE "MODE . . . . . . . :".
           05  LINE 7 COLUMN 24 PIC X USING WS-SESSION-MODE.
           05  LINE 8 COLUMN 6  VALUE "C - CORRECT SUSPENSE ITEMS".
           05  LINE 9 COLUMN 6  VALUE "A - SIGN OFF CORRECTIONS".
           05  LINE 10 COLUMN 6 VALUE "X - EXIT".
           05  LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01  FILTER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "OVFLWBNC  SUSPENSE WORKBENCH".
           05  LINE 1 COLUMN 64 VALUE "USER".
           05  LINE 1 COLUMN 69 PIC X(8) FROM WS-USER-ID.
           05  LINE 3 COLUMN 2  VALUE "LIST OPEN SUSPENSE ITEMS".
           05  LINE 5 COLUMN 2  VALUE "REASON CODE  . . . :".
           05  LINE 5 COLUMN 24 PIC X(2) USING WS-FILTER-REASON.
           05  LINE 5 COLUMN 30 VALUE "(BLANK - EVERY REASON)".
           05  LINE 6 COLUMN 2  VALUE "MINIMUM AGE (DAYS) :".
           05  LINE 6 COLUMN 24 PIC 9(3) USING WS-FILTER-AGE.
           05  LINE 6 COLUMN 30 VALUE "(ZERO - EVERY AGE)".
           05  LINE 8 COLUMN 2  VALUE "COMMAND  . . . . . :".
           05  LINE 8 COLUMN 24 PIC X USING WS-ACTION.
           05  LINE 8 COLUMN 30 VALUE "(BLANK - LIST, X - SIGN OFF)".
           05  LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01  ITEM-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "OVFLWBNC  SUSPENSE WORKBENCH".
           05  LINE 1 COLUMN 64 VALUE "USER".
           05  LINE 1 COLUMN 69 PIC X(8) FROM WS-USER-ID.
           05  LINE 2 COLUMN 2  PIC X(78) FROM WS-LIST-HEADING.
           05  LINE 4 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (1).
           05  LINE 5 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (2).
           05  LINE 6 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (3).
           05  LINE 7 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (4).
           05  LINE 8 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (5).
           05  LINE 9 COLUMN 2  PIC X(78) FROM WS-LIST-LINE (6).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (7).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (8).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (9).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (10).
           05  LINE 16 COLUMN 2 VALUE
               "LINE 1-10 - SELECT   F - FORWARD   B - BACK".
           05  LINE 17 COLUMN 2 VALUE
               "R - NEW FILTER OR REFRESH   X - EXIT".
           05  LINE 19 COLUMN 2 VALUE "COMMAND  . . . . . :".
           05  LINE 19 COLUMN 24 PIC X(2) USING WS-COMMAND.
           05  LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01  ITEM-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "OVFLWBNC  SUSPENSE ITEM".
           05  LINE 1 COLUMN 64 VALUE "USER".
           05  LINE 1 COLUMN 69 PIC X(8) FROM WS-USER-ID.
           05  LINE 3 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (1).
           05  LINE 4 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (2).
           05  LINE 5 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (3).
           05  LINE 6 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (4).
           05  LINE 7 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (5).
           05  LINE 8 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (6).
           05  LINE 9 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (7).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (8).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (9).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (10).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (11).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (12).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (13).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (14).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (15).
           05  LINE 19 COLUMN 2 VALUE "AMENDED VALUE  . . :".
           05  LINE 19 COLUMN 24 PIC -(9)9.99 USING WS-ENTRY-AMOUNT.
           05  LINE 20 COLUMN 2 VALUE "ACTION . . . . . . :".
           05  LINE 20 COLUMN 24 PIC X USING WS-ACTION.
           05  LINE 20 COLUMN 30 VALUE
               "C - CHECK   W - CHECK AND WRITE   Q - BACK TO LIST".
           05  LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01  SIGNOFF-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "OVFLWBNC  CORRECTION SIGN-OFF".
           05  LINE 1 COLUMN 64 VALUE "USER".
           05  LINE 1 COLUMN 69 PIC X(8) FROM WS-USER-ID.
           05  LINE 3 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (1).
           05  LINE 4 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (2).
           05  LINE 5 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (3).
           05  LINE 6 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (4).
           05  LINE 7 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (5).
           05  LINE 8 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (6).
           05  LINE 9 COLUMN 2  PIC X(78) FROM WS-DETAIL-LINE (7).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (8).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (9).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (10).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (11).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (12).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (13).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (14).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-DETAIL-LINE (15).
           05  LINE 19 COLUMN 2 VALUE "AMENDED VALUE  . . :".
           05  LINE 19 COLUMN 24 PIC -(9)9.99 FROM WS-ENTRY-AMOUNT.
           05  LINE 19 COLUMN 40 VALUE "KEYED BY :".
           05  LINE 19 COLUMN 51 PIC X(8) FROM WS-MAKER-ID.
           05  LINE 20 COLUMN 2 VALUE "ACTION . . . . . . :".
           05  LINE 20 COLUMN 24 PIC X USING WS-ACTION.
           05  LINE 20 COLUMN 30 VALUE
               "S - SIGN OFF   Q - BACK TO LIST".
           05  LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-SIGN-ON
           IF WS-MODE-CORRECT
               PERFORM 2000-CORRECTION-SESSION
                   UNTIL WS-SESSION-ENDED
           END-IF
           IF WS-MODE-SIGNOFF
               PERFORM 5000-SIGNOFF-SESSION
                   UNTIL WS-SESSION-ENDED
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 1050-READ-PARAMETERS
           PERFORM 1060-LOAD-PARAMETER-SCHEDULE
           PERFORM 1100-OPEN-MASTERS.

       1050-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-MULTIPLIER IS NUMERIC
                               AND PARM-MULTIPLIER > 0
                           MOVE PARM-MULTIPLIER TO WS-MULTIPLIER
                       END-IF
                       IF PARM-APPROVAL-LIMIT IS NUMERIC
                               AND PARM-APPROVAL-LIMIT > 0
                           MOVE PARM-APPROVAL-LIMIT
                               TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-MAX-PRE-COMPUTE = WS-MAX-NUMBER / WS-MULTIPLIER.

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
                       END-IF
                   END-IF
           END-READ.

      *  The masters are only read.  EXCMAST and BALMAST missing
      *  just leave their lines blank on the item screen; without
      *  ACCTMAST no correction can be shown to be postable, so
      *  none is written - OVFLREL would retain every item anyway.
       1100-OPEN-MASTERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS = "00"
               SET WS-ACCOUNT-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALANCE-MASTER-STATUS = "00"
               SET WS-BALANCE-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT EXC-MASTER-FILE
           IF WS-EXC-MASTER-STATUS = "00"
               SET WS-EXC-MASTER-OPEN TO TRUE
           END-IF.

      *****************************************************************
      *  Sign-on.  The ID keyed here goes on every row written and   *
      *  is what the sign-off mode compares with the maker.          *
      *****************************************************************
       1500-SIGN-ON.
           MOVE SPACES TO WS-MESSAGE
           IF NOT WS-ACCOUNT-MASTER-OPEN
               STRING "ACCOUNT MASTER NOT " DELIMITED BY SIZE
                   "AVAILABLE - ITEMS CAN BE VIEWED " DELIMITED BY SIZE
                   "BUT NOT " DELIMITED BY SIZE
                   "CORRECTED OR SIGNED OFF" DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF
           MOVE SPACES TO WS-SESSION-MODE
           PERFORM 1550-ACCEPT-SIGN-ON
               UNTIL WS-MODE-EXIT
                   OR ((WS-MODE-CORRECT OR WS-MODE-SIGNOFF)
                       AND WS-USER-ID NOT = SPACES)
           IF WS-MODE-EXIT
               SET WS-SESSION-ENDED TO TRUE
           END-IF.

       1550-ACCEPT-SIGN-ON.
           DISPLAY SIGN-ON-SCREEN
           ACCEPT SIGN-ON-SCREEN
           INSPECT WS-SESSION-MODE
               CONVERTING "acx" TO "ACX"
           IF NOT WS-MODE-EXIT
               IF WS-USER-ID = SPACES
                   MOVE "USER ID IS REQUIRED" TO WS-MESSAGE
               ELSE
                   IF NOT WS-MODE-CORRECT AND NOT WS-MODE-SIGNOFF
                       MOVE "MODE MUST BE C, A OR X" TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Correction mode: filter, list, work an item.                *
      *****************************************************************
       2000-CORRECTION-SESSION.
           PERFORM 2100-ACCEPT-FILTER
           IF NOT WS-SESSION-ENDED
               PERFORM 2200-LOAD-SUSPENSE
               PERFORM 2300-SELECT-ITEMS
               MOVE 1 TO WS-PAGE-START
               MOVE 'N' TO WS-BROWSE-SWITCH
               PERFORM 2400-BROWSE-ITEMS
                   UNTIL WS-BROWSE-ENDED
           END-IF.

       2100-ACCEPT-FILTER.
           MOVE SPACES TO WS-ACTION
           DISPLAY FILTER-SCREEN
           ACCEPT FILTER-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-ACTION CONVERTING "x" TO "X"
           INSPECT WS-FILTER-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ACTION = "X"
               SET WS-SESSION-ENDED TO TRUE
           END-IF
           IF WS-FILTER-AGE IS NOT NUMERIC
               MOVE ZERO TO WS-FILTER-AGE
           END-IF.

      *  SUSFILE is re-read for every list, so items released or
      *  corrected since the last list show as they now stand.
       2200-LOAD-SUSPENSE.
           MOVE 0 TO WS-SUSPENSE-COUNT
           MOVE 'N' TO WS-SUSPENSE-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               MOVE "SUSPENSE FILE NOT AVAILABLE - NOTHING TO LIST"
                   TO WS-MESSAGE
           ELSE
               PERFORM 2250-LOAD-ONE-SUSPENSE
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 2280-MARK-CORRECTED-KEYS.

       2250-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF WS-SUSPENSE-COUNT < WS-SUSPENSE-MAX
                       ADD 1 TO WS-SUSPENSE-COUNT
                       SET WS-SUI-IDX TO WS-SUSPENSE-COUNT
                       PERFORM 2260-TABLE-SUSPENSE-ITEM
                   ELSE
                       MOVE SPACES TO WS-MESSAGE
                       STRING "SUSPENSE TABLE FULL - " DELIMITED BY SIZE
                           "ONLY THE FIRST 1000 " DELIMITED BY SIZE
                           "ITEMS ARE LISTED" DELIMITED BY SIZE
                           INTO WS-MESSAGE
                       SET WS-END-OF-SUSPENSE TO TRUE
                   END-IF
           END-READ.

       2260-TABLE-SUSPENSE-ITEM.
           MOVE SUS-KEY            TO WS-SUI-KEY (WS-SUI-IDX)
           MOVE SUS-TIMESTAMP (1:8)
                                   TO WS-SUI-SUSPENDED-DATE (WS-SUI-IDX)
           MOVE SUS-ORIGINAL-VALUE TO WS-SUI-ORIGINAL-VALUE (WS-SUI-IDX)
           MOVE SUS-REASON-CODE    TO WS-SUI-REASON-CODE (WS-SUI-IDX)
           MOVE SUS-REASON-TEXT    TO WS-SUI-REASON-TEXT (WS-SUI-IDX)
           MOVE SUS-SOURCE-ID      TO WS-SUI-SOURCE-ID (WS-SUI-IDX)
           MOVE "N"                TO WS-SUI-CORRECTED (WS-SUI-IDX)
      *  The item's cycle date picks its schedule row; an item
      *  suspended before the date was stamped falls back to the day
      *  it first suspended, as in OVFLREL and OVFLCEDT.
           MOVE 0 TO WS-SUI-CYCLE-DATE (WS-SUI-IDX)
           IF SUS-CYCLE-DATE IS NUMERIC AND SUS-CYCLE-DATE > 0
               MOVE SUS-CYCLE-DATE TO WS-SUI-CYCLE-DATE (WS-SUI-IDX)
           ELSE
               IF SUS-TIMESTAMP (1:8) IS NUMERIC
                   MOVE SUS-TIMESTAMP (1:8)
                       TO WS-SUI-CYCLE-DATE (WS-SUI-IDX)
               END-IF
           END-IF
           PERFORM 2270-COMPUTE-ITEM-AGE
           MOVE WS-ITEM-AGE TO WS-SUI-AGE (WS-SUI-IDX)
      *  The first row for the key is the one OVFLREL releases.
           SET WS-SUI-FIRST-SUB (WS-SUI-IDX) TO WS-SUI-IDX
           MOVE 1 TO WS-SUI-KEY-ITEMS (WS-SUI-IDX)
           SET WS-SUF-IDX TO 1
           PERFORM UNTIL WS-SUF-IDX >= WS-SUI-IDX
               IF WS-SUI-KEY (WS-SUF-IDX) = WS-SUI-KEY (WS-SUI-IDX)
                       AND WS-SUI-FIRST-SUB (WS-SUF-IDX) = WS-SUF-IDX
                   SET WS-SUI-FIRST-SUB (WS-SUI-IDX) TO WS-SUF-IDX
                   ADD 1 TO WS-SUI-KEY-ITEMS (WS-SUF-IDX)
                   SET WS-SUF-IDX TO WS-SUI-IDX
               ELSE
                   SET WS-SUF-IDX UP BY 1
               END-IF
           END-PERFORM.

      *  Aged from the CCYYMMDD the item first suspended, as OVFLAGE
      *  ages it; a mangled timestamp is shown as 99999 days.
       2270-COMPUTE-ITEM-AGE.
           MOVE 99999 TO WS-ITEM-AGE
           IF SUS-TIMESTAMP (1:8) IS NUMERIC
               MOVE SUS-TIMESTAMP (1:8) TO WS-ITEM-DATE
               COMPUTE WS-ITEM-INTEGER
                   = FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)
               IF WS-ITEM-INTEGER > 0
                   COMPUTE WS-ITEM-AGE
                       = WS-TODAY-INTEGER - WS-ITEM-INTEGER
                   IF WS-ITEM-AGE < 0
                       MOVE 0 TO WS-ITEM-AGE
                   END-IF
               END-IF
           END-IF.

      *  Keys that already have a CORRFILE row waiting for the next
      *  edit are marked on the list.
       2280-MARK-CORRECTED-KEYS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = "00"
               PERFORM 2285-MARK-ONE-CORRECTION
                   UNTIL WS-END-OF-FILE
               CLOSE CORRECTION-FILE
           END-IF.

       2285-MARK-ONE-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET WS-SUI-IDX TO 1
                   PERFORM UNTIL WS-SUI-IDX > WS-SUSPENSE-COUNT
                       IF WS-SUI-KEY (WS-SUI-IDX) = COR-KEY
                           MOVE "Y" TO WS-SUI-CORRECTED (WS-SUI-IDX)
                       END-IF
                       SET WS-SUI-IDX UP BY 1
                   END-PERFORM
           END-READ.

       2300-SELECT-ITEMS.
           MOVE 0 TO WS-PICK-COUNT
           IF WS-SUSPENSE-COUNT > 0
               SET WS-SUI-IDX TO 1
               PERFORM 2350-SELECT-ONE-ITEM
                   UNTIL WS-SUI-IDX > WS-SUSPENSE-COUNT
           END-IF
           MOVE WS-PICK-COUNT TO WS-EDIT-SHORT
           MOVE SPACES TO WS-LIST-HEADING
           STRING "OPEN ITEMS " DELIMITED BY SIZE
               WS-EDIT-SHORT DELIMITED BY SIZE
               "   REASON " DELIMITED BY SIZE
               WS-FILTER-REASON DELIMITED BY SIZE
               "   MINIMUM AGE " DELIMITED BY SIZE
               WS-FILTER-AGE DELIMITED BY SIZE
               "   (* - CORRECTION ALREADY ON CORRFILE)"
                   DELIMITED BY SIZE
               INTO WS-LIST-HEADING
           IF WS-PICK-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "NO OPEN ITEM MATCHES THE FILTER" TO WS-MESSAGE
           END-IF.

       2350-SELECT-ONE-ITEM.
           IF (WS-FILTER-REASON = SPACES
                   OR WS-SUI-REASON-CODE (WS-SUI-IDX)
                       = WS-FILTER-REASON)
               AND WS-SUI-AGE (WS-SUI-IDX) NOT < WS-FILTER-AGE
               ADD 1 TO WS-PICK-COUNT
               SET WS-PICK-SUB (WS-PICK-COUNT) TO WS-SUI-IDX
           END-IF
           SET WS-SUI-IDX UP BY 1.

       2400-BROWSE-ITEMS.
           PERFORM 2450-BUILD-ITEM-PAGE
           MOVE SPACES TO WS-COMMAND
           DISPLAY ITEM-LIST-SCREEN
           ACCEPT ITEM-LIST-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-COMMAND CONVERTING "fbrx" TO "FBRX"
           PERFORM 2500-PAGE-COMMAND
           IF WS-PICK-TARGET > 0
               MOVE WS-PICK-SUB (WS-PICK-TARGET) TO WS-CURRENT-SUB
               PERFORM 3000-WORK-ITEM
      *  The list is rebuilt so a correction just written shows.
               PERFORM 2280-MARK-CORRECTED-KEYS
           END-IF
           IF WS-COMMAND = "R"
               SET WS-BROWSE-ENDED TO TRUE
           END-IF
           IF WS-COMMAND = "X"
               SET WS-BROWSE-ENDED TO TRUE
               SET WS-SESSION-ENDED TO TRUE
           END-IF.

       2450-BUILD-ITEM-PAGE.
           MOVE SPACES TO WS-LIST-LINES
           MOVE 0 TO WS-PAGE-LINE
           MOVE WS-PAGE-START TO WS-PICK-TARGET
           PERFORM 2460-BUILD-ITEM-LINE
               UNTIL WS-PAGE-LINE = 10
                   OR WS-PICK-TARGET > WS-PICK-COUNT.

       2460-BUILD-ITEM-LINE.
           ADD 1 TO WS-PAGE-LINE
           SET WS-SUI-IDX TO WS-PICK-SUB (WS-PICK-TARGET)
           MOVE WS-SUI-ORIGINAL-VALUE (WS-SUI-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-SUI-AGE (WS-SUI-IDX) TO WS-EDIT-AGE
           MOVE WS-PAGE-LINE TO WS-EDIT-SHORT
           STRING WS-EDIT-SHORT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUI-CORRECTED (WS-SUI-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUI-KEY (WS-SUI-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUI-SOURCE-ID (WS-SUI-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUI-REASON-CODE (WS-SUI-IDX) DELIMITED BY SIZE
               "  SUSPENDED " DELIMITED BY SIZE
               WS-SUI-SUSPENDED-DATE (WS-SUI-IDX) DELIMITED BY SIZE
               "  AGE " DELIMITED BY SIZE
               WS-EDIT-AGE DELIMITED BY SIZE
               "  VALUE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-LIST-LINE (WS-PAGE-LINE)
           INSPECT WS-LIST-LINE (WS-PAGE-LINE) (6:1)
               CONVERTING "YN" TO "* "
           ADD 1 TO WS-PICK-TARGET.

      *  Paging and line selection, shared by both lists.  A line
      *  number leaves the picked entry's place in the list in
      *  WS-PICK-TARGET; anything else leaves it zero.
       2500-PAGE-COMMAND.
           MOVE 0 TO WS-PICK-TARGET
           MOVE 0 TO WS-PICK-NUMBER
           IF WS-COMMAND (1:1) IS NUMERIC AND WS-COMMAND (2:1) = SPACE
               MOVE WS-COMMAND (1:1) TO WS-PICK-NUMBER
           ELSE
               IF WS-COMMAND IS NUMERIC
                   MOVE WS-COMMAND TO WS-PICK-NUMBER
               END-IF
           END-IF
           IF WS-PICK-NUMBER > 0
               COMPUTE WS-PICK-TARGET
                   = WS-PAGE-START + WS-PICK-NUMBER - 1
               IF WS-PICK-NUMBER > 10
                       OR WS-PICK-TARGET > WS-PICK-COUNT
                   MOVE 0 TO WS-PICK-TARGET
                   MOVE "NO SUCH LINE ON THIS PAGE" TO WS-MESSAGE
               END-IF
           ELSE
               EVALUATE WS-COMMAND
                   WHEN "F "
                       IF WS-PAGE-START + 10 > WS-PICK-COUNT
                           MOVE "LAST PAGE" TO WS-MESSAGE
                       ELSE
                           ADD 10 TO WS-PAGE-START
                       END-IF
                   WHEN "B "
                       IF WS-PAGE-START > 10
                           SUBTRACT 10 FROM WS-PAGE-START
                       ELSE
                           MOVE 1 TO WS-PAGE-START
                           MOVE "FIRST PAGE" TO WS-MESSAGE
                       END-IF
                   WHEN "R "
                       MOVE "R" TO WS-COMMAND
                   WHEN "X "
                       MOVE "X" TO WS-COMMAND
                   WHEN OTHER
                       MOVE "COMMAND NOT RECOGNIZED" TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  One item: show it, check amended values until the analyst   *
      *  writes one or goes back to the list.                        *
      *****************************************************************
       3000-WORK-ITEM.
           SET WS-SUI-IDX TO WS-CURRENT-SUB
           MOVE WS-SUI-FIRST-SUB (WS-SUI-IDX) TO WS-RELEASE-SUB
           PERFORM 3100-BUILD-ITEM-DETAIL
           MOVE ZERO TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-MESSAGE
           MOVE 'N' TO WS-ITEM-SWITCH
           PERFORM 3050-ACCEPT-CORRECTION
               UNTIL WS-ITEM-DONE
           MOVE SPACES TO WS-MESSAGE.

       3050-ACCEPT-CORRECTION.
           MOVE SPACES TO WS-ACTION
           DISPLAY ITEM-DETAIL-SCREEN
           ACCEPT ITEM-DETAIL-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-ACTION CONVERTING "cwq" TO "CWQ"
           EVALUATE WS-ACTION
               WHEN "Q"
                   SET WS-ITEM-DONE TO TRUE
               WHEN "C"
                   PERFORM 3500-CHECK-AMENDED-VALUE
                   IF WS-VALUE-PASSES
                       PERFORM 3560-CHECK-CORRFILE
                   END-IF
               WHEN "W"
                   PERFORM 3500-CHECK-AMENDED-VALUE
                   IF WS-VALUE-PASSES
                       PERFORM 3560-CHECK-CORRFILE
                   END-IF
                   IF WS-VALUE-PASSES
                       PERFORM 3600-WRITE-CORRECTION
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE C, W OR Q" TO WS-MESSAGE
           END-EVALUATE.

      *  The item screen: the item picked (WS-SUI-IDX), then the
      *  account, its balance, the limits in force for the item a
      *  correction would release, and the two histories.
       3100-BUILD-ITEM-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINES
           MOVE WS-SUI-AGE (WS-SUI-IDX) TO WS-EDIT-AGE
           STRING "KEY " DELIMITED BY SIZE
               WS-SUI-KEY (WS-SUI-IDX) DELIMITED BY SIZE
               "   SOURCE " DELIMITED BY SIZE
               WS-SUI-SOURCE-ID (WS-SUI-IDX) DELIMITED BY SIZE
               "   SUSPENDED " DELIMITED BY SIZE
               WS-SUI-SUSPENDED-DATE (WS-SUI-IDX) DELIMITED BY SIZE
               "   AGE " DELIMITED BY SIZE
               WS-EDIT-AGE DELIMITED BY SIZE
               " DAY(S)" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE (1)
           MOVE WS-SUI-ORIGINAL-VALUE (WS-SUI-IDX) TO WS-EDIT-AMOUNT
           STRING "ORIGINAL VALUE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "   CYCLE DATE " DELIMITED BY SIZE
               WS-SUI-CYCLE-DATE (WS-SUI-IDX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE (2)
           STRING "REASON " DELIMITED BY SIZE
               WS-SUI-REASON-CODE (WS-SUI-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUI-REASON-TEXT (WS-SUI-IDX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE (3)
           PERFORM 3150-SHOW-ACCOUNT
           PERFORM 3160-SHOW-BALANCE
           PERFORM 3170-SHOW-LIMITS
           PERFORM 3200-SHOW-OVERFLOW-HISTORY
           PERFORM 3300-SHOW-PRIOR-DISPOSITIONS.

       3150-SHOW-ACCOUNT.
           IF NOT WS-ACCOUNT-MASTER-OPEN
               MOVE "ACCOUNT MASTER NOT AVAILABLE"
                   TO WS-DETAIL-LINE (4)
           ELSE
               MOVE WS-SUI-KEY (WS-SUI-IDX) TO ACCT-KEY
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON THE ACCOUNT MASTER"
                           TO WS-DETAIL-LINE (4)
                   NOT INVALID KEY
                       MOVE ACCT-CEILING TO WS-EDIT-LIMIT
                       STRING "ACCOUNT STATUS " DELIMITED BY SIZE
                           ACCT-STATUS DELIMITED BY SIZE
                           " (O-OPEN F-FROZEN C-CLOSED)   CEILING "
                               DELIMITED BY SIZE
                           WS-EDIT-LIMIT DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE (4)
                       IF ACCT-CEILING = 0
                           MOVE "NONE" TO WS-DETAIL-LINE (4) (55:13)
                       END-IF
               END-READ
           END-IF.

       3160-SHOW-BALANCE.
           IF NOT WS-BALANCE-MASTER-OPEN
               MOVE "BALANCE MASTER NOT AVAILABLE"
                   TO WS-DETAIL-LINE (5)
           ELSE
               MOVE WS-SUI-KEY (WS-SUI-IDX) TO BAL-KEY
               READ BALANCE-MASTER-FILE
                   INVALID KEY
                       MOVE "NOTHING POSTED TO THIS ACCOUNT YET"
                           TO WS-DETAIL-LINE (5)
                   NOT INVALID KEY
                       MOVE BAL-POSTED-AMOUNT TO WS-EDIT-TOTAL
                       MOVE BAL-CYCLE-COUNT TO WS-EDIT-COUNT
                       STRING "POSTED TO DATE " DELIMITED BY SIZE
                           WS-EDIT-TOTAL DELIMITED BY SIZE
                           "  CYCLES" DELIMITED BY SIZE
                           WS-EDIT-COUNT DELIMITED BY SIZE
                           "  FIRST " DELIMITED BY SIZE
                           BAL-FIRST-CYCLE DELIMITED BY SIZE
                           "  LAST " DELIMITED BY SIZE
                           BAL-LAST-CYCLE DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE (5)
               END-READ
           END-IF.

      *  The limits are those of the item a correction releases -
      *  the key's first item, which is not always the one picked.
       3170-SHOW-LIMITS.
           PERFORM 3400-SELECT-SCHEDULE-ROW
           MOVE WS-ITEM-MAX-PRE-COMPUTE TO WS-EDIT-AMOUNT
           MOVE WS-ITEM-APPROVAL-LIMIT  TO WS-EDIT-LIMIT
           STRING "BOUND " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "   APPROVAL LIMIT " DELIMITED BY SIZE
               WS-EDIT-LIMIT DELIMITED BY SIZE
               "   SCHEDULE ROW " DELIMITED BY SIZE
               WS-ITEM-SCHEDULE-DATE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE (6)
           IF WS-ITEM-SCHEDULE-DATE = 0
               MOVE "NONE    " TO WS-DETAIL-LINE (6) (67:8)
           END-IF
           IF WS-SUI-KEY-ITEMS (WS-RELEASE-SUB) > 1
               MOVE WS-SUI-KEY-ITEMS (WS-RELEASE-SUB) TO WS-EDIT-SHORT
               STRING "KEY HAS " DELIMITED BY SIZE
                   WS-EDIT-SHORT DELIMITED BY SIZE
                   " ITEMS OPEN - A CORRECTION RELEASES THE FIRST, OF "
                       DELIMITED BY SIZE
                   WS-SUI-SUSPENDED-DATE (WS-RELEASE-SUB)
                       DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE (7)
           END-IF.

       3200-SHOW-OVERFLOW-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 0 TO WS-RECENT-COUNT
           MOVE SPACES TO WS-RECENT-LINE (1) WS-RECENT-LINE (2)
                          WS-RECENT-LINE (3)
           IF NOT WS-EXC-MASTER-OPEN
               MOVE "OVERFLOW HISTORY (EXCMAST) NOT AVAILABLE"
                   TO WS-DETAIL-LINE (8)
           ELSE
               MOVE WS-SUI-KEY (WS-SUI-IDX) TO EXCM-KEY
               MOVE LOW-VALUES TO EXCM-TIMESTAMP
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               START EXC-MASTER-FILE KEY IS NOT < EXCM-MASTER-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM 3250-READ-OVERFLOW-ROW
                   UNTIL WS-END-OF-FILE
               MOVE WS-HISTORY-COUNT TO WS-EDIT-AGE
               STRING "OVERFLOW HISTORY (EXCMAST) - " DELIMITED BY SIZE
                   WS-EDIT-AGE DELIMITED BY SIZE
                   " ROW(S), LATEST SHOWN" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE (8)
               MOVE WS-RECENT-LINE (1) TO WS-DETAIL-LINE (9)
               MOVE WS-RECENT-LINE (2) TO WS-DETAIL-LINE (10)
               MOVE WS-RECENT-LINE (3) TO WS-DETAIL-LINE (11)
           END-IF.

       3250-READ-OVERFLOW-ROW.
           READ EXC-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EXCM-KEY NOT = WS-SUI-KEY (WS-SUI-IDX)
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE EXCM-ORIGINAL-NUMBER TO WS-EDIT-AMOUNT
                       MOVE EXCM-DOUBLED-VALUE   TO WS-EDIT-DOUBLED
                       MOVE EXCM-REMAINDER       TO WS-EDIT-LIMIT
                       MOVE SPACES TO WS-RECENT-NEW
                       STRING "  " DELIMITED BY SIZE
                           EXCM-TIMESTAMP (1:8) DELIMITED BY SIZE
                           " ORIG " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           " DBL " DELIMITED BY SIZE
                           WS-EDIT-DOUBLED DELIMITED BY SIZE
                           " REM " DELIMITED BY SIZE
                           WS-EDIT-LIMIT DELIMITED BY SIZE
                           INTO WS-RECENT-NEW
                       PERFORM 3380-KEEP-RECENT-LINE
                   END-IF
           END-READ.

      *  RELLOG is sequential and unkeyed - the whole log is read
      *  for the key each time an item is shown.
       3300-SHOW-PRIOR-DISPOSITIONS.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 0 TO WS-RECENT-COUNT
           MOVE SPACES TO WS-RECENT-LINE (1) WS-RECENT-LINE (2)
                          WS-RECENT-LINE (3)
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS NOT = "00"
               MOVE "PRIOR DISPOSITIONS (RELLOG) NOT AVAILABLE"
                   TO WS-DETAIL-LINE (12)
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM 3350-READ-DISPOSITION-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE DISPOSITION-FILE
               MOVE WS-HISTORY-COUNT TO WS-EDIT-AGE
               STRING "PRIOR DISPOSITIONS (RELLOG) - " DELIMITED BY SIZE
                   WS-EDIT-AGE DELIMITED BY SIZE
                   " ROW(S), LATEST SHOWN" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE (12)
               MOVE WS-RECENT-LINE (1) TO WS-DETAIL-LINE (13)
               MOVE WS-RECENT-LINE (2) TO WS-DETAIL-LINE (14)
               MOVE WS-RECENT-LINE (3) TO WS-DETAIL-LINE (15)
           END-IF.

       3350-READ-DISPOSITION-ROW.
           READ DISPOSITION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF DSP-KEY = WS-SUI-KEY (WS-SUI-IDX)
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE DSP-AMENDED-VALUE TO WS-EDIT-AMOUNT
                       MOVE SPACES TO WS-RECENT-NEW
                       STRING "  " DELIMITED BY SIZE
                           DSP-TIMESTAMP (1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DSP-DISPOSITION DELIMITED BY SIZE
                           " REASON " DELIMITED BY SIZE
                           DSP-REASON-CODE DELIMITED BY SIZE
                           " AMENDED " DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           INTO WS-RECENT-NEW
                       PERFORM 3380-KEEP-RECENT-LINE
                   END-IF
           END-READ.

       3380-KEEP-RECENT-LINE.
           IF WS-RECENT-COUNT < 3
               ADD 1 TO WS-RECENT-COUNT
               MOVE WS-RECENT-NEW TO WS-RECENT-LINE (WS-RECENT-COUNT)
           ELSE
               MOVE WS-RECENT-LINE (2) TO WS-RECENT-LINE (1)
               MOVE WS-RECENT-LINE (3) TO WS-RECENT-LINE (2)
               MOVE WS-RECENT-NEW      TO WS-RECENT-LINE (3)
           END-IF.

      *  The last row on or before the released item's cycle date;
      *  none, and the PARMFILE bound and limit apply.
       3400-SELECT-SCHEDULE-ROW.
           MOVE WS-SUI-CYCLE-DATE (WS-RELEASE-SUB)
               TO WS-ITEM-CYCLE-DATE
           MOVE WS-MAX-PRE-COMPUTE TO WS-ITEM-MAX-PRE-COMPUTE
           MOVE WS-APPROVAL-LIMIT  TO WS-ITEM-APPROVAL-LIMIT
           MOVE 0 TO WS-ITEM-SCHEDULE-DATE
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
               MOVE WS-PSC-DATE (WS-PSC-IDX) TO WS-ITEM-SCHEDULE-DATE
               MOVE WS-PSC-MAX-PRE-COMPUTE (WS-PSC-IDX)
                   TO WS-ITEM-MAX-PRE-COMPUTE
               IF WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX) > 0
                   MOVE WS-PSC-APPROVAL-LIMIT (WS-PSC-IDX)
                       TO WS-ITEM-APPROVAL-LIMIT
               END-IF
           END-IF.

      *****************************************************************
      *  The on-the-spot check: OVFLCEDT's bound and approval limit  *
      *  and OVFLREL's account checks, for the item WS-RELEASE-SUB.  *
      *****************************************************************
       3500-CHECK-AMENDED-VALUE.
           SET WS-VALUE-REFUSED TO TRUE
           SET WS-SIGNOFF-NOT-NEEDED TO TRUE
           PERFORM 3400-SELECT-SCHEDULE-ROW
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (WS-ENTRY-AMOUNT)
           IF NOT WS-ACCOUNT-MASTER-OPEN
               MOVE SPACES TO WS-MESSAGE
               STRING "ACCOUNT MASTER NOT " DELIMITED BY SIZE
                   "AVAILABLE - NO CORRECTION CAN " DELIMITED BY SIZE
                   "BE PROVEN POSTABLE" DELIMITED BY SIZE
                   INTO WS-MESSAGE
           ELSE
               IF WS-ABS-AMOUNT > WS-ITEM-MAX-PRE-COMPUTE
                   MOVE WS-ITEM-MAX-PRE-COMPUTE TO WS-EDIT-LIMIT
                   MOVE SPACES TO WS-MESSAGE
                   STRING "REFUSED - OVER THE PRE-COMPUTE BOUND OF "
                           DELIMITED BY SIZE
                       WS-EDIT-LIMIT DELIMITED BY SIZE
                       INTO WS-MESSAGE
               ELSE
                   PERFORM 3550-CHECK-ACCOUNT
               END-IF
           END-IF
           IF WS-VALUE-PASSES
               IF WS-ABS-AMOUNT > WS-ITEM-APPROVAL-LIMIT
                   SET WS-SIGNOFF-NEEDED TO TRUE
                   MOVE WS-ITEM-APPROVAL-LIMIT TO WS-EDIT-LIMIT
                   MOVE SPACES TO WS-MESSAGE
                   STRING "PASSES - OVER THE APPROVAL LIMIT OF "
                           DELIMITED BY SIZE
                       WS-EDIT-LIMIT DELIMITED BY SIZE
                       " - NEEDS A SECOND USER'S SIGN-OFF"
                           DELIMITED BY SIZE
                       INTO WS-MESSAGE
               ELSE
                   MOVE "PASSES - WITHIN THE APPROVAL LIMIT"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      *  The account as it stands today, as OVFLREL's 2350 reads it.
       3550-CHECK-ACCOUNT.
           MOVE WS-SUI-KEY (WS-RELEASE-SUB) TO ACCT-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "REFUSED - ACCOUNT NOT ON THE ACCOUNT MASTER"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE SPACES TO WS-MESSAGE
                       STRING "REFUSED - ACCOUNT " DELIMITED BY SIZE
                           "IS NOT OPEN (FROZEN OR CLOSED)"
                           DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   ELSE
                       IF ACCT-CEILING NOT = 0
                               AND WS-ABS-AMOUNT > ACCT-CEILING
                           MOVE ACCT-CEILING TO WS-EDIT-LIMIT
                           MOVE SPACES TO WS-MESSAGE
                           STRING "REFUSED - OVER THE ACCOUNT CEILING "
                                   DELIMITED BY SIZE
                               "OF " DELIMITED BY SIZE
                               WS-EDIT-LIMIT DELIMITED BY SIZE
                               INTO WS-MESSAGE
                       ELSE
                           SET WS-VALUE-PASSES TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *  A second CORRFILE row for the key would make OVFLCEDT hold
      *  both as duplicates, so the file is read again at the moment
      *  of writing - another analyst may have keyed one meanwhile.
       3560-CHECK-CORRFILE.
           MOVE 'N' TO WS-ON-CORRFILE-SWITCH
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = "00"
               PERFORM 3565-READ-CORRFILE-ROW
                   UNTIL WS-END-OF-FILE OR WS-KEY-ON-CORRFILE
               CLOSE CORRECTION-FILE
           END-IF
           IF WS-KEY-ON-CORRFILE
               SET WS-VALUE-REFUSED TO TRUE
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - KEY ALREADY ON CORRFILE AT "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " - A SECOND ROW HOLDS BOTH" DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.

       3565-READ-CORRFILE-ROW.
           READ CORRECTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF COR-KEY = WS-SUI-KEY (WS-RELEASE-SUB)
                       SET WS-KEY-ON-CORRFILE TO TRUE
                       IF COR-AMENDED-VALUE IS NUMERIC
                           MOVE COR-AMENDED-VALUE TO WS-EDIT-AMOUNT
                       ELSE
                           MOVE ZERO TO WS-EDIT-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *  The maker goes on WBNCLOG before the correction goes on
      *  CORRFILE - a correction with no maker on the log could be
      *  signed off by the person who keyed it.
       3600-WRITE-CORRECTION.
           MOVE "CORRECT" TO WBL-ACTION
           MOVE WS-SUI-KEY (WS-RELEASE-SUB) TO WBL-KEY
           IF WS-SIGNOFF-NEEDED
               MOVE "Y" TO WBL-SIGNOFF-NEEDED
           ELSE
               MOVE "N" TO WBL-SIGNOFF-NEEDED
           END-IF
           PERFORM 8000-WRITE-LOG
           IF WS-LOG-WRITTEN
               PERFORM 3650-WRITE-CORRFILE-ROW
           END-IF.

       3650-WRITE-CORRFILE-ROW.
           OPEN EXTEND CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = "35"
               OPEN OUTPUT CORRECTION-FILE
           END-IF
           MOVE WS-SUI-KEY (WS-RELEASE-SUB) TO COR-KEY
           MOVE WS-ENTRY-AMOUNT             TO COR-AMENDED-VALUE
           WRITE CORRECTION-RECORD
           IF WS-CORRECTION-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "CORRFILE WRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                   WS-CORRECTION-FILE-STATUS DELIMITED BY SIZE
                   " - NOTHING WRITTEN" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               CLOSE CORRECTION-FILE
           ELSE
               CLOSE CORRECTION-FILE
               ADD 1 TO WS-CORRECTIONS-WRITTEN
               SET WS-ITEM-DONE TO TRUE
           END-IF.

      *****************************************************************
      *  Sign-off mode: the CORRFILE rows still waiting for a        *
      *  second user, and the sign-off itself.                       *
      *****************************************************************
       5000-SIGNOFF-SESSION.
           PERFORM 2200-LOAD-SUSPENSE
           PERFORM 5100-LOAD-PENDING
           PERFORM 5400-SELECT-PENDING
           MOVE 1 TO WS-PAGE-START
           MOVE 'N' TO WS-BROWSE-SWITCH
           PERFORM 5500-BROWSE-PENDING
               UNTIL WS-BROWSE-ENDED.

       5100-LOAD-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = "00"
               PERFORM 5150-LOAD-ONE-CORRECTION
                   UNTIL WS-END-OF-FILE
               CLOSE CORRECTION-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "00"
               PERFORM 5200-MARK-ONE-SIGNOFF
                   UNTIL WS-END-OF-FILE
               CLOSE APPROVAL-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT WORKBENCH-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM 5300-NOTE-ONE-MAKER
                   UNTIL WS-END-OF-FILE
               CLOSE WORKBENCH-LOG-FILE
           END-IF.

      *  A mistyped amount or a key with two rows will be withheld
      *  by OVFLCEDT whatever is signed, so neither is offered.
       5150-LOAD-ONE-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF COR-AMENDED-VALUE IS NUMERIC
                       AND WS-PENDING-COUNT < WS-PENDING-MAX
                       ADD 1 TO WS-PENDING-COUNT
                       SET WS-PND-IDX TO WS-PENDING-COUNT
                       MOVE COR-KEY TO WS-PND-KEY (WS-PND-IDX)
                       MOVE COR-AMENDED-VALUE
                           TO WS-PND-VALUE (WS-PND-IDX)
                       MOVE SPACES TO WS-PND-MAKER (WS-PND-IDX)
                       MOVE 0   TO WS-PND-SUS-SUB (WS-PND-IDX)
                       MOVE "N" TO WS-PND-DUPLICATE (WS-PND-IDX)
                       MOVE "N" TO WS-PND-SIGNED (WS-PND-IDX)
                       SET WS-DUP-IDX TO 1
                       PERFORM UNTIL WS-DUP-IDX >= WS-PND-IDX
                           IF WS-PND-KEY (WS-DUP-IDX)
                                   = WS-PND-KEY (WS-PND-IDX)
                               MOVE "Y"
                                   TO WS-PND-DUPLICATE (WS-DUP-IDX)
                               MOVE "Y"
                                   TO WS-PND-DUPLICATE (WS-PND-IDX)
                           END-IF
                           SET WS-DUP-IDX UP BY 1
                       END-PERFORM
                   END-IF
           END-READ.

      *  Signed when APPRFILE carries the key and the same amount
      *  under some approver - the match OVFLCEDT makes.
       5200-MARK-ONE-SIGNOFF.
           READ APPROVAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF APR-AMENDED-VALUE IS NUMERIC
                           AND APR-APPROVER-ID NOT = SPACES
                           AND WS-PENDING-COUNT > 0
                       SET WS-PND-IDX TO 1
                       PERFORM UNTIL WS-PND-IDX > WS-PENDING-COUNT
                           IF WS-PND-KEY (WS-PND-IDX) = APR-KEY
                                   AND WS-PND-VALUE (WS-PND-IDX)
                                       = APR-AMENDED-VALUE
                               MOVE "Y" TO WS-PND-SIGNED (WS-PND-IDX)
                           END-IF
                           SET WS-PND-IDX UP BY 1
                       END-PERFORM
                   END-IF
           END-READ.

      *  The latest CORRECT row for the key and amount names the
      *  maker.
       5300-NOTE-ONE-MAKER.
           READ WORKBENCH-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WBL-ACTION = "CORRECT"
                           AND WBL-AMENDED-VALUE IS NUMERIC
                           AND WS-PENDING-COUNT > 0
                       SET WS-PND-IDX TO 1
                       PERFORM UNTIL WS-PND-IDX > WS-PENDING-COUNT
                           IF WS-PND-KEY (WS-PND-IDX) = WBL-KEY
                                   AND WS-PND-VALUE (WS-PND-IDX)
                                       = WBL-AMENDED-VALUE
                               MOVE WBL-USER-ID
                                   TO WS-PND-MAKER (WS-PND-IDX)
                           END-IF
                           SET WS-PND-IDX UP BY 1
                       END-PERFORM
                   END-IF
           END-READ.

      *  Offered: on SUSFILE, over the limit in force for the item
      *  it releases, not yet signed, and not a duplicate.
       5400-SELECT-PENDING.
           MOVE 0 TO WS-PICK-COUNT
           IF WS-PENDING-COUNT > 0
               SET WS-PND-IDX TO 1
               PERFORM 5450-SELECT-ONE-PENDING
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
           END-IF
           MOVE WS-PICK-COUNT TO WS-EDIT-SHORT
           MOVE SPACES TO WS-LIST-HEADING
           STRING "CORRECTIONS WAITING FOR SIGN-OFF " DELIMITED BY SIZE
               WS-EDIT-SHORT DELIMITED BY SIZE
               INTO WS-LIST-HEADING
           IF WS-PICK-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "NO CORRECTION IS WAITING FOR SIGN-OFF"
                   TO WS-MESSAGE
           END-IF.

       5450-SELECT-ONE-PENDING.
           IF WS-PND-DUPLICATE (WS-PND-IDX) = "N"
                   AND WS-PND-SIGNED (WS-PND-IDX) = "N"
               PERFORM 5460-FIND-RELEASED-ITEM
               IF WS-PND-SUS-SUB (WS-PND-IDX) > 0
                   MOVE WS-PND-SUS-SUB (WS-PND-IDX) TO WS-RELEASE-SUB
                   PERFORM 3400-SELECT-SCHEDULE-ROW
                   COMPUTE WS-ABS-AMOUNT
                       = FUNCTION ABS (WS-PND-VALUE (WS-PND-IDX))
                   IF WS-ABS-AMOUNT > WS-ITEM-APPROVAL-LIMIT
                       ADD 1 TO WS-PICK-COUNT
                       SET WS-PICK-SUB (WS-PICK-COUNT) TO WS-PND-IDX
                   END-IF
               END-IF
           END-IF
           SET WS-PND-IDX UP BY 1.

       5460-FIND-RELEASED-ITEM.
           MOVE 0 TO WS-PND-SUS-SUB (WS-PND-IDX)
           IF WS-SUSPENSE-COUNT > 0
               SET WS-SUI-IDX TO 1
               PERFORM UNTIL WS-SUI-IDX > WS-SUSPENSE-COUNT
                       OR WS-PND-SUS-SUB (WS-PND-IDX) > 0
                   IF WS-SUI-KEY (WS-SUI-IDX) = WS-PND-KEY (WS-PND-IDX)
                       MOVE WS-SUI-FIRST-SUB (WS-SUI-IDX)
                           TO WS-PND-SUS-SUB (WS-PND-IDX)
                   END-IF
                   SET WS-SUI-IDX UP BY 1
               END-PERFORM
           END-IF.

       5500-BROWSE-PENDING.
           PERFORM 5550-BUILD-PENDING-PAGE
           MOVE SPACES TO WS-COMMAND
           DISPLAY ITEM-LIST-SCREEN
           ACCEPT ITEM-LIST-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-COMMAND CONVERTING "fbrx" TO "FBRX"
           PERFORM 2500-PAGE-COMMAND
           IF WS-PICK-TARGET > 0
               MOVE WS-PICK-SUB (WS-PICK-TARGET) TO WS-PENDING-SUB
               PERFORM 6000-REVIEW-SIGNOFF
           END-IF
      *  R rebuilds the list from the files as they now stand.
           IF WS-COMMAND = "R"
               SET WS-BROWSE-ENDED TO TRUE
           END-IF
           IF WS-COMMAND = "X"
               SET WS-BROWSE-ENDED TO TRUE
               SET WS-SESSION-ENDED TO TRUE
           END-IF.

       5550-BUILD-PENDING-PAGE.
           MOVE SPACES TO WS-LIST-LINES
           MOVE 0 TO WS-PAGE-LINE
           MOVE WS-PAGE-START TO WS-PICK-TARGET
           PERFORM 5560-BUILD-PENDING-LINE
               UNTIL WS-PAGE-LINE = 10
                   OR WS-PICK-TARGET > WS-PICK-COUNT.

       5560-BUILD-PENDING-LINE.
           ADD 1 TO WS-PAGE-LINE
           SET WS-PND-IDX TO WS-PICK-SUB (WS-PICK-TARGET)
           MOVE WS-PND-VALUE (WS-PND-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-PAGE-LINE TO WS-EDIT-SHORT
           STRING WS-EDIT-SHORT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PND-SIGNED (WS-PND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PND-KEY (WS-PND-IDX) DELIMITED BY SIZE
               "  AMENDED VALUE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  KEYED BY " DELIMITED BY SIZE
               WS-PND-MAKER (WS-PND-IDX) DELIMITED BY SIZE
               INTO WS-LIST-LINE (WS-PAGE-LINE)
           INSPECT WS-LIST-LINE (WS-PAGE-LINE) (6:1)
               CONVERTING "YN" TO "* "
           IF WS-PND-MAKER (WS-PND-IDX) = SPACES
               MOVE "(NOT ON WBNCLOG)"
                   TO WS-LIST-LINE (WS-PAGE-LINE) (58:16)
           END-IF
           ADD 1 TO WS-PICK-TARGET.

       6000-REVIEW-SIGNOFF.
           SET WS-PND-IDX TO WS-PENDING-SUB
           MOVE WS-PND-SUS-SUB (WS-PND-IDX) TO WS-RELEASE-SUB
           SET WS-SUI-IDX TO WS-RELEASE-SUB
           PERFORM 3100-BUILD-ITEM-DETAIL
           MOVE WS-PND-VALUE (WS-PND-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-PND-MAKER (WS-PND-IDX) TO WS-MAKER-ID
           IF WS-MAKER-ID = SPACES
               MOVE "UNKNOWN" TO WS-MAKER-ID
           END-IF
           MOVE SPACES TO WS-MESSAGE
           IF WS-PND-SIGNED (WS-PND-IDX) = "Y"
               MOVE "ALREADY SIGNED OFF" TO WS-MESSAGE
           END-IF
           MOVE 'N' TO WS-ITEM-SWITCH
           PERFORM 6050-ACCEPT-SIGNOFF
               UNTIL WS-ITEM-DONE
           MOVE SPACES TO WS-MESSAGE.

       6050-ACCEPT-SIGNOFF.
           MOVE SPACES TO WS-ACTION
           DISPLAY SIGNOFF-DETAIL-SCREEN
           ACCEPT SIGNOFF-DETAIL-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-ACTION CONVERTING "sq" TO "SQ"
           EVALUATE WS-ACTION
               WHEN "Q"
                   SET WS-ITEM-DONE TO TRUE
               WHEN "S"
                   PERFORM 6100-CHECK-SIGNOFF
                   IF WS-VALUE-PASSES
                       PERFORM 6200-WRITE-SIGNOFF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE S OR Q" TO WS-MESSAGE
           END-EVALUATE.

      *  Maker and checker must differ; and a correction the edit
      *  or the release would refuse is not worth a signature.
       6100-CHECK-SIGNOFF.
           IF WS-PND-SIGNED (WS-PND-IDX) = "Y"
               SET WS-VALUE-REFUSED TO TRUE
               MOVE "ALREADY SIGNED OFF" TO WS-MESSAGE
           ELSE
               IF WS-PND-MAKER (WS-PND-IDX) = WS-USER-ID
                   SET WS-VALUE-REFUSED TO TRUE
                   MOVE SPACES TO WS-MESSAGE
                   STRING "REFUSED - YOU KEYED THIS " DELIMITED BY SIZE
                       "CORRECTION - A DIFFERENT " DELIMITED BY SIZE
                       "USER MUST SIGN IT OFF" DELIMITED BY SIZE
                       INTO WS-MESSAGE
               ELSE
                   PERFORM 3500-CHECK-AMENDED-VALUE
               END-IF
           END-IF.

       6200-WRITE-SIGNOFF.
           MOVE "SIGNOFF" TO WBL-ACTION
           MOVE WS-PND-KEY (WS-PND-IDX) TO WBL-KEY
           MOVE "N" TO WBL-SIGNOFF-NEEDED
           PERFORM 8000-WRITE-LOG
           IF WS-LOG-WRITTEN
               PERFORM 6250-WRITE-APPRFILE-ROW
           END-IF.

       6250-WRITE-APPRFILE-ROW.
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE WS-PND-KEY (WS-PND-IDX)   TO APR-KEY
           MOVE WS-PND-VALUE (WS-PND-IDX) TO APR-AMENDED-VALUE
           MOVE WS-USER-ID                TO APR-APPROVER-ID
           WRITE APPROVAL-RECORD
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "APPRFILE WRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                   WS-APPROVAL-FILE-STATUS DELIMITED BY SIZE
                   " - NOT SIGNED OFF" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               CLOSE APPROVAL-FILE
           ELSE
               CLOSE APPROVAL-FILE
               ADD 1 TO WS-SIGNOFFS-WRITTEN
               MOVE "Y" TO WS-PND-SIGNED (WS-PND-IDX)
               MOVE "SIGNED OFF" TO WS-MESSAGE
               SET WS-ITEM-DONE TO TRUE
           END-IF.

      *  Each row is appended and the log closed again, so two
      *  users working at once interleave their rows cleanly.  A
      *  row the log will not take refuses the action it records.
       8000-WRITE-LOG.
           MOVE 'N' TO WS-LOG-WRITTEN-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN EXTEND WORKBENCH-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT WORKBENCH-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               PERFORM 8050-LOG-REFUSED
           ELSE
               MOVE WS-CURRENT-TIMESTAMP TO WBL-TIMESTAMP
               MOVE WS-USER-ID           TO WBL-USER-ID
               MOVE WS-ENTRY-AMOUNT      TO WBL-AMENDED-VALUE
               WRITE WORKBENCH-LOG-RECORD
               IF WS-LOG-FILE-STATUS NOT = "00"
                   PERFORM 8050-LOG-REFUSED
               ELSE
                   SET WS-LOG-WRITTEN TO TRUE
               END-IF
               CLOSE WORKBENCH-LOG-FILE
           END-IF.

       8050-LOG-REFUSED.
           MOVE SPACES TO WS-MESSAGE
           STRING "REFUSED - WBNCLOG WRITE FAILED - STATUS "
                   DELIMITED BY SIZE
               WS-LOG-FILE-STATUS DELIMITED BY SIZE
               " - NOTHING WRITTEN" DELIMITED BY SIZE
               INTO WS-MESSAGE.

       9000-FINALIZE.
           IF WS-ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF WS-BALANCE-MASTER-OPEN
               CLOSE BALANCE-MASTER-FILE
           END-IF
           IF WS-EXC-MASTER-OPEN
               CLOSE EXC-MASTER-FILE
           END-IF
           DISPLAY "OVFLWBNC SESSION ENDED - USER " WS-USER-ID
               " CORRECTIONS WRITTEN " WS-CORRECTIONS-WRITTEN
               " SIGN-OFFS WRITTEN " WS-SIGNOFFS-WRITTEN.
