       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLSTMT.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLSTMT                                                    *
      *  Month-end account activity statement.  Reads the posted-    *
      *  transaction detail history PSTHIST (OVFLPHST) that OVFLPOST *
      *  and OVFLREV write, in key order, beside the posted-balance  *
      *  master BALMAST, and states each account for the period on   *
      *  STMTPARM: its opening position, every posting in the period *
      *  in cycle order, the released suspense items it took, any    *
      *  reversals, and its closing position.  The period selects on *
      *  the date a row reached the master; a brought-forward row    *
      *  always counts to the opening.                               *
      *  The closing position is proved against BALMAST - the        *
      *  master less anything posted after the period end must equal *
      *  it - and every account that does not agree, or that has     *
      *  history but no master row, is listed again on the exception *
      *  page at the end of the report (RETURN-CODE 4).  An account  *
      *  on the master with no history at all has not posted since   *
      *  the history began; its master position is stated as carried *
      *  and cannot disagree.                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-PARM-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "PSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PARM-FILE.
           COPY OVFLSTMP.

       FD  POSTING-HISTORY-FILE.
           COPY OVFLPHST.

       FD  BALANCE-MASTER-FILE.
           COPY OVFLBAL.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STATEMENT-PARM-STATUS    PIC XX   VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HISTORY-EOF-SWITCH       PIC X    VALUE 'N'.
               88  WS-END-OF-HISTORY                VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH        PIC X    VALUE 'N'.
               88  WS-END-OF-MASTER                 VALUE 'Y'.
           05  WS-ON-MASTER-SWITCH         PIC X    VALUE 'N'.
               88  WS-ACCOUNT-ON-MASTER             VALUE 'Y'.
           05  WS-CARRIED-SWITCH           PIC X    VALUE 'N'.
               88  WS-POSITION-CARRIED              VALUE 'Y'.
           05  WS-AGREE-SWITCH             PIC X    VALUE 'Y'.
               88  WS-ACCOUNT-AGREES                VALUE 'Y'.
               88  WS-ACCOUNT-DISAGREES             VALUE 'N'.

       01  WS-PERIOD-CONTROL.
           05  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-FROM-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-PERIOD-TO-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-STATEMENT-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WS-CURRENT-TIMESTAMP        PIC X(26) VALUE SPACES.

      *  The next key waiting on each file - HIGH-VALUES once the
      *  file is exhausted, so the lower of the two is always the
      *  next account to state.
       01  WS-MATCH-CONTROL.
           05  WS-HISTORY-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-MASTER-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-CURRENT-ACCOUNT          PIC X(10) VALUE SPACES.

       01  WS-ACCOUNT-FIGURES.
           05  WS-ACCOUNT-HISTORY-ROWS     PIC 9(9)  VALUE ZERO.
           05  WS-OPENING-POSITION         PIC S9(15)V99 VALUE ZERO.
           05  WS-PERIOD-MOVEMENT          PIC S9(15)V99 VALUE ZERO.
           05  WS-LATER-MOVEMENT           PIC S9(15)V99 VALUE ZERO.
           05  WS-CLOSING-POSITION         PIC S9(15)V99 VALUE ZERO.
           05  WS-MASTER-BALANCE           PIC S9(15)V99 VALUE ZERO.
           05  WS-EXPECTED-CLOSING         PIC S9(15)V99 VALUE ZERO.
           05  WS-ORDINARY-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-ORDINARY-AMOUNT          PIC S9(15)V99 VALUE ZERO.
           05  WS-RELEASED-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-RELEASED-AMOUNT          PIC S9(15)V99 VALUE ZERO.
           05  WS-REVERSAL-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-REVERSAL-AMOUNT          PIC S9(15)V99 VALUE ZERO.
           05  WS-ROWS-NOT-LISTED          PIC 9(9)  VALUE ZERO.
           05  WS-SECTION-TYPE             PIC X     VALUE SPACE.

      *  The account's rows inside the period, held so each kind can
      *  be listed in its own section; they arrive in cycle order.
      *  Rows beyond the table still count in every figure.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT              PIC 9(4) VALUE 0.
           05  WS-ENTRY-MAX                PIC 9(4) VALUE 2000.
           05  WS-ENTRY OCCURS 2000 TIMES
                         INDEXED BY WS-ENT-IDX.
               10  WS-ENT-CYCLE-NUMBER     PIC 9(6).
               10  WS-ENT-CYCLE-DATE       PIC 9(8).
               10  WS-ENT-POSTED-DATE      PIC 9(8).
               10  WS-ENT-TYPE             PIC X.
               10  WS-ENT-AMOUNT           PIC S9(15)V99.
               10  WS-ENT-REMAINDER        PIC S9(9)V99.
               10  WS-ENT-SEVERITY         PIC X.

      *  Accounts for the exception page, printed once every
      *  statement is out.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-COUNT          PIC 9(4) VALUE 0.
           05  WS-EXCEPTION-MAX            PIC 9(4) VALUE 1000.
           05  WS-EXCEPTION-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-EXC-IDX.
               10  WS-EXC-ACCOUNT          PIC X(10).
               10  WS-EXC-CLOSING          PIC S9(15)V99.
               10  WS-EXC-EXPECTED         PIC S9(15)V99.
               10  WS-EXC-MASTER           PIC S9(15)V99.
               10  WS-EXC-REASON           PIC X(30).

       01  WS-STATISTICS.
           05  WS-HISTORY-READ-COUNT       PIC 9(9) VALUE 0.
           05  WS-MASTER-READ-COUNT        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-STATED          PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CARRIED         PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-IN-EXCEPTION    PIC 9(9) VALUE 0.
           05  WS-EXCEPTIONS-NOT-LISTED    PIC 9(9) VALUE 0.
           05  WS-TOTAL-OPENING            PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-MOVEMENT           PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-CLOSING            PIC S9(15)V99 VALUE 0.
           05  WS-TOTAL-MASTER             PIC S9(15)V99 VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.
           05  WS-EDIT-AMOUNT-2            PIC Z(14)9.99-.
           05  WS-EDIT-REMAINDER           PIC Z(8)9.99-.
           05  WS-EDIT-LABEL               PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STATE-ONE-ACCOUNT
               UNTIL WS-END-OF-HISTORY AND WS-END-OF-MASTER
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           PERFORM 1100-READ-STATEMENT-PARMS
           OPEN INPUT POSTING-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "POSTING HISTORY MISSING - STATUS "
                   WS-HISTORY-FILE-STATUS
                   " - EVERY ACCOUNT STATED FROM THE MASTER"
               SET WS-END-OF-HISTORY TO TRUE
               MOVE HIGH-VALUES TO WS-HISTORY-ACCOUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2100-READ-HISTORY
           END-IF
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "POSTED-BALANCE MASTER MISSING - STATUS "
                   WS-MASTER-FILE-STATUS
               SET WS-END-OF-MASTER TO TRUE
               MOVE HIGH-VALUES TO WS-MASTER-ACCOUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2200-READ-MASTER
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           PERFORM 1200-WRITE-REPORT-HEADING.

      *  A period that is not two dates in order is not guessed at -
      *  the run falls back to the month to date and says so.
       1100-READ-STATEMENT-PARMS.
           MOVE WS-RUN-DATE TO WS-PERIOD-FROM-DATE
           MOVE "01"        TO WS-PERIOD-FROM-DATE (7:2)
           MOVE WS-RUN-DATE TO WS-PERIOD-TO-DATE
           OPEN INPUT STATEMENT-PARM-FILE
           IF WS-STATEMENT-PARM-STATUS = "00"
               READ STATEMENT-PARM-FILE
                   NOT AT END
                       PERFORM 1150-TAKE-STATEMENT-PARMS
               END-READ
               CLOSE STATEMENT-PARM-FILE
           END-IF.

       1150-TAKE-STATEMENT-PARMS.
           IF SPM-PERIOD-FROM-DATE IS NUMERIC
                   AND SPM-PERIOD-TO-DATE IS NUMERIC
                   AND SPM-PERIOD-FROM-DATE > 0
                   AND SPM-PERIOD-FROM-DATE NOT > SPM-PERIOD-TO-DATE
               MOVE SPM-PERIOD-FROM-DATE TO WS-PERIOD-FROM-DATE
               MOVE SPM-PERIOD-TO-DATE   TO WS-PERIOD-TO-DATE
           ELSE
               DISPLAY "STATEMENT PERIOD ON STMTPARM INVALID - "
                   "STATING THE MONTH TO DATE"
           END-IF
           MOVE SPM-ACCOUNT TO WS-STATEMENT-ACCOUNT.

       1200-WRITE-REPORT-HEADING.
           MOVE "OVFLSTMT MONTH-END ACCOUNT ACTIVITY STATEMENT"
               TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "PERIOD POSTED  . . . . . . . : " DELIMITED BY SIZE
               WS-PERIOD-FROM-DATE         DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-TO-DATE           DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ACCOUNT FILTER . . . . . . . : <" DELIMITED BY SIZE
               WS-STATEMENT-ACCOUNT        DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

      *  Every history row for the account is taken before the
      *  master row, so the account is stated complete.
       2000-STATE-ONE-ACCOUNT.
           IF WS-HISTORY-ACCOUNT < WS-MASTER-ACCOUNT
               MOVE WS-HISTORY-ACCOUNT TO WS-CURRENT-ACCOUNT
           ELSE
               MOVE WS-MASTER-ACCOUNT  TO WS-CURRENT-ACCOUNT
           END-IF
           PERFORM 2050-RESET-ACCOUNT
           PERFORM 2300-TAKE-HISTORY-ROW
               UNTIL WS-HISTORY-ACCOUNT NOT = WS-CURRENT-ACCOUNT
           IF WS-MASTER-ACCOUNT = WS-CURRENT-ACCOUNT
               SET WS-ACCOUNT-ON-MASTER TO TRUE
               MOVE BAL-POSTED-AMOUNT TO WS-MASTER-BALANCE
               PERFORM 2200-READ-MASTER
           END-IF
           IF WS-STATEMENT-ACCOUNT = SPACES
                   OR WS-STATEMENT-ACCOUNT = WS-CURRENT-ACCOUNT
               PERFORM 2400-CLOSE-ACCOUNT
           END-IF.

       2050-RESET-ACCOUNT.
           MOVE 'N'  TO WS-ON-MASTER-SWITCH
           MOVE 'N'  TO WS-CARRIED-SWITCH
           MOVE 'Y'  TO WS-AGREE-SWITCH
           MOVE ZERO TO WS-ACCOUNT-HISTORY-ROWS
           MOVE ZERO TO WS-OPENING-POSITION
           MOVE ZERO TO WS-PERIOD-MOVEMENT
           MOVE ZERO TO WS-LATER-MOVEMENT
           MOVE ZERO TO WS-CLOSING-POSITION
           MOVE ZERO TO WS-MASTER-BALANCE
           MOVE ZERO TO WS-EXPECTED-CLOSING
           MOVE ZERO TO WS-ORDINARY-COUNT
           MOVE ZERO TO WS-ORDINARY-AMOUNT
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-RELEASED-AMOUNT
           MOVE ZERO TO WS-REVERSAL-COUNT
           MOVE ZERO TO WS-REVERSAL-AMOUNT
           MOVE ZERO TO WS-ROWS-NOT-LISTED
           MOVE ZERO TO WS-ENTRY-COUNT.

       2100-READ-HISTORY.
           READ POSTING-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
                   MOVE HIGH-VALUES TO WS-HISTORY-ACCOUNT
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE PHS-ACCOUNT TO WS-HISTORY-ACCOUNT
           END-READ.

       2200-READ-MASTER.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-ACCOUNT
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE BAL-KEY TO WS-MASTER-ACCOUNT
           END-READ.

      *  A brought-forward row is the key's position when the history
      *  began, so it opens every period whatever date it carries.
       2300-TAKE-HISTORY-ROW.
           ADD 1 TO WS-ACCOUNT-HISTORY-ROWS
           EVALUATE TRUE
               WHEN PHS-BROUGHT-FORWARD
                   ADD PHS-AMOUNT TO WS-OPENING-POSITION
               WHEN PHS-POSTED-DATE < WS-PERIOD-FROM-DATE
                   ADD PHS-AMOUNT TO WS-OPENING-POSITION
               WHEN PHS-POSTED-DATE > WS-PERIOD-TO-DATE
                   ADD PHS-AMOUNT TO WS-LATER-MOVEMENT
               WHEN OTHER
                   ADD PHS-AMOUNT TO WS-PERIOD-MOVEMENT
                   PERFORM 2350-TABLE-PERIOD-ROW
           END-EVALUATE
           PERFORM 2100-READ-HISTORY.

       2350-TABLE-PERIOD-ROW.
           EVALUATE TRUE
               WHEN PHS-RELEASED-POSTING
                   ADD 1          TO WS-RELEASED-COUNT
                   ADD PHS-AMOUNT TO WS-RELEASED-AMOUNT
               WHEN PHS-REVERSAL OR PHS-RELEASED-REVERSAL
                   ADD 1          TO WS-REVERSAL-COUNT
                   ADD PHS-AMOUNT TO WS-REVERSAL-AMOUNT
               WHEN OTHER
                   ADD 1          TO WS-ORDINARY-COUNT
                   ADD PHS-AMOUNT TO WS-ORDINARY-AMOUNT
           END-EVALUATE
           IF WS-ENTRY-COUNT < WS-ENTRY-MAX
               ADD 1 TO WS-ENTRY-COUNT
               SET WS-ENT-IDX TO WS-ENTRY-COUNT
               MOVE PHS-CYCLE-NUMBER
                   TO WS-ENT-CYCLE-NUMBER (WS-ENT-IDX)
               MOVE PHS-CYCLE-DATE    TO WS-ENT-CYCLE-DATE (WS-ENT-IDX)
               MOVE PHS-POSTED-DATE   TO WS-ENT-POSTED-DATE (WS-ENT-IDX)
               MOVE PHS-AMOUNT        TO WS-ENT-AMOUNT (WS-ENT-IDX)
               MOVE PHS-REMAINDER     TO WS-ENT-REMAINDER (WS-ENT-IDX)
               MOVE PHS-SEVERITY-CODE TO WS-ENT-SEVERITY (WS-ENT-IDX)
               EVALUATE TRUE
                   WHEN PHS-RELEASED-POSTING
                       MOVE "R" TO WS-ENT-TYPE (WS-ENT-IDX)
                   WHEN PHS-REVERSAL OR PHS-RELEASED-REVERSAL
                       MOVE "V" TO WS-ENT-TYPE (WS-ENT-IDX)
                   WHEN OTHER
                       MOVE "O" TO WS-ENT-TYPE (WS-ENT-IDX)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ROWS-NOT-LISTED
           END-IF.

      *  The master less whatever posted after the period end is
      *  what the closing position has to be.  An account with no
      *  history has nothing to prove and is carried at the master.
       2400-CLOSE-ACCOUNT.
           IF WS-ACCOUNT-HISTORY-ROWS = 0
               SET WS-POSITION-CARRIED TO TRUE
               MOVE WS-MASTER-BALANCE TO WS-OPENING-POSITION
               ADD 1 TO WS-ACCOUNTS-CARRIED
           END-IF
           COMPUTE WS-CLOSING-POSITION =
               WS-OPENING-POSITION + WS-PERIOD-MOVEMENT
           COMPUTE WS-EXPECTED-CLOSING =
               WS-MASTER-BALANCE - WS-LATER-MOVEMENT
           IF WS-CLOSING-POSITION NOT = WS-EXPECTED-CLOSING
                   OR NOT WS-ACCOUNT-ON-MASTER
               SET WS-ACCOUNT-DISAGREES TO TRUE
           END-IF
           IF WS-ENTRY-COUNT = 0 AND WS-ROWS-NOT-LISTED = 0
                   AND WS-OPENING-POSITION = 0
                   AND WS-CLOSING-POSITION = 0
                   AND WS-MASTER-BALANCE = 0
                   AND WS-LATER-MOVEMENT = 0
                   AND WS-ACCOUNT-AGREES
               CONTINUE
           ELSE
               PERFORM 2500-WRITE-STATEMENT
               ADD 1 TO WS-ACCOUNTS-STATED
               ADD WS-OPENING-POSITION TO WS-TOTAL-OPENING
               ADD WS-PERIOD-MOVEMENT  TO WS-TOTAL-MOVEMENT
               ADD WS-CLOSING-POSITION TO WS-TOTAL-CLOSING
               ADD WS-MASTER-BALANCE   TO WS-TOTAL-MASTER
           END-IF
           IF WS-ACCOUNT-DISAGREES
               PERFORM 2700-NOTE-EXCEPTION
           END-IF.

       2500-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL "-" TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ACCOUNT  . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-ACCOUNT          DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "OPENING POSITION . . . . . . : " TO WS-EDIT-LABEL
           MOVE WS-OPENING-POSITION TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE
           IF WS-POSITION-CARRIED
               MOVE "  NO DETAIL HISTORY - POSITION CARRIED FROM MASTER"
                   TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           MOVE "O" TO WS-SECTION-TYPE
           MOVE "POSTINGS . . . . . . . . . . : " TO WS-EDIT-LABEL
           MOVE WS-ORDINARY-COUNT  TO WS-EDIT-COUNT
           MOVE WS-ORDINARY-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 2550-WRITE-SECTION
           MOVE "R" TO WS-SECTION-TYPE
           MOVE "RELEASED SUSPENSE ITEMS  . . : " TO WS-EDIT-LABEL
           MOVE WS-RELEASED-COUNT  TO WS-EDIT-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 2550-WRITE-SECTION
           MOVE "V" TO WS-SECTION-TYPE
           MOVE "REVERSALS  . . . . . . . . . : " TO WS-EDIT-LABEL
           MOVE WS-REVERSAL-COUNT  TO WS-EDIT-COUNT
           MOVE WS-REVERSAL-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 2550-WRITE-SECTION
           IF WS-ROWS-NOT-LISTED > 0
               MOVE WS-ROWS-NOT-LISTED TO WS-EDIT-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-EDIT-COUNT           DELIMITED BY SIZE
                   " FURTHER ROW(S) IN THE PERIOD NOT LISTED - "
                   DELIMITED BY SIZE
                   "INCLUDED IN THE TOTALS" DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           MOVE "CLOSING POSITION . . . . . . : " TO WS-EDIT-LABEL
           MOVE WS-CLOSING-POSITION TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE
           IF WS-LATER-MOVEMENT NOT = 0
               MOVE "POSTED AFTER PERIOD END  . . : " TO WS-EDIT-LABEL
               MOVE WS-LATER-MOVEMENT TO WS-EDIT-AMOUNT
               PERFORM 2600-WRITE-AMOUNT-LINE
           END-IF
           MOVE WS-MASTER-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           IF NOT WS-ACCOUNT-ON-MASTER
               STRING "BALMAST POSTED AMOUNT  . . . : "
                   DELIMITED BY SIZE
                   "NOT ON MASTER - SEE EXCEPTIONS" DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
           ELSE
               IF WS-ACCOUNT-AGREES
                   STRING "BALMAST POSTED AMOUNT  . . . : "
                       DELIMITED BY SIZE
                       WS-EDIT-AMOUNT          DELIMITED BY SIZE
                       "  AGREES" DELIMITED BY SIZE
                       INTO STATEMENT-REPORT-LINE
               ELSE
                   STRING "BALMAST POSTED AMOUNT  . . . : "
                       DELIMITED BY SIZE
                       WS-EDIT-AMOUNT          DELIMITED BY SIZE
                       "  DOES NOT AGREE - SEE EXCEPTIONS"
                       DELIMITED BY SIZE
                       INTO STATEMENT-REPORT-LINE
               END-IF
           END-IF
           WRITE STATEMENT-REPORT-LINE.

      *  One section per kind of row: its count and total, then each
      *  row in the cycle order the history holds them in.
       2550-WRITE-SECTION.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING WS-EDIT-LABEL DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           PERFORM 2560-WRITE-ONE-ENTRY
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENTRY-COUNT.

       2560-WRITE-ONE-ENTRY.
           IF WS-ENT-TYPE (WS-ENT-IDX) = WS-SECTION-TYPE
               MOVE WS-ENT-AMOUNT (WS-ENT-IDX)    TO WS-EDIT-AMOUNT-2
               MOVE WS-ENT-REMAINDER (WS-ENT-IDX) TO WS-EDIT-REMAINDER
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "    CYCLE " DELIMITED BY SIZE
                   WS-ENT-CYCLE-NUMBER (WS-ENT-IDX) DELIMITED BY SIZE
                   " DATED " DELIMITED BY SIZE
                   WS-ENT-CYCLE-DATE (WS-ENT-IDX)   DELIMITED BY SIZE
                   " POSTED " DELIMITED BY SIZE
                   WS-ENT-POSTED-DATE (WS-ENT-IDX)  DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2                 DELIMITED BY SIZE
                   " REM " DELIMITED BY SIZE
                   WS-EDIT-REMAINDER                DELIMITED BY SIZE
                   " SEV " DELIMITED BY SIZE
                   WS-ENT-SEVERITY (WS-ENT-IDX)     DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.

       2600-WRITE-AMOUNT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING WS-EDIT-LABEL DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       2700-NOTE-EXCEPTION.
           ADD 1 TO WS-ACCOUNTS-IN-EXCEPTION
           IF WS-EXCEPTION-COUNT < WS-EXCEPTION-MAX
               ADD 1 TO WS-EXCEPTION-COUNT
               SET WS-EXC-IDX TO WS-EXCEPTION-COUNT
               MOVE WS-CURRENT-ACCOUNT  TO WS-EXC-ACCOUNT (WS-EXC-IDX)
               MOVE WS-CLOSING-POSITION TO WS-EXC-CLOSING (WS-EXC-IDX)
               MOVE WS-EXPECTED-CLOSING TO WS-EXC-EXPECTED (WS-EXC-IDX)
               MOVE WS-MASTER-BALANCE   TO WS-EXC-MASTER (WS-EXC-IDX)
               IF WS-ACCOUNT-ON-MASTER
                   MOVE "CLOSING DISAGREES WITH BALMAST"
                       TO WS-EXC-REASON (WS-EXC-IDX)
               ELSE
                   MOVE "HISTORY BUT NOT ON BALMAST"
                       TO WS-EXC-REASON (WS-EXC-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-EXCEPTIONS-NOT-LISTED
           END-IF.

       3000-FINALIZE.
           PERFORM 3100-WRITE-EXCEPTION-PAGE
           PERFORM 3200-WRITE-TOTALS
           IF WS-HISTORY-FILE-STATUS = "00"
                   OR WS-HISTORY-FILE-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF
           IF WS-MASTER-FILE-STATUS = "00"
                   OR WS-MASTER-FILE-STATUS = "10"
               CLOSE BALANCE-MASTER-FILE
           END-IF
           CLOSE STATEMENT-REPORT-FILE
           IF WS-ACCOUNTS-IN-EXCEPTION > 0
               DISPLAY "OVFLSTMT - " WS-ACCOUNTS-IN-EXCEPTION
                   " ACCOUNT(S) DO NOT AGREE WITH BALMAST - SEE THE "
                   "EXCEPTION PAGE"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "OVFLSTMT COMPLETE - PERIOD " WS-PERIOD-FROM-DATE
               " TO " WS-PERIOD-TO-DATE
               " STATED " WS-ACCOUNTS-STATED
               " EXCEPTIONS " WS-ACCOUNTS-IN-EXCEPTION.

       3100-WRITE-EXCEPTION-PAGE.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE ALL "=" TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "OVFLSTMT EXCEPTIONS - CLOSING DISAGREES WITH BALMAST"
               TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "PERIOD POSTED  . . . . . . . : " DELIMITED BY SIZE
               WS-PERIOD-FROM-DATE         DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-TO-DATE           DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO EXCEPTIONS - EVERY ACCOUNT AGREES WITH BALMAST"
                   TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           ELSE
               PERFORM 3150-WRITE-ONE-EXCEPTION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT
           END-IF
           IF WS-EXCEPTIONS-NOT-LISTED > 0
               MOVE WS-EXCEPTIONS-NOT-LISTED TO WS-EDIT-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "FURTHER EXCEPTIONS NOT LISTED: "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT           DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.

       3150-WRITE-ONE-EXCEPTION.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-EXC-ACCOUNT (WS-EXC-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-REASON (WS-EXC-IDX)  DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-EXC-CLOSING (WS-EXC-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EXC-EXPECTED (WS-EXC-IDX) TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "    STATED CLOSING " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               "  BALMAST AT PERIOD END " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2            DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-EXC-MASTER (WS-EXC-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "    BALMAST POSTED AMOUNT NOW " DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       3200-WRITE-TOTALS.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-ACCOUNTS-STATED TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ACCOUNTS STATED  . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-ACCOUNTS-CARRIED TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "CARRIED WITHOUT HISTORY  . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-ACCOUNTS-IN-EXCEPTION TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "ACCOUNTS IN EXCEPTION  . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "TOTAL OPENING POSITION . . . : " TO WS-EDIT-LABEL
           MOVE WS-TOTAL-OPENING TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE
           MOVE "TOTAL PERIOD MOVEMENT  . . . : " TO WS-EDIT-LABEL
           MOVE WS-TOTAL-MOVEMENT TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE
           MOVE "TOTAL CLOSING POSITION . . . : " TO WS-EDIT-LABEL
           MOVE WS-TOTAL-CLOSING TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE
           MOVE "TOTAL BALMAST POSTED AMOUNT  : " TO WS-EDIT-LABEL
           MOVE WS-TOTAL-MASTER TO WS-EDIT-AMOUNT
           PERFORM 2600-WRITE-AMOUNT-LINE.
