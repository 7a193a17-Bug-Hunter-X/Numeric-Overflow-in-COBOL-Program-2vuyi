       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLAMNT.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLAMNT                                                    *
      *  Account reference master maintenance.  Applies the ADD,     *
      *  CHANGE and CLOSE transactions on ACCTTRAN to the keyed      *
      *  ACCTMAST, in file order, and appends one before/after row   *
      *  per transaction - applied or refused - to the ACCTAUD       *
      *  audit trail, so every status change, ceiling change and     *
      *  closure can be traced to the person who keyed it.  A        *
      *  closed account is never deleted: its row has to stay so     *
      *  OVFLEDIT can tell a closed account (E9) from a key that     *
      *  was never an account at all (E8).  A refused transaction    *
      *  leaves the master untouched and ends the step with a        *
      *  warning, so the refusals on MNTRPT get looked at.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-TRANSACTION-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-TRANSACTION-FILE.
           COPY OVFLACTX.

       FD  ACCOUNT-MASTER-FILE.
           COPY OVFLACCT.

       FD  ACCOUNT-AUDIT-FILE.
           COPY OVFLAAUD.

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINTENANCE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSACTION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX   VALUE SPACES.
           05  WS-AUDIT-FILE-STATUS        PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-TRANSACTION-EOF-SWITCH   PIC X    VALUE 'N'.
               88  WS-END-OF-TRANSACTIONS           VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH       PIC X    VALUE 'N'.
               88  WS-MASTER-OPEN                   VALUE 'Y'.
           05  WS-TRANSACTION-OPEN-SWITCH  PIC X    VALUE 'N'.
               88  WS-TRANSACTION-OPEN              VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SWITCH     PIC X    VALUE 'N'.
               88  WS-ACCOUNT-FOUND                 VALUE 'Y'.
           05  WS-TRANSACTION-SWITCH       PIC X    VALUE 'Y'.
               88  WS-TRANSACTION-OK                VALUE 'Y'.
               88  WS-TRANSACTION-REFUSED           VALUE 'N'.

       01  WS-TRANSACTION-WORK.
           05  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
           05  WS-TODAY                    PIC 9(8)  VALUE 0.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-STATISTICS.
           05  WS-TRANSACTIONS-READ        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-ADDED           PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CHANGED         PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CLOSED          PIC 9(9) VALUE 0.
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
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE "OVFLAMNT ACCOUNT MASTER MAINTENANCE REPORT"
               TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           OPEN INPUT ACCOUNT-TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT TRANSACTION FILE MISSING - STATUS "
                   WS-TRANSACTION-FILE-STATUS " - NOTHING TO APPLY"
               SET WS-END-OF-TRANSACTIONS TO TRUE
           ELSE
               SET WS-TRANSACTION-OPEN TO TRUE
               PERFORM 1100-OPEN-MASTER
               IF WS-MASTER-OPEN
                   OPEN EXTEND ACCOUNT-AUDIT-FILE
                   IF WS-AUDIT-FILE-STATUS = "35"
                       OPEN OUTPUT ACCOUNT-AUDIT-FILE
                   END-IF
                   PERFORM 2100-READ-TRANSACTION
               ELSE
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               END-IF
           END-IF.

      *  The first run builds the master; after that a master that
      *  will not open stops the step before anything is applied.
       1100-OPEN-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-ACCOUNT-FILE-STATUS " - NO TRANSACTIONS APPLIED"
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           ADD 1 TO WS-TRANSACTIONS-READ
           SET WS-TRANSACTION-OK TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM 2200-READ-ACCOUNT
           PERFORM 2250-SAVE-BEFORE-IMAGE
           EVALUATE ATX-ACTION
               WHEN "ADD   "
                   PERFORM 2300-APPLY-ADD
               WHEN "CHANGE"
                   PERFORM 2400-APPLY-CHANGE
               WHEN "CLOSE "
                   PERFORM 2500-APPLY-CLOSE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
           END-EVALUATE
           PERFORM 2800-WRITE-AUDIT
           PERFORM 2900-REPORT-TRANSACTION
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ ACCOUNT-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
           END-READ.

       2200-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           IF ATX-KEY NOT = SPACES
               MOVE ATX-KEY TO ACCT-KEY
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-FOUND TO TRUE
               END-READ
           END-IF.

      *  The before image is blank when the account is not on file,
      *  so an ADD audits as "nothing" to "new row".
       2250-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO ACCOUNT-AUDIT-RECORD
           MOVE 0 TO AUD-BEFORE-OPEN-DATE AUD-BEFORE-CLOSE-DATE
                     AUD-BEFORE-CEILING
           IF WS-ACCOUNT-FOUND
               MOVE ACCT-STATUS         TO AUD-BEFORE-STATUS
               MOVE ACCT-OPEN-DATE      TO AUD-BEFORE-OPEN-DATE
               MOVE ACCT-CLOSE-DATE     TO AUD-BEFORE-CLOSE-DATE
               MOVE ACCT-BUSINESS-UNIT  TO AUD-BEFORE-BUSINESS-UNIT
               MOVE ACCT-CEILING        TO AUD-BEFORE-CEILING
           END-IF.

       2300-APPLY-ADD.
           IF ATX-KEY = SPACES
               MOVE "ACCOUNT KEY IS BLANK" TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF WS-ACCOUNT-FOUND
                   MOVE "ACCOUNT ALREADY ON MASTER"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               ELSE
                   PERFORM 2350-EDIT-ADD-FIELDS
               END-IF
           END-IF
           IF WS-TRANSACTION-OK
               MOVE ATX-KEY             TO ACCT-KEY
               IF ATX-STATUS = SPACE
                   MOVE "O"             TO ACCT-STATUS
               ELSE
                   MOVE ATX-STATUS      TO ACCT-STATUS
               END-IF
               MOVE ATX-OPEN-DATE       TO ACCT-OPEN-DATE
               MOVE 0                   TO ACCT-CLOSE-DATE
               MOVE ATX-BUSINESS-UNIT   TO ACCT-BUSINESS-UNIT
               IF ATX-CEILING IS NUMERIC
                   MOVE ATX-CEILING     TO ACCT-CEILING
               ELSE
                   MOVE 0               TO ACCT-CEILING
               END-IF
               MOVE WS-CURRENT-TIMESTAMP
                   TO ACCT-LAST-MAINT-TIMESTAMP
               MOVE ATX-USER-ID         TO ACCT-LAST-MAINT-USER
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT MASTER WRITE FAILED"
                           TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-ADDED
               END-WRITE
           END-IF.

       2350-EDIT-ADD-FIELDS.
           IF ATX-STATUS NOT = SPACE
                   AND ATX-STATUS NOT = "O"
                   AND ATX-STATUS NOT = "F"
               MOVE "NEW ACCOUNT STATUS MUST BE O OR F"
                   TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF ATX-OPEN-DATE IS NOT NUMERIC
                       OR ATX-OPEN-DATE = 0
                   MOVE "OPEN DATE MISSING OR INVALID"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               ELSE
                   IF ATX-BUSINESS-UNIT = SPACES
                       MOVE "OWNING BUSINESS UNIT MISSING"
                           TO WS-REFUSAL-REASON
                       SET WS-TRANSACTION-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *  Only the fields the transaction carries are changed.  O on
      *  a closed account reopens it; closing goes through CLOSE so
      *  the close date is always stamped.
       2400-APPLY-CHANGE.
           IF NOT WS-ACCOUNT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF ATX-STATUS NOT = SPACE
                       AND ATX-STATUS NOT = "O"
                       AND ATX-STATUS NOT = "F"
                   MOVE "STATUS MUST BE O OR F - USE CLOSE"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               END-IF
           END-IF
           IF WS-TRANSACTION-OK
               IF ATX-STATUS NOT = SPACE
                   IF ACCT-CLOSED
                       MOVE 0 TO ACCT-CLOSE-DATE
                   END-IF
                   MOVE ATX-STATUS      TO ACCT-STATUS
               END-IF
               IF ATX-OPEN-DATE IS NUMERIC
                       AND ATX-OPEN-DATE > 0
                   MOVE ATX-OPEN-DATE   TO ACCT-OPEN-DATE
               END-IF
               IF ATX-BUSINESS-UNIT NOT = SPACES
                   MOVE ATX-BUSINESS-UNIT TO ACCT-BUSINESS-UNIT
               END-IF
               IF ATX-CEILING IS NUMERIC
                   MOVE ATX-CEILING     TO ACCT-CEILING
               END-IF
               PERFORM 2700-REWRITE-ACCOUNT
               IF WS-TRANSACTION-OK
                   ADD 1 TO WS-ACCOUNTS-CHANGED
               END-IF
           END-IF.

       2500-APPLY-CLOSE.
           IF NOT WS-ACCOUNT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSAL-REASON
               SET WS-TRANSACTION-REFUSED TO TRUE
           ELSE
               IF ACCT-CLOSED
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
               END-IF
           END-IF
           IF WS-TRANSACTION-OK
               SET ACCT-CLOSED TO TRUE
               MOVE WS-TODAY TO ACCT-CLOSE-DATE
               PERFORM 2700-REWRITE-ACCOUNT
               IF WS-TRANSACTION-OK
                   ADD 1 TO WS-ACCOUNTS-CLOSED
               END-IF
           END-IF.

       2700-REWRITE-ACCOUNT.
           MOVE WS-CURRENT-TIMESTAMP TO ACCT-LAST-MAINT-TIMESTAMP
           MOVE ATX-USER-ID          TO ACCT-LAST-MAINT-USER
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "ACCOUNT MASTER REWRITE FAILED"
                       TO WS-REFUSAL-REASON
                   SET WS-TRANSACTION-REFUSED TO TRUE
           END-REWRITE.

      *  A refused transaction audits with the after image equal to
      *  the before image - the master was not touched.
       2800-WRITE-AUDIT.
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE ATX-USER-ID          TO AUD-USER-ID
           MOVE ATX-ACTION           TO AUD-ACTION
           MOVE ATX-KEY              TO AUD-KEY
           IF WS-TRANSACTION-OK
               MOVE "APPLIED"        TO AUD-RESULT
               MOVE SPACES           TO AUD-REASON
               MOVE ACCT-STATUS         TO AUD-AFTER-STATUS
               MOVE ACCT-OPEN-DATE      TO AUD-AFTER-OPEN-DATE
               MOVE ACCT-CLOSE-DATE     TO AUD-AFTER-CLOSE-DATE
               MOVE ACCT-BUSINESS-UNIT  TO AUD-AFTER-BUSINESS-UNIT
               MOVE ACCT-CEILING        TO AUD-AFTER-CEILING
           ELSE
               MOVE "REJECTED"       TO AUD-RESULT
               MOVE WS-REFUSAL-REASON TO AUD-REASON
               MOVE AUD-BEFORE-IMAGE TO AUD-AFTER-IMAGE
               ADD 1 TO WS-TRANSACTIONS-REFUSED
           END-IF
           WRITE ACCOUNT-AUDIT-RECORD.

       2900-REPORT-TRANSACTION.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING ATX-ACTION           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               ATX-KEY                 DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               ATX-USER-ID             DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               AUD-RESULT              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               AUD-REASON              DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.

       3000-FINALIZE.
           IF WS-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-AUDIT-FILE
           END-IF
           IF WS-TRANSACTION-OPEN
               CLOSE ACCOUNT-TRANSACTION-FILE
           END-IF
           PERFORM 3100-WRITE-TOTALS
           CLOSE MAINTENANCE-REPORT-FILE
           DISPLAY "OVFLAMNT COMPLETE - TRANSACTIONS "
               WS-TRANSACTIONS-READ
               " ADDED " WS-ACCOUNTS-ADDED
               " CHANGED " WS-ACCOUNTS-CHANGED
               " CLOSED " WS-ACCOUNTS-CLOSED
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
           MOVE WS-ACCOUNTS-ADDED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ACCOUNTS ADDED . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ACCOUNTS-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ACCOUNTS CHANGED . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ACCOUNTS-CLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ACCOUNTS CLOSED  . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-TRANSACTIONS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "TRANSACTIONS REFUSED . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.
