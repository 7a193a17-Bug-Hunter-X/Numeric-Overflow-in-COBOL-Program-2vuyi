      *  cycle and appending all rejects to the one REJFILE; a       *
      *  feed-level failure stops the queue at that cycle so the     *
      *  later cycles cannot jump the failed one.                    *
      *  Every clean key must also be a live account on the ACCTMAST *
      *  reference master (OVFLACCT.cpy): a key the master has never *
      *  heard of is rejected E8 and a closed account E9.  A frozen  *
      *  account passes the edit - its items are held in suspense by *
      *  OVFLCALC, not bounced.  With no account master to check     *
      *  against, the feed is failed rather than passed unchecked.   *
      *  A feed built by the OVFLCONS consolidation step carries the *
      *  source system on every detail (RAW-SOURCE-ID); it is passed *
      *  through to the clean detail and stamped on each reject, so  *
      *  a reject can be sent back to the source that sent it.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-INPUT-FILE.
           05  RAW-KEY                     PIC X(10).
           05  RAW-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  RAW-SOURCE-ID               PIC X(4).
       01  RAW-HEADER-RECORD.
           05  RWH-RECORD-TYPE             PIC X.
           05  RWH-CREATE-DATE             PIC X(8).
       FD  CYCLE-QUEUE-FILE.
           COPY OVFLQUE.

       FD  ACCOUNT-MASTER-FILE.
           COPY OVFLACCT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RAW-FILE-STATUS          PIC XX   VALUE SPACES.
           05  WS-QUEUE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX   VALUE SPACES.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-RAW-FILENAME             PIC X(20) VALUE "RAWIN".
               88  WS-QUEUE-REFUSED                 VALUE 'Y'.
           05  WS-APPEND-SWITCH            PIC X    VALUE 'N'.
               88  WS-APPEND-PASS                   VALUE 'Y'.
           05  WS-ACCOUNT-MASTER-SWITCH    PIC X    VALUE 'N'.
               88  WS-ACCOUNT-MASTER-OPEN           VALUE 'Y'.

       01  WS-QUEUE-CONTROL.
           05  WS-QUEUE-COUNT              PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-LOAD-CYCLE-QUEUE
           PERFORM 0800-OPEN-ACCOUNT-MASTER
      *  A refused queue ends the run with nothing processed - a
      *  single-feed pass against the default RAWIN would scratch
      *  and rewrite REJFILE under a failure return code.
                   PERFORM 0700-EDIT-SINGLE-FEED
               END-IF
           END-IF
           IF WS-ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           GOBACK.

      *  The queue must arrive in ascending cycle order - the clean
           PERFORM 2000-EDIT-RECORDS UNTIL WS-END-OF-RAW-INPUT
           PERFORM 3000-FINALIZE.

      *  Opened once for the whole run - every queued feed in a
      *  catch-up run is edited against the same master.
       0800-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-ACCOUNT-FILE-STATUS
                   " - FEED CANNOT BE EDITED"
           ELSE
               SET WS-ACCOUNT-MASTER-OPEN TO TRUE
           END-IF.

      *  A catch-up pass after the first appends to REJFILE instead
      *  of scratching the earlier cycles' rejects - the repair
      *  workflow needs every cycle's rejects from the window.
               IF WS-CATCHUP-MODE
                   SET WS-FEED-BAD TO TRUE
               END-IF
           ELSE
               IF NOT WS-ACCOUNT-MASTER-OPEN
                   SET WS-END-OF-RAW-INPUT TO TRUE
                   SET WS-FEED-BAD TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT CLEAN-OUTPUT-FILE
           IF WS-APPEND-PASS
           SET WS-RECORD-CLEAN TO TRUE
           PERFORM 2200-EDIT-NUMBER
           PERFORM 2300-EDIT-KEY
           IF RAW-KEY NOT = SPACES
               PERFORM 2350-EDIT-ACCOUNT
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM 2500-WRITE-CLEAN-RECORD
               MOVE RAW-KEY TO WS-PREVIOUS-KEY
               END-IF
           END-IF.

      *  Frozen accounts pass - OVFLCALC suspends them (R3) so the
      *  money is held, not bounced back upstream.
       2350-EDIT-ACCOUNT.
           MOVE RAW-KEY TO ACCT-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "E8" TO REJ-REASON-CODE
                   MOVE "IN-KEY NOT ON ACCOUNT MASTER"
                       TO REJ-REASON-TEXT
                   PERFORM 2400-WRITE-REJECT
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "E9" TO REJ-REASON-CODE
                       MOVE "ACCOUNT CLOSED" TO REJ-REASON-TEXT
                       PERFORM 2400-WRITE-REJECT
                   END-IF
           END-READ.

       2400-WRITE-REJECT.
           SET WS-RECORD-REJECTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
      *  Raw byte image, not a numeric move - the field is being
      *  rejected precisely because it may not be a number.
           MOVE RAW-INPUT-RECORD (12:12) TO REJ-NUMBER
      *  Header and trailer images run on over the source id bytes.
           IF RAW-HEADER-REC OR RAW-TRAILER-REC
               MOVE SPACES            TO REJ-SOURCE-ID
           ELSE
               MOVE RAW-SOURCE-ID     TO REJ-SOURCE-ID
           END-IF
           MOVE WS-RAW-READ-COUNT     TO REJ-RECORD-NUMBER
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-ROW-COUNT.

           MOVE "D"        TO IN-RECORD-TYPE
           MOVE RAW-KEY    TO IN-KEY
           MOVE RAW-NUMBER TO IN-NUMBER
           MOVE RAW-SOURCE-ID TO IN-SOURCE-ID
           WRITE INPUT-RECORD
           ADD 1 TO WS-CLEAN-COUNT
           ADD IN-NUMBER TO WS-CLEAN-HASH-TOTAL.
