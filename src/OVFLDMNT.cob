       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLDMNT.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLDMNT                                                    *
      *  Duplicate-hold decision maintenance.  Applies the RELEASE   *
      *  and DISCARD decisions on DUPDECN (OVFLDDEC.cpy) to the      *
      *  keyed DUPHOLD master the OVFLDUP screen fills, in file      *
      *  order, and appends one row per decision - applied or        *
      *  refused - to the DUPLOG log, with the person who keyed it.  *
      *  A released item is marked G and is merged into the next     *
      *  cycle's clean feed by OVFLDUP; a discarded item is marked   *
      *  D and never posts.  Only an item still held can be          *
      *  decided, so a decision cannot be reversed by keying the     *
      *  other one later.  DUPMRPT lists each decision and then      *
      *  every item still waiting for one, oldest cycle first per    *
      *  key.  A refused decision leaves the master untouched and    *
      *  ends the step with a warning.                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "DUPDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DUPLICATE-LOG-FILE ASSIGN TO "DUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "DUPMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
           COPY OVFLDDEC.

       FD  DUPLICATE-HOLD-FILE.
           COPY OVFLDHLD.

       FD  DUPLICATE-LOG-FILE.
           COPY OVFLDLOG.

       FD  MAINTENANCE-REPORT-FILE.
       01  MAINTENANCE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DECISION-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-HOLD-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-LOG-FILE-STATUS          PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DECISION-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-DECISIONS              VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH       PIC X    VALUE 'N'.
               88  WS-MASTER-OPEN                   VALUE 'Y'.
           05  WS-ITEM-FOUND-SWITCH        PIC X    VALUE 'N'.
               88  WS-ITEM-FOUND                    VALUE 'Y'.
           05  WS-DECISION-SWITCH          PIC X    VALUE 'Y'.
               88  WS-DECISION-OK                   VALUE 'Y'.
               88  WS-DECISION-REFUSED              VALUE 'N'.
           05  WS-HOLD-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-HOLD-FILE              VALUE 'Y'.

       01  WS-DECISION-WORK.
           05  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-STATISTICS.
           05  WS-DECISIONS-READ           PIC 9(9) VALUE 0.
           05  WS-ITEMS-RELEASED           PIC 9(9) VALUE 0.
           05  WS-ITEMS-DISCARDED          PIC 9(9) VALUE 0.
           05  WS-DECISIONS-REFUSED        PIC 9(9) VALUE 0.
           05  WS-ITEMS-STILL-HELD         PIC 9(9) VALUE 0.
           05  WS-HELD-AMOUNT              PIC S9(15)V99 VALUE 0.
           05  WS-RELEASES-WAITING         PIC 9(9) VALUE 0.

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.
           05  WS-EDIT-NUMBER              PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DECISIONS
               UNTIL WS-END-OF-DECISIONS
           IF WS-MASTER-OPEN
               PERFORM 3000-LIST-OPEN-HOLDS
           END-IF
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE "OVFLDMNT DUPLICATE-HOLD DECISION REPORT"
               TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           PERFORM 1100-OPEN-MASTER
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS NOT = "00"
               DISPLAY "DUPLICATE DECISION FILE MISSING - STATUS "
                   WS-DECISION-FILE-STATUS " - NOTHING TO APPLY"
               SET WS-END-OF-DECISIONS TO TRUE
           ELSE
               IF WS-MASTER-OPEN
                   OPEN EXTEND DUPLICATE-LOG-FILE
                   IF WS-LOG-FILE-STATUS = "35"
                       OPEN OUTPUT DUPLICATE-LOG-FILE
                   END-IF
                   PERFORM 2100-READ-DECISION
               ELSE
                   SET WS-END-OF-DECISIONS TO TRUE
               END-IF
           END-IF.

      *  Only OVFLDUP creates the master - with none on hand there
      *  is nothing held, so there is nothing to decide.
       1100-OPEN-MASTER.
           OPEN I-O DUPLICATE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "DUPLICATE-HOLD MASTER OPEN FAILED - STATUS "
                   WS-HOLD-FILE-STATUS " - NO DECISIONS APPLIED"
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
           END-IF.

       2000-APPLY-DECISIONS.
           ADD 1 TO WS-DECISIONS-READ
           SET WS-DECISION-OK TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM 2200-READ-HELD-ITEM
           PERFORM 2300-EDIT-DECISION
           IF WS-DECISION-OK
               EVALUATE DDC-ACTION
                   WHEN "RELEASE"
                       SET DHL-RELEASED TO TRUE
                   WHEN "DISCARD"
                       SET DHL-DISCARDED TO TRUE
               END-EVALUATE
               MOVE WS-CURRENT-TIMESTAMP TO DHL-DECIDED-TIMESTAMP
               MOVE DDC-USER-ID          TO DHL-DECIDED-BY
               REWRITE DUPLICATE-HOLD-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE-HOLD REWRITE FAILED"
                           TO WS-REFUSAL-REASON
                       SET WS-DECISION-REFUSED TO TRUE
               END-REWRITE
           END-IF
           IF WS-DECISION-OK
               IF DHL-RELEASED
                   ADD 1 TO WS-ITEMS-RELEASED
               ELSE
                   ADD 1 TO WS-ITEMS-DISCARDED
               END-IF
           END-IF
           PERFORM 2800-WRITE-LOG
           PERFORM 2900-REPORT-DECISION
           PERFORM 2100-READ-DECISION.

       2100-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-END-OF-DECISIONS TO TRUE
           END-READ.

       2200-READ-HELD-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH
           IF DDC-KEY NOT = SPACES AND DDC-CYCLE-NUMBER IS NUMERIC
               MOVE DDC-KEY          TO DHL-ACCOUNT
               MOVE DDC-CYCLE-NUMBER TO DHL-CYCLE-NUMBER
               READ DUPLICATE-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF.

      *  Every decision must name who made it - the log is the
      *  only proof a held item was looked at before it posted or
      *  was thrown away.
       2300-EDIT-DECISION.
           IF DDC-ACTION NOT = "RELEASE" AND DDC-ACTION NOT = "DISCARD"
               MOVE "ACTION MUST BE RELEASE OR DISCARD"
                   TO WS-REFUSAL-REASON
               SET WS-DECISION-REFUSED TO TRUE
           ELSE
               IF DDC-USER-ID = SPACES
                   MOVE "DECIDING USER ID MISSING"
                       TO WS-REFUSAL-REASON
                   SET WS-DECISION-REFUSED TO TRUE
               ELSE
                   IF NOT WS-ITEM-FOUND
                       MOVE "NO HELD ITEM FOR THIS KEY AND CYCLE"
                           TO WS-REFUSAL-REASON
                       SET WS-DECISION-REFUSED TO TRUE
                   ELSE
                       IF NOT DHL-HELD
                           MOVE SPACES TO WS-REFUSAL-REASON
                           STRING "ITEM ALREADY DECIDED - STATUS "
                               DELIMITED BY SIZE
                               DHL-STATUS DELIMITED BY SIZE
                               INTO WS-REFUSAL-REASON
                           SET WS-DECISION-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2800-WRITE-LOG.
           MOVE WS-CURRENT-TIMESTAMP TO DLG-TIMESTAMP
           MOVE DDC-USER-ID          TO DLG-USER-ID
           MOVE DDC-ACTION           TO DLG-ACTION
           MOVE DDC-KEY              TO DLG-KEY
           IF DDC-CYCLE-NUMBER IS NUMERIC
               MOVE DDC-CYCLE-NUMBER TO DLG-CYCLE-NUMBER
           ELSE
               MOVE 0                TO DLG-CYCLE-NUMBER
           END-IF
           IF WS-ITEM-FOUND
               MOVE DHL-NUMBER        TO DLG-NUMBER
               MOVE DHL-MATCHED-CYCLE TO DLG-MATCHED-CYCLE
           ELSE
               MOVE 0                 TO DLG-NUMBER
               MOVE 0                 TO DLG-MATCHED-CYCLE
           END-IF
           IF WS-DECISION-OK
               MOVE "APPLIED"         TO DLG-RESULT
               MOVE DDC-NOTE          TO DLG-REASON
           ELSE
               MOVE "REJECTED"        TO DLG-RESULT
               MOVE WS-REFUSAL-REASON TO DLG-REASON
               ADD 1 TO WS-DECISIONS-REFUSED
           END-IF
           WRITE DUPLICATE-LOG-RECORD.

       2900-REPORT-DECISION.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING DDC-ACTION           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               DDC-KEY                 DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               DLG-CYCLE-NUMBER        DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               DDC-USER-ID             DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               DLG-RESULT              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               DLG-REASON              DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.

      *  What operations still owe a decision on, and what has been
      *  released but not yet carried into a feed.
       3000-LIST-OPEN-HOLDS.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE "ITEMS AWAITING A DECISION OR A FEED"
               TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE LOW-VALUES TO DHL-KEY
           START DUPLICATE-HOLD-FILE KEY IS NOT LESS THAN DHL-KEY
               INVALID KEY
                   SET WS-END-OF-HOLD-FILE TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-HOLD
               UNTIL WS-END-OF-HOLD-FILE.

       3100-LIST-ONE-HOLD.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLD-FILE TO TRUE
               NOT AT END
                   IF DHL-HELD OR DHL-RELEASED
                       MOVE DHL-NUMBER TO WS-EDIT-NUMBER
                       MOVE SPACES TO MAINTENANCE-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           DHL-ACCOUNT DELIMITED BY SIZE
                           " CYCLE " DELIMITED BY SIZE
                           DHL-CYCLE-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EDIT-NUMBER DELIMITED BY SIZE
                           "  MATCHES CYCLE " DELIMITED BY SIZE
                           DHL-MATCHED-CYCLE DELIMITED BY SIZE
                           "  STATUS " DELIMITED BY SIZE
                           DHL-STATUS DELIMITED BY SIZE
                           INTO MAINTENANCE-REPORT-LINE
                       WRITE MAINTENANCE-REPORT-LINE
                       IF DHL-HELD
                           ADD 1 TO WS-ITEMS-STILL-HELD
                           ADD DHL-NUMBER TO WS-HELD-AMOUNT
                       ELSE
                           ADD 1 TO WS-RELEASES-WAITING
                       END-IF
                   END-IF
           END-READ.

       4000-FINALIZE.
           IF WS-MASTER-OPEN
               CLOSE DUPLICATE-HOLD-FILE
               IF WS-DECISION-FILE-STATUS = "00"
                       OR WS-DECISION-FILE-STATUS = "10"
                   CLOSE DUPLICATE-LOG-FILE
               END-IF
           END-IF
           IF WS-DECISION-FILE-STATUS = "00"
                   OR WS-DECISION-FILE-STATUS = "10"
               CLOSE DECISION-FILE
           END-IF
           PERFORM 4100-WRITE-TOTALS
           CLOSE MAINTENANCE-REPORT-FILE
           DISPLAY "OVFLDMNT COMPLETE - DECISIONS "
               WS-DECISIONS-READ
               " RELEASED " WS-ITEMS-RELEASED
               " DISCARDED " WS-ITEMS-DISCARDED
               " REFUSED " WS-DECISIONS-REFUSED
               " STILL HELD " WS-ITEMS-STILL-HELD
           IF WS-DECISIONS-REFUSED > 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-WRITE-TOTALS.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-DECISIONS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "DECISIONS READ . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ITEMS-RELEASED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "RELEASED AS GENUINE  . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ITEMS-DISCARDED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "DISCARDED AS DUPLICATES  . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-DECISIONS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "DECISIONS REFUSED  . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-ITEMS-STILL-HELD TO WS-EDIT-COUNT
           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "ITEMS STILL HELD . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               "  AMOUNT "                 DELIMITED BY SIZE
               WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE
           MOVE WS-RELEASES-WAITING TO WS-EDIT-COUNT
           MOVE SPACES TO MAINTENANCE-REPORT-LINE
           STRING "RELEASES WAITING FOR A FEED  : " DELIMITED BY SIZE
               WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO MAINTENANCE-REPORT-LINE
           WRITE MAINTENANCE-REPORT-LINE.
