       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLACK.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLACK                                                     *
      *  Disposition return file to the upstream source systems,     *
      *  run each cycle after OVFLMRG and OVFLREL.  Upstream never   *
      *  learned what became of the records it sent - rejects sat on *
      *  REJFILE/REJLOG, suspensions on SUSFILE, releases on RELLOG, *
      *  postings on OUTFILE - and operations answered for them one  *
      *  key at a time.  This step writes ACKFILE (OVFLACK.cpy):     *
      *    - one D row per detail on this cycle's INFILE, posted     *
      *      when OUTFILE carries it, otherwise suspended with the   *
      *      SUSFILE reason.  Both files hold the cycle's details in *
      *      INFILE's own key order, so each is matched in one pass; *
      *    - one D row per record the input edit rejected, with the  *
      *      first E-code (REJFILE rows grouped back to the record   *
      *      by REJ-RECORD-NUMBER; header and trailer failures are   *
      *      not details and are not acknowledged);                  *
      *    - one D row per detail held on DUPHOLD this cycle as a    *
      *      possible duplicate;                                     *
      *    - one C row per release on RELLOG and per write-off on    *
      *      REJLOG since the last acknowledgment (the ACKCTL        *
      *      watermark, OVFLACKW.cpy), so upstream can close items   *
      *      from earlier cycles;                                    *
      *    - one C row per DUPHOLD decision applied on DUPLOG since  *
      *      the last acknowledgment - a discard closes the held     *
      *      item (X), a release marks it genuine and pending its    *
      *      merge (M), and the merge cycle's D row then carries it  *
      *      posted or suspended under its origin date.              *
      *  The header and trailer carry the counts by status; posted   *
      *  plus suspended must equal INFILE's INT-RECORD-COUNT, and    *
      *  any detail with no outcome found is sent as U.  A cycle     *
      *  that does not tie is still sent, with verdict O, and ends   *
      *  the step with RETURN-CODE 4.  Every row carries the source  *
      *  id, so each source picks out its own rows.                  *
      *  No INFILE, or a catch-up window (CYCQUEUE on hand), leaves  *
      *  ACKFILE scratched and ACKCTL where it was, so the status    *
      *  changes roll into the next acknowledgment.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT REJECT-LOG-FILE ASSIGN TO "REJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-LOG-STATUS.

           SELECT DUPLICATE-LOG-FILE ASSIGN TO "DUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-LOG-STATUS.

           SELECT CYCLE-QUEUE-FILE ASSIGN TO "CYCQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT ACK-CONTROL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-CONTROL-STATUS.

           SELECT ACK-WORK-FILE ASSIGN TO "ACKWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-WORK-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           COPY OVFLIN.

       FD  OUTPUT-FILE.
           COPY OVFLOUT.

       FD  SUSPENSE-FILE.
           COPY OVFLSUS.

       FD  REJECT-FILE.
           COPY OVFLREJ.

       FD  DUPLICATE-HOLD-FILE.
           COPY OVFLDHLD.

       FD  DISPOSITION-FILE.
           COPY OVFLDISP.

       FD  REJECT-LOG-FILE.
           COPY OVFLRDSP.

       FD  DUPLICATE-LOG-FILE.
           COPY OVFLDLOG.

       FD  CYCLE-QUEUE-FILE.
           COPY OVFLQUE.

       FD  ACK-CONTROL-FILE.
           COPY OVFLACKW.

       FD  ACK-WORK-FILE.
       01  ACK-WORK-RECORD                 PIC X(96).

       FD  ACK-FILE.
           COPY OVFLACK.

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-OUTPUT-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-REJECT-FILE-STATUS       PIC XX   VALUE SPACES.
           05  WS-HOLD-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-DISPOSITION-FILE-STATUS  PIC XX   VALUE SPACES.
           05  WS-REJECT-LOG-STATUS        PIC XX   VALUE SPACES.
           05  WS-DUPLICATE-LOG-STATUS     PIC XX   VALUE SPACES.
           05  WS-QUEUE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-ACK-CONTROL-STATUS       PIC XX   VALUE SPACES.
           05  WS-ACK-WORK-STATUS          PIC XX   VALUE SPACES.
           05  WS-ACK-FILE-STATUS          PIC XX   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-STEP-SWITCH              PIC X    VALUE 'Y'.
               88  WS-STEP-OK                       VALUE 'Y'.
               88  WS-STEP-BLOCKED                  VALUE 'N'.
           05  WS-INPUT-EOF-SWITCH         PIC X    VALUE 'N'.
               88  WS-END-OF-INPUT                  VALUE 'Y'.
           05  WS-OUTPUT-EOF-SWITCH        PIC X    VALUE 'N'.
               88  WS-END-OF-OUTPUT                 VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-SUSPENSE               VALUE 'Y'.
           05  WS-REJECT-EOF-SWITCH        PIC X    VALUE 'N'.
               88  WS-END-OF-REJECTS                VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-HOLD-FILE              VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH           PIC X    VALUE 'N'.
               88  WS-END-OF-LOG                    VALUE 'Y'.
           05  WS-TRAILER-SWITCH           PIC X    VALUE 'N'.
               88  WS-TRAILER-SEEN                  VALUE 'Y'.
           05  WS-MERGED-FOUND-SWITCH      PIC X    VALUE 'N'.
               88  WS-MERGED-FOUND                  VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH         PIC X    VALUE 'N'.
               88  WS-HOLD-FILE-OPEN                VALUE 'Y'.

       01  WS-CYCLE-CONTROL.
           05  WS-CYCLE-NUMBER             PIC 9(6)  VALUE 0.
           05  WS-CYCLE-DATE               PIC 9(8)  VALUE 0.
           05  WS-INBOUND-TRAILER-COUNT    PIC 9(9)  VALUE 0.

      *  Where this acknowledgment starts and ends on each log.
       01  WS-WATERMARK-CONTROL.
           05  WS-RELLOG-START             PIC 9(9)  VALUE 0.
           05  WS-RELLOG-ROWS              PIC 9(9)  VALUE 0.
           05  WS-REJLOG-START             PIC 9(9)  VALUE 0.
           05  WS-REJLOG-ROWS              PIC 9(9)  VALUE 0.
           05  WS-DUPLOG-START             PIC 9(9)  VALUE 0.
           05  WS-DUPLOG-ROWS              PIC 9(9)  VALUE 0.

      *  Items a DUPHOLD release put back into this cycle's feed -
      *  their rows carry the cycle they first arrived in.
       01  WS-MERGED-TABLE.
           05  WS-MERGED-COUNT             PIC 9(4)  VALUE 0.
           05  WS-MERGED-MAX               PIC 9(4)  VALUE 500.
           05  WS-MERGED-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-MRG-IDX.
               10  WS-MRG-KEY              PIC X(10).
               10  WS-MRG-CYCLE-DATE       PIC 9(8).

      *  The raw record a REJFILE row belongs to - the record number
      *  with the key and amount image as a fallback for rows that
      *  predate the record number.
       01  WS-REJECT-IDENTITY.
           05  WS-RJI-RECORD-NUMBER        PIC X(9).
           05  WS-RJI-KEY                  PIC X(10).
           05  WS-RJI-NUMBER               PIC X(12).
       01  WS-LAST-REJECT-IDENTITY         PIC X(31) VALUE SPACES.

       01  WS-ACK-COUNTS.
           05  WS-POSTED-COUNT             PIC 9(9)  VALUE 0.
           05  WS-SUSPENDED-COUNT          PIC 9(9)  VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(9)  VALUE 0.
           05  WS-HELD-COUNT               PIC 9(9)  VALUE 0.
           05  WS-UNRESOLVED-COUNT         PIC 9(9)  VALUE 0.
           05  WS-RELEASED-COUNT           PIC 9(9)  VALUE 0.
           05  WS-WRITTEN-OFF-COUNT        PIC 9(9)  VALUE 0.
           05  WS-HOLD-DISCARDED-COUNT     PIC 9(9)  VALUE 0.
           05  WS-HOLD-RELEASED-COUNT      PIC 9(9)  VALUE 0.
           05  WS-ROW-COUNT                PIC 9(9)  VALUE 0.
           05  WS-TIE-VERDICT              PIC X     VALUE 'B'.
               88  WS-CYCLE-TIES                    VALUE 'B'.
               88  WS-CYCLE-OUT-OF-BALANCE          VALUE 'O'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-STEP-OK
               PERFORM 1400-LOAD-MERGED-RELEASES
               PERFORM 2000-ACK-CYCLE-DETAILS
               PERFORM 3000-ACK-REJECTS
               PERFORM 4000-ACK-HELD-ITEMS
               PERFORM 5000-ACK-RELEASES
               PERFORM 5500-ACK-WRITE-OFFS
               PERFORM 5800-ACK-HOLD-DECISIONS
               CLOSE ACK-WORK-FILE
               PERFORM 6000-WRITE-ACK-FILE
           END-IF
           IF WS-STEP-OK
               PERFORM 7000-UPDATE-WATERMARK
           END-IF
           PERFORM 8000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE "OVFLACK UPSTREAM DISPOSITION RETURN REPORT"
               TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 1100-CHECK-CYCLE-QUEUE
           IF WS-STEP-OK
               PERFORM 1200-READ-INPUT-HEADER
           END-IF
           IF WS-STEP-OK
               PERFORM 1300-READ-WATERMARK
               OPEN OUTPUT ACK-WORK-FILE
           END-IF.

      *  A catch-up window posts several cycles under one OUTFILE;
      *  its details cannot be matched back to one INFILE.
       1100-CHECK-CYCLE-QUEUE.
           OPEN INPUT CYCLE-QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               READ CYCLE-QUEUE-FILE
                   NOT AT END
                       DISPLAY "CATCH-UP QUEUE ON HAND - CYCLES NOT "
                           "ACKNOWLEDGED - STATUS CHANGES HELD FOR "
                           "THE NEXT CYCLE"
                       MOVE "CATCH-UP WINDOW - NO ACKNOWLEDGMENT SENT"
                           TO ACK-REPORT-LINE
                       WRITE ACK-REPORT-LINE
                       SET WS-STEP-BLOCKED TO TRUE
                       MOVE 4 TO RETURN-CODE
               END-READ
               CLOSE CYCLE-QUEUE-FILE
           END-IF.

       1200-READ-INPUT-HEADER.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "INPUT FILE MISSING - STATUS "
                   WS-INPUT-FILE-STATUS " - NO ACKNOWLEDGMENT SENT"
               SET WS-STEP-BLOCKED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               READ INPUT-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF WS-END-OF-INPUT OR NOT IN-HEADER-REC
                       OR INH-CYCLE-NUMBER IS NOT NUMERIC
                       OR INH-CREATE-DATE IS NOT NUMERIC
                   DISPLAY "INPUT FILE HAS NO VALID HEADER - "
                       "NO ACKNOWLEDGMENT SENT"
                   CLOSE INPUT-FILE
                   SET WS-STEP-BLOCKED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE INH-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE INH-CREATE-DATE  TO WS-CYCLE-DATE
               END-IF
           END-IF.

      *  A re-run of the cycle last acknowledged starts from the same
      *  place on each log; a new cycle starts where it ended.
       1300-READ-WATERMARK.
           OPEN INPUT ACK-CONTROL-FILE
           IF WS-ACK-CONTROL-STATUS = "00"
               READ ACK-CONTROL-FILE
                   NOT AT END
                       IF AKW-CYCLE-NUMBER = WS-CYCLE-NUMBER
                               AND AKW-CYCLE-DATE = WS-CYCLE-DATE
                           MOVE AKW-RELLOG-START TO WS-RELLOG-START
                           MOVE AKW-REJLOG-START TO WS-REJLOG-START
                           IF AKW-DUPLOG-START IS NUMERIC
                               MOVE AKW-DUPLOG-START
                                   TO WS-DUPLOG-START
                           END-IF
                       ELSE
                           MOVE AKW-RELLOG-END   TO WS-RELLOG-START
                           MOVE AKW-REJLOG-END   TO WS-REJLOG-START
                           IF AKW-DUPLOG-END IS NUMERIC
                               MOVE AKW-DUPLOG-END
                                   TO WS-DUPLOG-START
                           END-IF
                       END-IF
               END-READ
               CLOSE ACK-CONTROL-FILE
           END-IF.

       1400-LOAD-MERGED-RELEASES.
           OPEN INPUT DUPLICATE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               PERFORM 1450-READ-MERGED-RELEASE
                   UNTIL WS-END-OF-HOLD-FILE
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.

       1450-READ-MERGED-RELEASE.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLD-FILE TO TRUE
               NOT AT END
                   IF DHL-MERGED
                           AND DHL-POSTED-CYCLE = WS-CYCLE-NUMBER
                       IF WS-MERGED-COUNT < WS-MERGED-MAX
                           ADD 1 TO WS-MERGED-COUNT
                           SET WS-MRG-IDX TO WS-MERGED-COUNT
                           MOVE DHL-ACCOUNT
                               TO WS-MRG-KEY (WS-MRG-IDX)
                           MOVE DHL-CYCLE-DATE
                               TO WS-MRG-CYCLE-DATE (WS-MRG-IDX)
                       ELSE
                           DISPLAY "MERGED RELEASE TABLE FULL - KEY "
                               DHL-ACCOUNT " SENT UNDER THIS CYCLE"
                       END-IF
                   END-IF
           END-READ.

      *  OUTFILE and the cycle's own SUSFILE rows both follow INFILE
      *  key order, so a detail is posted when it is the next
      *  OUTFILE row and suspended when it is the next suspension.
      *  Carried items on SUSFILE belong to earlier cycles and are
      *  passed over by cycle date.
       2000-ACK-CYCLE-DETAILS.
           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS = "00"
               PERFORM 2110-READ-OUTPUT
           ELSE
               SET WS-END-OF-OUTPUT TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM 2120-READ-SUSPENSE
           ELSE
               SET WS-END-OF-SUSPENSE TO TRUE
           END-IF
           PERFORM 2100-READ-INPUT
           PERFORM 2200-ACK-ONE-INPUT-RECORD
               UNTIL WS-END-OF-INPUT
           CLOSE INPUT-FILE
           IF WS-OUTPUT-FILE-STATUS = "00"
                   OR WS-OUTPUT-FILE-STATUS = "10"
               CLOSE OUTPUT-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS = "00"
                   OR WS-SUSPENSE-FILE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       2100-READ-INPUT.
           READ INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2110-READ-OUTPUT.
           READ OUTPUT-FILE
               AT END
                   SET WS-END-OF-OUTPUT TO TRUE
           END-READ.

       2120-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-READ.

       2200-ACK-ONE-INPUT-RECORD.
           IF IN-TRAILER-REC
               IF INT-RECORD-COUNT IS NUMERIC
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE INT-RECORD-COUNT TO WS-INBOUND-TRAILER-COUNT
               END-IF
           ELSE
               IF IN-DETAIL-REC
                   PERFORM 2300-ACK-DETAIL
               END-IF
           END-IF
           PERFORM 2100-READ-INPUT.

       2300-ACK-DETAIL.
           MOVE SPACES              TO ACKNOWLEDGMENT-RECORD
           MOVE "D"                 TO ACK-RECORD-TYPE
           MOVE IN-SOURCE-ID        TO ACK-SOURCE-ID
           MOVE IN-KEY              TO ACK-KEY
           MOVE IN-NUMBER           TO ACK-AMOUNT
           MOVE ZERO                TO ACK-NEW-AMOUNT
           MOVE WS-CYCLE-DATE       TO ACK-ORIGIN-CYCLE-DATE
           PERFORM 2350-FIND-MERGED-RELEASE
           IF NOT WS-END-OF-OUTPUT AND OUT-KEY = IN-KEY
               MOVE "P"             TO ACK-STATUS
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 2110-READ-OUTPUT
           ELSE
               PERFORM 2400-FIND-SUSPENSION
               IF NOT WS-END-OF-SUSPENSE AND SUS-KEY = IN-KEY
                   MOVE "S"             TO ACK-STATUS
                   MOVE SUS-REASON-CODE TO ACK-REASON-CODE
                   MOVE SUS-REASON-TEXT TO ACK-REASON-TEXT
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM 2120-READ-SUSPENSE
               ELSE
                   MOVE "U"             TO ACK-STATUS
                   MOVE "NO OUTCOME FOUND - ENQUIRE"
                       TO ACK-REASON-TEXT
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-IF
           PERFORM 2900-WRITE-ACK-ROW.

       2350-FIND-MERGED-RELEASE.
           IF WS-MERGED-COUNT > 0
               SET WS-MRG-IDX TO 1
               SEARCH WS-MERGED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MRG-IDX > WS-MERGED-COUNT
                       CONTINUE
                   WHEN WS-MRG-KEY (WS-MRG-IDX) = IN-KEY
                       MOVE WS-MRG-CYCLE-DATE (WS-MRG-IDX)
                           TO ACK-ORIGIN-CYCLE-DATE
               END-SEARCH
           END-IF.

       2400-FIND-SUSPENSION.
           PERFORM 2120-READ-SUSPENSE
               UNTIL WS-END-OF-SUSPENSE
                   OR (SUS-CYCLE-DATE = WS-CYCLE-DATE
                       AND SUS-KEY NOT < IN-KEY).

       2900-WRITE-ACK-ROW.
           MOVE WS-CYCLE-NUMBER TO ACK-CYCLE-NUMBER
           WRITE ACK-WORK-RECORD FROM ACKNOWLEDGMENT-RECORD
           ADD 1 TO WS-ROW-COUNT.

      *  One row per rejected record, under the first reason found;
      *  header, trailer and unknown record-type failures are not
      *  details and were never counted upstream as such.
       3000-ACK-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 3100-READ-REJECT
                   UNTIL WS-END-OF-REJECTS
               CLOSE REJECT-FILE
           END-IF.

       3100-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-REJECTS TO TRUE
               NOT AT END
                   IF REJ-REASON-CODE NOT = "E5"
                           AND REJ-REASON-CODE NOT = "E6"
                           AND REJ-REASON-CODE NOT = "E7"
                       PERFORM 3200-ACK-REJECT
                   END-IF
           END-READ.

       3200-ACK-REJECT.
           IF REJ-RECORD-NUMBER IS NUMERIC
               MOVE REJ-RECORD-NUMBER TO WS-RJI-RECORD-NUMBER
           ELSE
               MOVE SPACES            TO WS-RJI-RECORD-NUMBER
           END-IF
           MOVE REJ-KEY               TO WS-RJI-KEY
           MOVE REJ-NUMBER            TO WS-RJI-NUMBER
           IF WS-REJECT-IDENTITY NOT = WS-LAST-REJECT-IDENTITY
               MOVE WS-REJECT-IDENTITY TO WS-LAST-REJECT-IDENTITY
               MOVE SPACES            TO ACKNOWLEDGMENT-RECORD
               MOVE "D"               TO ACK-RECORD-TYPE
               MOVE REJ-SOURCE-ID     TO ACK-SOURCE-ID
               MOVE REJ-KEY           TO ACK-KEY
               MOVE REJ-NUMBER        TO ACK-AMOUNT-IMAGE
               MOVE "R"               TO ACK-STATUS
               MOVE REJ-REASON-CODE   TO ACK-REASON-CODE
               MOVE REJ-REASON-TEXT   TO ACK-REASON-TEXT
               MOVE ZERO              TO ACK-NEW-AMOUNT
               MOVE WS-CYCLE-DATE     TO ACK-ORIGIN-CYCLE-DATE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 2900-WRITE-ACK-ROW
           END-IF.

       4000-ACK-HELD-ITEMS.
           OPEN INPUT DUPLICATE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               PERFORM 4100-READ-HELD-ITEM
                   UNTIL WS-END-OF-HOLD-FILE
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.

      *  Held at receipt this cycle, whatever has been decided since
      *  - a later release or discard is that cycle's business.
       4100-READ-HELD-ITEM.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLD-FILE TO TRUE
               NOT AT END
                   IF DHL-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       MOVE SPACES          TO ACKNOWLEDGMENT-RECORD
                       MOVE "D"             TO ACK-RECORD-TYPE
                       MOVE DHL-SOURCE-ID   TO ACK-SOURCE-ID
                       MOVE DHL-ACCOUNT     TO ACK-KEY
                       MOVE DHL-NUMBER      TO ACK-AMOUNT
                       MOVE "H"             TO ACK-STATUS
                       MOVE DHL-REASON-CODE TO ACK-REASON-CODE
                       MOVE DHL-REASON-TEXT TO ACK-REASON-TEXT
                       MOVE ZERO            TO ACK-NEW-AMOUNT
                       MOVE DHL-CYCLE-DATE  TO ACK-ORIGIN-CYCLE-DATE
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM 2900-WRITE-ACK-ROW
                   END-IF
           END-READ.

      *  RELLOG rows past the watermark: each RELEASED row is an
      *  item upstream was told was suspended.
       5000-ACK-RELEASES.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS = "00"
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5100-READ-RELEASE-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE DISPOSITION-FILE
           END-IF
      *  A log shorter than the watermark has been replaced - every
      *  row on it is new.
           IF WS-RELLOG-ROWS < WS-RELLOG-START
               DISPLAY "RELLOG SHORTER THAN THE ACKNOWLEDGMENT "
                   "WATERMARK - WATERMARK RESET"
               MOVE ZERO TO WS-RELLOG-START
               MOVE ZERO TO WS-RELLOG-ROWS
               OPEN INPUT DISPOSITION-FILE
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5100-READ-RELEASE-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE DISPOSITION-FILE
           END-IF.

       5100-READ-RELEASE-ROW.
           READ DISPOSITION-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-RELLOG-ROWS
                   IF WS-RELLOG-ROWS > WS-RELLOG-START
                           AND DSP-DISPOSITION = "RELEASED"
                       PERFORM 5200-ACK-RELEASE
                   END-IF
           END-READ.

       5200-ACK-RELEASE.
           MOVE SPACES                TO ACKNOWLEDGMENT-RECORD
           MOVE "C"                   TO ACK-RECORD-TYPE
           MOVE DSP-SOURCE-ID         TO ACK-SOURCE-ID
           MOVE DSP-KEY               TO ACK-KEY
           MOVE DSP-ORIGINAL-VALUE    TO ACK-AMOUNT
           MOVE "L"                   TO ACK-STATUS
           MOVE DSP-REASON-CODE       TO ACK-REASON-CODE
           MOVE "RELEASED FROM SUSPENSE" TO ACK-REASON-TEXT
           MOVE DSP-AMENDED-VALUE     TO ACK-NEW-AMOUNT
           IF DSP-CYCLE-DATE IS NUMERIC
               MOVE DSP-CYCLE-DATE    TO ACK-ORIGIN-CYCLE-DATE
           ELSE
               MOVE ZERO              TO ACK-ORIGIN-CYCLE-DATE
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2900-WRITE-ACK-ROW.

      *  REJLOG rows past the watermark: each WRITEOFF row is a
      *  reject upstream will never see posted.
       5500-ACK-WRITE-OFFS.
           OPEN INPUT REJECT-LOG-FILE
           IF WS-REJECT-LOG-STATUS = "00"
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5600-READ-WRITE-OFF-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE REJECT-LOG-FILE
           END-IF
           IF WS-REJLOG-ROWS < WS-REJLOG-START
               DISPLAY "REJLOG SHORTER THAN THE ACKNOWLEDGMENT "
                   "WATERMARK - WATERMARK RESET"
               MOVE ZERO TO WS-REJLOG-START
               MOVE ZERO TO WS-REJLOG-ROWS
               OPEN INPUT REJECT-LOG-FILE
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5600-READ-WRITE-OFF-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE REJECT-LOG-FILE
           END-IF.

       5600-READ-WRITE-OFF-ROW.
           READ REJECT-LOG-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJLOG-ROWS
                   IF WS-REJLOG-ROWS > WS-REJLOG-START
                           AND RDS-DISPOSITION = "WRITEOFF"
                       PERFORM 5700-ACK-WRITE-OFF
                   END-IF
           END-READ.

       5700-ACK-WRITE-OFF.
           MOVE SPACES                TO ACKNOWLEDGMENT-RECORD
           MOVE "C"                   TO ACK-RECORD-TYPE
           MOVE RDS-SOURCE-ID         TO ACK-SOURCE-ID
           MOVE RDS-KEY               TO ACK-KEY
           MOVE RDS-ORIGINAL-NUMBER   TO ACK-AMOUNT-IMAGE
           MOVE "W"                   TO ACK-STATUS
           MOVE RDS-REASON-CODE       TO ACK-REASON-CODE
           MOVE "WRITTEN OFF - WILL NOT POST" TO ACK-REASON-TEXT
           MOVE ZERO                  TO ACK-NEW-AMOUNT
           MOVE ZERO                  TO ACK-ORIGIN-CYCLE-DATE
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           PERFORM 2900-WRITE-ACK-ROW.

      *  DUPLOG rows past the watermark: each applied RELEASE or
      *  DISCARD decides an item upstream was told was held.  DUPLOG
      *  does not carry the source or the date the item arrived
      *  under, so each is read back off the item's DUPHOLD row.
       5800-ACK-HOLD-DECISIONS.
           OPEN INPUT DUPLICATE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET WS-HOLD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT DUPLICATE-LOG-FILE
           IF WS-DUPLICATE-LOG-STATUS = "00"
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5850-READ-DECISION-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE DUPLICATE-LOG-FILE
           END-IF
           IF WS-DUPLOG-ROWS < WS-DUPLOG-START
               DISPLAY "DUPLOG SHORTER THAN THE ACKNOWLEDGMENT "
                   "WATERMARK - WATERMARK RESET"
               MOVE ZERO TO WS-DUPLOG-START
               MOVE ZERO TO WS-DUPLOG-ROWS
               OPEN INPUT DUPLICATE-LOG-FILE
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 5850-READ-DECISION-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE DUPLICATE-LOG-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.

       5850-READ-DECISION-ROW.
           READ DUPLICATE-LOG-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUPLOG-ROWS
                   IF WS-DUPLOG-ROWS > WS-DUPLOG-START
                           AND DLG-RESULT = "APPLIED"
                       IF DLG-ACTION = "DISCARD"
                               OR DLG-ACTION = "RELEASE"
                           PERFORM 5900-ACK-HOLD-DECISION
                       END-IF
                   END-IF
           END-READ.

       5900-ACK-HOLD-DECISION.
           MOVE SPACES                TO ACKNOWLEDGMENT-RECORD
           MOVE "C"                   TO ACK-RECORD-TYPE
           MOVE DLG-KEY               TO ACK-KEY
           MOVE DLG-NUMBER            TO ACK-AMOUNT
           MOVE "D1"                  TO ACK-REASON-CODE
           MOVE ZERO                  TO ACK-NEW-AMOUNT
           MOVE ZERO                  TO ACK-ORIGIN-CYCLE-DATE
           IF WS-HOLD-FILE-OPEN
               MOVE DLG-KEY           TO DHL-ACCOUNT
               MOVE DLG-CYCLE-NUMBER  TO DHL-CYCLE-NUMBER
               READ DUPLICATE-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DHL-SOURCE-ID   TO ACK-SOURCE-ID
                       MOVE DHL-REASON-CODE TO ACK-REASON-CODE
                       MOVE DHL-CYCLE-DATE  TO ACK-ORIGIN-CYCLE-DATE
               END-READ
           END-IF
           IF DLG-ACTION = "DISCARD"
               MOVE "X"               TO ACK-STATUS
               MOVE "DISCARDED AS A DUPLICATE - WILL NOT POST"
                   TO ACK-REASON-TEXT
               ADD 1 TO WS-HOLD-DISCARDED-COUNT
           ELSE
               MOVE "M"               TO ACK-STATUS
               MOVE "RELEASED AS GENUINE - AWAITING MERGE"
                   TO ACK-REASON-TEXT
               ADD 1 TO WS-HOLD-RELEASED-COUNT
           END-IF
           PERFORM 2900-WRITE-ACK-ROW.

      *  The counts are only known once every row is built, so the
      *  rows wait on ACKWORK and ACKFILE is written in one pass:
      *  header, rows, trailer.
       6000-WRITE-ACK-FILE.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "INPUT FILE TRAILER MISSING - CYCLE CANNOT "
                   "BE TIED"
               SET WS-CYCLE-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-POSTED-COUNT + WS-SUSPENDED-COUNT
                   NOT = WS-INBOUND-TRAILER-COUNT
                   OR WS-UNRESOLVED-COUNT > 0
               SET WS-CYCLE-OUT-OF-BALANCE TO TRUE
           END-IF
           OPEN OUTPUT ACK-FILE
           MOVE "H" TO ACT-RECORD-TYPE
           PERFORM 6100-WRITE-CONTROL-RECORD
           OPEN INPUT ACK-WORK-FILE
           IF WS-ACK-WORK-STATUS = "00"
               MOVE 'N' TO WS-LOG-EOF-SWITCH
               PERFORM 6200-COPY-ACK-ROW
                   UNTIL WS-END-OF-LOG
               CLOSE ACK-WORK-FILE
           END-IF
           MOVE "T" TO ACT-RECORD-TYPE
           PERFORM 6100-WRITE-CONTROL-RECORD
           CLOSE ACK-FILE.

       6100-WRITE-CONTROL-RECORD.
           MOVE WS-CYCLE-NUMBER          TO ACT-CYCLE-NUMBER
           MOVE WS-CYCLE-DATE            TO ACT-CYCLE-DATE
           MOVE WS-CURRENT-TIMESTAMP     TO ACT-CREATED-TIMESTAMP
           MOVE WS-INBOUND-TRAILER-COUNT TO ACT-INBOUND-TRAILER-COUNT
           MOVE WS-POSTED-COUNT          TO ACT-POSTED-COUNT
           MOVE WS-SUSPENDED-COUNT       TO ACT-SUSPENDED-COUNT
           MOVE WS-REJECTED-COUNT        TO ACT-REJECTED-COUNT
           MOVE WS-HELD-COUNT            TO ACT-HELD-COUNT
           MOVE WS-UNRESOLVED-COUNT      TO ACT-UNRESOLVED-COUNT
           MOVE WS-RELEASED-COUNT        TO ACT-RELEASED-COUNT
           MOVE WS-WRITTEN-OFF-COUNT     TO ACT-WRITTEN-OFF-COUNT
           MOVE WS-ROW-COUNT             TO ACT-ROW-COUNT
           MOVE WS-TIE-VERDICT           TO ACT-TIE-VERDICT
           MOVE WS-HOLD-DISCARDED-COUNT  TO ACT-HOLD-DISCARDED-COUNT
           MOVE WS-HOLD-RELEASED-COUNT   TO ACT-HOLD-RELEASED-COUNT
           WRITE ACKNOWLEDGMENT-CONTROL-RECORD.

       6200-COPY-ACK-ROW.
           READ ACK-WORK-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   WRITE ACKNOWLEDGMENT-RECORD FROM ACK-WORK-RECORD
           END-READ.

       7000-UPDATE-WATERMARK.
           OPEN OUTPUT ACK-CONTROL-FILE
           MOVE WS-CYCLE-NUMBER      TO AKW-CYCLE-NUMBER
           MOVE WS-CYCLE-DATE        TO AKW-CYCLE-DATE
           MOVE WS-RELLOG-START      TO AKW-RELLOG-START
           MOVE WS-RELLOG-ROWS       TO AKW-RELLOG-END
           MOVE WS-REJLOG-START      TO AKW-REJLOG-START
           MOVE WS-REJLOG-ROWS       TO AKW-REJLOG-END
           MOVE WS-DUPLOG-START      TO AKW-DUPLOG-START
           MOVE WS-DUPLOG-ROWS       TO AKW-DUPLOG-END
           MOVE WS-CURRENT-TIMESTAMP TO AKW-UPDATED-TIMESTAMP
           WRITE ACK-WATERMARK-RECORD
           IF WS-ACK-CONTROL-STATUS NOT = "00"
               DISPLAY "ACKNOWLEDGMENT WATERMARK WRITE FAILED - "
                   "STATUS " WS-ACK-CONTROL-STATUS
                   " - NEXT CYCLE WILL RESEND STATUS CHANGES"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ACK-CONTROL-FILE.

       8000-FINALIZE.
           IF WS-STEP-BLOCKED
      *  Scratch ACKFILE so the previous cycle's acknowledgment can
      *  never be sent upstream a second time under this cycle.
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
               MOVE "NO ACKNOWLEDGMENT SENT - ACKFILE SCRATCHED"
                   TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           ELSE
               PERFORM 8100-WRITE-REPORT
               IF WS-CYCLE-OUT-OF-BALANCE
                   DISPLAY "OVFLACK - CYCLE " WS-CYCLE-NUMBER
                       " DOES NOT TIE TO THE INBOUND TRAILER - "
                       "SEE ACKRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "OVFLACK COMPLETE - " WS-ROW-COUNT
                   " ROW(S) FOR CYCLE " WS-CYCLE-NUMBER
           END-IF
           CLOSE ACK-REPORT-FILE.

       8100-WRITE-REPORT.
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "CYCLE / CYCLE DATE . . . . . : " DELIMITED BY SIZE
               WS-CYCLE-NUMBER DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-INBOUND-TRAILER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "INBOUND TRAILER COUNT  . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  POSTED . . . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  SUSPENDED  . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-UNRESOLVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  NO OUTCOME FOUND . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "REJECTED BY THE EDIT . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "HELD AS POSSIBLE DUPLICATES  : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "RELEASED FROM SUSPENSE . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-WRITTEN-OFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "WRITTEN OFF  . . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-HOLD-DISCARDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "HELD ITEMS DISCARDED . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-HOLD-RELEASED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "HELD ITEMS RELEASED  . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "ACKFILE ROWS WRITTEN . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE

           IF WS-CYCLE-TIES
               MOVE "TIE TO INBOUND TRAILER: IN BALANCE"
                   TO ACK-REPORT-LINE
           ELSE
               MOVE "TIE TO INBOUND TRAILER: *** OUT OF BALANCE ***"
                   TO ACK-REPORT-LINE
           END-IF
           WRITE ACK-REPORT-LINE.
