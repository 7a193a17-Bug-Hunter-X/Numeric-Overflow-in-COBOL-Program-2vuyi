       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLCONS.
       AUTHOR. BATCH-SYSTEMS.
      *****************************************************************
      *  OVFLCONS                                                    *
      *  Multi-source feed consolidation, run ahead of OVFLEDIT.     *
      *  Several upstream systems now send their own raw feed each   *
      *  cycle, each with its own OVFLIN envelope and its own cycle  *
      *  numbering.  CONSPARM (OVFLCNSP.cpy) lists the sources       *
      *  expected and the dataset each feed arrived on.  Every feed  *
      *  is verified on its own first - header first and numeric,    *
      *  trailer count and hash equal to the details that actually   *
      *  arrived, nothing after the trailer, no unknown record       *
      *  types - and its cycle number is checked against the         *
      *  source's own sequence on the SRCCTL master (OVFLSCTL.cpy)   *
      *  so a source that repeats or skips a send is caught here,    *
      *  before it is mixed in with the others.  One bad feed fails  *
      *  the whole step (RETURN-CODE 8): RAWIN is scratched and      *
      *  SRCCTL is left alone, so nothing from a half-sent cycle     *
      *  reaches the edit.                                           *
      *  Good feeds are merged into key order, one feed at a time,   *
      *  through the CONSWK1/CONSWK2 work files, and written to      *
      *  RAWIN as one feed: a header with the combined cycle the     *
      *  compute pass expects (the next cycle after CYCFILE, or the  *
      *  reopened cycle awaiting its resend) and the latest source   *
      *  creation date, every detail stamped with its source id,     *
      *  and a trailer re-totaled over the combined details.  On     *
      *  equal keys the source listed first in CONSPARM goes first;  *
      *  OVFLEDIT then rejects the later one as a duplicate (E4),    *
      *  with the source id on the reject.  Keys sent by more than   *
      *  one source, and keys out of sequence within a feed, are     *
      *  counted on CONSRPT and end the step with RETURN-CODE 4.     *
      *  With no CONSPARM the step does nothing and RAWIN is left    *
      *  exactly as received.  A catch-up queue is not consolidated  *
      *  - with CYCQUEUE and CONSPARM both on hand the step is       *
      *  refused (RETURN-CODE 12).                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSOLIDATION-PARM-FILE ASSIGN TO "CONSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT CYCLE-QUEUE-FILE ASSIGN TO "CYCQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT SOURCE-FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT MERGE-IN-FILE
               ASSIGN TO DYNAMIC WS-MERGE-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-IN-STATUS.

           SELECT MERGE-OUT-FILE
               ASSIGN TO DYNAMIC WS-MERGE-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-OUT-STATUS.

           SELECT COMBINED-FEED-FILE ASSIGN TO "RAWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-FILE-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCT-SOURCE-ID
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOLIDATION-PARM-FILE.
           COPY OVFLCNSP.

       FD  CYCLE-FILE.
           COPY OVFLCYC.

       FD  CYCLE-QUEUE-FILE.
           COPY OVFLQUE.

      *  A source's feed as it arrived - the OVFLIN envelope without
      *  a source id.  The amount is carried as an image so a detail
      *  that is not numeric reaches OVFLEDIT exactly as sent.
       FD  SOURCE-FEED-FILE.
       01  FEED-RECORD.
           05  FED-RECORD-TYPE             PIC X.
               88  FED-HEADER-REC                   VALUE 'H'.
               88  FED-DETAIL-REC                   VALUE 'D'.
               88  FED-TRAILER-REC                  VALUE 'T'.
           05  FED-KEY                     PIC X(10).
           05  FED-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FED-NUMBER-IMAGE REDEFINES FED-NUMBER
                                           PIC X(12).
       01  FEED-HEADER-RECORD.
           05  FDH-RECORD-TYPE             PIC X.
           05  FDH-CREATE-DATE             PIC X(8).
           05  FDH-CYCLE-NUMBER            PIC X(6).
       01  FEED-TRAILER-RECORD.
           05  FDT-RECORD-TYPE             PIC X.
           05  FDT-RECORD-COUNT            PIC 9(9).
           05  FDT-HASH-TOTAL              PIC S9(15)V99
                                           SIGN LEADING SEPARATE.

      *  Work files hold combined details only, already stamped.
       FD  MERGE-IN-FILE.
       01  MERGE-IN-RECORD.
           05  MGI-RECORD-TYPE             PIC X.
           05  MGI-KEY                     PIC X(10).
           05  MGI-NUMBER-IMAGE            PIC X(12).
           05  MGI-SOURCE-ID               PIC X(4).

       FD  MERGE-OUT-FILE.
       01  MERGE-OUT-RECORD                PIC X(27).

       FD  COMBINED-FEED-FILE.
       01  COMBINED-FEED-RECORD            PIC X(34).

       FD  SOURCE-CONTROL-FILE.
           COPY OVFLSCTL.

       FD  CONSOLIDATION-REPORT-FILE.
       01  CONSOLIDATION-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-CYCLE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-QUEUE-FILE-STATUS        PIC XX   VALUE SPACES.
           05  WS-FEED-FILE-STATUS         PIC XX   VALUE SPACES.
           05  WS-MERGE-IN-STATUS          PIC XX   VALUE SPACES.
           05  WS-MERGE-OUT-STATUS         PIC XX   VALUE SPACES.
           05  WS-COMBINED-FILE-STATUS     PIC XX   VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS      PIC XX   VALUE SPACES.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-FEED-FILENAME            PIC X(20) VALUE SPACES.
           05  WS-MERGE-IN-FILENAME        PIC X(20) VALUE "CONSWK1".
           05  WS-MERGE-OUT-FILENAME       PIC X(20) VALUE "CONSWK2".

       01  WS-SWITCHES.
           05  WS-STEP-SWITCH              PIC X    VALUE 'Y'.
               88  WS-STEP-OK                       VALUE 'Y'.
               88  WS-STEP-BLOCKED                  VALUE 'N'.
           05  WS-CONSOLIDATE-SWITCH       PIC X    VALUE 'N'.
               88  WS-CONSOLIDATING                 VALUE 'Y'.
           05  WS-FEEDS-SWITCH             PIC X    VALUE 'Y'.
               88  WS-FEEDS-OK                      VALUE 'Y'.
               88  WS-FEEDS-BAD                     VALUE 'N'.
           05  WS-FEED-SWITCH              PIC X    VALUE 'Y'.
               88  WS-FEED-OK                       VALUE 'Y'.
               88  WS-FEED-BAD                      VALUE 'N'.
           05  WS-PARM-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-PARM                   VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH          PIC X    VALUE 'N'.
               88  WS-END-OF-FEED                   VALUE 'Y'.
           05  WS-MERGE-IN-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-END-OF-MERGE-IN               VALUE 'Y'.
           05  WS-HEADER-SWITCH            PIC X    VALUE 'N'.
               88  WS-HEADER-SEEN                   VALUE 'Y'.
           05  WS-TRAILER-SWITCH           PIC X    VALUE 'N'.
               88  WS-TRAILER-SEEN                  VALUE 'Y'.
           05  WS-CONTROL-OPEN-SWITCH      PIC X    VALUE 'N'.
               88  WS-CONTROL-OPEN                  VALUE 'Y'.
           05  WS-DUPLICATE-SOURCE-SWITCH  PIC X    VALUE 'N'.
               88  WS-DUPLICATE-SOURCE              VALUE 'Y'.

      *  One entry per CONSPARM row, in merge order.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT             PIC 9(2)  VALUE 0.
           05  WS-SOURCE-MAX               PIC 9(2)  VALUE 8.
           05  WS-SOURCE-ENTRY OCCURS 8 TIMES
                               INDEXED BY WS-SRC-IDX WS-CHK-IDX.
               10  WS-SRC-ID               PIC X(4).
               10  WS-SRC-FEED-NAME        PIC X(20).
               10  WS-SRC-CREATE-DATE      PIC 9(8).
               10  WS-SRC-CYCLE            PIC 9(6).
               10  WS-SRC-DETAIL-COUNT     PIC 9(9).
               10  WS-SRC-HASH-TOTAL       PIC S9(15)V99.
               10  WS-SRC-TRAILER-COUNT    PIC 9(9).
               10  WS-SRC-TRAILER-HASH     PIC S9(15)V99.
               10  WS-SRC-SEQUENCE-ERRORS  PIC 9(9).
               10  WS-SRC-STATUS           PIC X(40).
      *  'A' advance SRCCTL, 'R' a resend (SRCCTL stays where it
      *  is), 'F' failed.
               10  WS-SRC-OUTCOME          PIC X.
                   88  WS-SRC-ADVANCES              VALUE 'A'.
                   88  WS-SRC-RESEND                VALUE 'R'.
                   88  WS-SRC-FAILED                VALUE 'F'.
               10  WS-SRC-ON-FILE-SWITCH   PIC X.
                   88  WS-SRC-ON-FILE               VALUE 'Y'.

       01  WS-CYCLE-CONTROL.
           05  WS-LAST-CYCLE-NUMBER        PIC 9(6)  VALUE 0.
           05  WS-REOPENED-CYCLE           PIC 9(6)  VALUE 0.
           05  WS-COMBINED-CYCLE           PIC 9(6)  VALUE 0.
           05  WS-COMBINED-DATE            PIC 9(8)  VALUE 0.
           05  WS-EXPECTED-SOURCE-CYCLE    PIC 9(6)  VALUE 0.

       01  WS-FEED-CONTROL.
           05  WS-FEED-READ-COUNT          PIC 9(9)  VALUE 0.
           05  WS-PREVIOUS-KEY             PIC X(10) VALUE LOW-VALUES.
           05  WS-FAIL-REASON              PIC X(40) VALUE SPACES.

       01  WS-MERGE-CONTROL.
           05  WS-MERGE-SUB                PIC 9(2)  VALUE 0.
           05  WS-COMBINED-COUNT           PIC 9(9)  VALUE 0.
           05  WS-COMBINED-HASH-TOTAL      PIC S9(15)V99 VALUE 0.
           05  WS-SHARED-KEY-COUNT         PIC 9(9)  VALUE 0.
           05  WS-LAST-COMBINED-KEY        PIC X(10) VALUE LOW-VALUES.
           05  WS-WARNING-COUNT            PIC 9(9)  VALUE 0.

      *  The combined feed is built here - RAWIN's own record area
      *  is an undivided image.
       01  WS-COMBINED-HEADER.
           05  WS-CMH-RECORD-TYPE          PIC X     VALUE "H".
           05  WS-CMH-CREATE-DATE          PIC 9(8).
           05  WS-CMH-CYCLE-NUMBER         PIC 9(6).
       01  WS-COMBINED-DETAIL.
           05  WS-CMD-RECORD-TYPE          PIC X     VALUE "D".
           05  WS-CMD-KEY                  PIC X(10).
           05  WS-CMD-NUMBER-IMAGE         PIC X(12).
           05  WS-CMD-SOURCE-ID            PIC X(4).
       01  WS-COMBINED-TRAILER.
           05  WS-CMT-RECORD-TYPE          PIC X     VALUE "T".
           05  WS-CMT-RECORD-COUNT         PIC 9(9).
           05  WS-CMT-HASH-TOTAL           PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
       01  WS-COMBINED-NUMBER-WORK.
           05  WS-CMN-NUMBER-IMAGE         PIC X(12).
           05  WS-CMN-NUMBER REDEFINES WS-CMN-NUMBER-IMAGE
                                           PIC S9(9)V99
                                           SIGN LEADING SEPARATE.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-REPORT-EDIT.
           05  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
           05  WS-EDIT-AMOUNT              PIC Z(14)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-CONSOLIDATING AND WS-STEP-OK
               PERFORM 2000-VERIFY-ONE-FEED
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-FEEDS-OK
                   PERFORM 3000-MERGE-FEEDS
               END-IF
               IF WS-FEEDS-OK AND WS-STEP-OK
                   PERFORM 3500-WRITE-COMBINED-FEED
               END-IF
               IF WS-FEEDS-OK AND WS-STEP-OK
                   PERFORM 4000-UPDATE-SOURCE-CONTROL
                       VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               END-IF
           END-IF
           PERFORM 5000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE
           MOVE "OVFLCONS MULTI-SOURCE FEED CONSOLIDATION REPORT"
               TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "RUN AT . . . . . . . . . . . : " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP (1:14) DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           PERFORM 1100-LOAD-SOURCES
           IF WS-CONSOLIDATING AND WS-STEP-OK
               PERFORM 1200-CHECK-CYCLE-QUEUE
           END-IF
           IF WS-CONSOLIDATING AND WS-STEP-OK
               PERFORM 1300-READ-CYCLE-CONTROL
               PERFORM 1400-OPEN-SOURCE-CONTROL
           END-IF.

      *  No CONSPARM is a single-source window: RAWIN is the feed
      *  as received and the step has nothing to do.  A parameter
      *  file the merge cannot honour - a blank or repeated source
      *  id, more sources than the table holds - refuses the step.
       1100-LOAD-SOURCES.
           OPEN INPUT CONSOLIDATION-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM 1150-LOAD-ONE-SOURCE
                   UNTIL WS-END-OF-PARM
               CLOSE CONSOLIDATION-PARM-FILE
           END-IF
           IF WS-SOURCE-COUNT = 0 AND WS-STEP-OK
               DISPLAY "NO CONSOLIDATION PARAMETERS - RAWIN LEFT "
                   "AS RECEIVED"
               MOVE "NO CONSPARM SOURCES - RAWIN LEFT AS RECEIVED"
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
           ELSE
               SET WS-CONSOLIDATING TO TRUE
           END-IF.

       1150-LOAD-ONE-SOURCE.
           READ CONSOLIDATION-PARM-FILE
               AT END
                   SET WS-END-OF-PARM TO TRUE
               NOT AT END
                   IF CNP-SOURCE-ID = SPACES
                           OR CNP-FEED-NAME = SPACES
                       DISPLAY "CONSPARM ROW WITHOUT A SOURCE ID OR "
                           "FEED NAME - RUN REFUSED"
                       PERFORM 1190-REFUSE-PARAMETERS
                   ELSE
                       PERFORM 1160-CHECK-DUPLICATE-SOURCE
                   END-IF
                   IF NOT WS-END-OF-PARM
                       IF WS-SOURCE-COUNT < WS-SOURCE-MAX
                           PERFORM 1170-ADD-SOURCE
                       ELSE
                           DISPLAY "MORE THAN " WS-SOURCE-MAX
                               " SOURCES ON CONSPARM - RUN REFUSED"
                           PERFORM 1190-REFUSE-PARAMETERS
                       END-IF
                   END-IF
           END-READ.

       1160-CHECK-DUPLICATE-SOURCE.
           MOVE 'N' TO WS-DUPLICATE-SOURCE-SWITCH
           SET WS-CHK-IDX TO 1
           SEARCH WS-SOURCE-ENTRY VARYING WS-CHK-IDX
               AT END
                   CONTINUE
               WHEN WS-CHK-IDX > WS-SOURCE-COUNT
                   CONTINUE
               WHEN WS-SRC-ID (WS-CHK-IDX) = CNP-SOURCE-ID
                   SET WS-DUPLICATE-SOURCE TO TRUE
           END-SEARCH
           IF WS-DUPLICATE-SOURCE
               DISPLAY "SOURCE " CNP-SOURCE-ID " LISTED TWICE ON "
                   "CONSPARM - RUN REFUSED"
               PERFORM 1190-REFUSE-PARAMETERS
           END-IF.

       1170-ADD-SOURCE.
           ADD 1 TO WS-SOURCE-COUNT
           SET WS-SRC-IDX TO WS-SOURCE-COUNT
           MOVE CNP-SOURCE-ID    TO WS-SRC-ID (WS-SRC-IDX)
           MOVE CNP-FEED-NAME    TO WS-SRC-FEED-NAME (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-CREATE-DATE (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-CYCLE (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-DETAIL-COUNT (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-HASH-TOTAL (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-TRAILER-COUNT (WS-SRC-IDX)
           MOVE ZERO             TO WS-SRC-TRAILER-HASH (WS-SRC-IDX)
           MOVE ZERO
               TO WS-SRC-SEQUENCE-ERRORS (WS-SRC-IDX)
           MOVE SPACES           TO WS-SRC-STATUS (WS-SRC-IDX)
           MOVE SPACE            TO WS-SRC-OUTCOME (WS-SRC-IDX)
           MOVE 'N'              TO WS-SRC-ON-FILE-SWITCH (WS-SRC-IDX).

       1190-REFUSE-PARAMETERS.
           SET WS-STEP-BLOCKED TO TRUE
           SET WS-END-OF-PARM TO TRUE
           MOVE "CONSPARM NOT VALID - RUN REFUSED - SEE JOB LOG"
               TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           MOVE 12 TO RETURN-CODE.

      *  OVFLEDIT takes a queue's RAWnnnnnn feeds in place of RAWIN,
      *  so a consolidated RAWIN would be ignored on a catch-up run.
       1200-CHECK-CYCLE-QUEUE.
           OPEN INPUT CYCLE-QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               READ CYCLE-QUEUE-FILE
                   NOT AT END
                       DISPLAY "CATCH-UP QUEUE ON HAND - MULTI-SOURCE "
                           "FEEDS ARE NOT CONSOLIDATED ON A QUEUED "
                           "RUN - RUN REFUSED"
                       MOVE "CYCQUEUE ON HAND - RUN REFUSED"
                           TO CONSOLIDATION-REPORT-LINE
                       WRITE CONSOLIDATION-REPORT-LINE
                       SET WS-STEP-BLOCKED TO TRUE
                       MOVE 12 TO RETURN-CODE
               END-READ
               CLOSE CYCLE-QUEUE-FILE
           END-IF.

      *  The combined feed carries the cycle OVFLCALC will accept:
      *  the reopened cycle while one awaits its resend, otherwise
      *  the next after the last balanced cycle.  No cycle-control
      *  file is the first cycle ever run.
       1300-READ-CYCLE-CONTROL.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               READ CYCLE-FILE
                   NOT AT END
                       MOVE CYC-LAST-CYCLE-NUMBER
                           TO WS-LAST-CYCLE-NUMBER
                       IF CYC-REOPENED-CYCLE IS NUMERIC
                           MOVE CYC-REOPENED-CYCLE
                               TO WS-REOPENED-CYCLE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF
           IF WS-REOPENED-CYCLE > 0
               MOVE WS-REOPENED-CYCLE TO WS-COMBINED-CYCLE
           ELSE
               COMPUTE WS-COMBINED-CYCLE = WS-LAST-CYCLE-NUMBER + 1
           END-IF
           MOVE WS-COMBINED-CYCLE TO WS-EDIT-COUNT
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "COMBINED CYCLE . . . . . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           IF WS-REOPENED-CYCLE > 0
               MOVE "  (REOPENED CYCLE - RESEND ACCEPTED)"
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
           END-IF
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE.

      *  The first run builds the master.  Without it no source's
      *  sequence can be checked, and RAWIN is left untouched.
       1400-OPEN-SOURCE-CONTROL.
           OPEN I-O SOURCE-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT SOURCE-CONTROL-FILE
               CLOSE SOURCE-CONTROL-FILE
               OPEN I-O SOURCE-CONTROL-FILE
           END-IF
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SOURCE CONTROL MASTER OPEN FAILED - STATUS "
                   WS-CONTROL-FILE-STATUS " - FEEDS NOT CONSOLIDATED"
               MOVE "SRCCTL NOT AVAILABLE - RUN REFUSED"
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
               SET WS-STEP-BLOCKED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-CONTROL-OPEN TO TRUE
           END-IF.

      *  Every feed is verified, even after one has failed, so the
      *  report names every source that needs a resend at once.
       2000-VERIFY-ONE-FEED.
           SET WS-FEED-OK TO TRUE
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE 'N' TO WS-HEADER-SWITCH
           MOVE 'N' TO WS-TRAILER-SWITCH
           MOVE ZERO TO WS-FEED-READ-COUNT
           MOVE LOW-VALUES TO WS-PREVIOUS-KEY
           MOVE WS-SRC-FEED-NAME (WS-SRC-IDX) TO WS-FEED-FILENAME
           OPEN INPUT SOURCE-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               MOVE "FEED NOT RECEIVED" TO WS-FAIL-REASON
               PERFORM 2900-FAIL-FEED
           ELSE
               PERFORM 2100-READ-FEED-RECORD
                   UNTIL WS-END-OF-FEED
               CLOSE SOURCE-FEED-FILE
               PERFORM 2300-CHECK-ENVELOPE
           END-IF
           IF WS-FEED-OK
               PERFORM 2400-CHECK-SOURCE-CYCLE
           END-IF
           IF WS-FEED-BAD
               SET WS-FEEDS-BAD TO TRUE
           END-IF.

       2100-READ-FEED-RECORD.
           READ SOURCE-FEED-FILE
               AT END
                   SET WS-END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-READ-COUNT
                   PERFORM 2150-VERIFY-RECORD
           END-READ.

       2150-VERIFY-RECORD.
           IF WS-TRAILER-SEEN
               MOVE "RECORDS AFTER THE TRAILER" TO WS-FAIL-REASON
               PERFORM 2900-FAIL-FEED
           ELSE
               IF FED-HEADER-REC
                   PERFORM 2200-VERIFY-HEADER
               ELSE
                   IF FED-TRAILER-REC
                       PERFORM 2250-VERIFY-TRAILER
                   ELSE
                       IF FED-DETAIL-REC
                           PERFORM 2270-VERIFY-DETAIL
                       ELSE
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-FAIL-REASON
                           PERFORM 2900-FAIL-FEED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-VERIFY-HEADER.
           IF WS-FEED-READ-COUNT > 1
               MOVE "HEADER NOT THE FIRST RECORD" TO WS-FAIL-REASON
               PERFORM 2900-FAIL-FEED
           ELSE
               IF FDH-CREATE-DATE IS NUMERIC
                       AND FDH-CYCLE-NUMBER IS NUMERIC
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE FDH-CREATE-DATE
                       TO WS-SRC-CREATE-DATE (WS-SRC-IDX)
                   MOVE FDH-CYCLE-NUMBER
                       TO WS-SRC-CYCLE (WS-SRC-IDX)
               ELSE
                   MOVE "HEADER RECORD NOT VALID" TO WS-FAIL-REASON
                   PERFORM 2900-FAIL-FEED
               END-IF
           END-IF.

       2250-VERIFY-TRAILER.
           IF FDT-RECORD-COUNT IS NUMERIC
                   AND FDT-HASH-TOTAL IS NUMERIC
               SET WS-TRAILER-SEEN TO TRUE
               MOVE FDT-RECORD-COUNT
                   TO WS-SRC-TRAILER-COUNT (WS-SRC-IDX)
               MOVE FDT-HASH-TOTAL
                   TO WS-SRC-TRAILER-HASH (WS-SRC-IDX)
           ELSE
               MOVE "TRAILER RECORD NOT VALID" TO WS-FAIL-REASON
               PERFORM 2900-FAIL-FEED
           END-IF.

      *  Same count and hash rules as OVFLEDIT's envelope check.  A
      *  key out of sequence is left for OVFLEDIT to reject E3/E4
      *  against the source; it is only counted here.
       2270-VERIFY-DETAIL.
           ADD 1 TO WS-SRC-DETAIL-COUNT (WS-SRC-IDX)
           IF FED-NUMBER IS NUMERIC
               ADD FED-NUMBER TO WS-SRC-HASH-TOTAL (WS-SRC-IDX)
           END-IF
           IF FED-KEY NOT = SPACES
               IF FED-KEY NOT > WS-PREVIOUS-KEY
                   ADD 1 TO WS-SRC-SEQUENCE-ERRORS (WS-SRC-IDX)
               ELSE
                   MOVE FED-KEY TO WS-PREVIOUS-KEY
               END-IF
           END-IF.

       2300-CHECK-ENVELOPE.
           IF WS-FEED-OK
               IF NOT WS-HEADER-SEEN
                   MOVE "HEADER RECORD MISSING" TO WS-FAIL-REASON
                   PERFORM 2900-FAIL-FEED
               ELSE
                   IF NOT WS-TRAILER-SEEN
                       MOVE "TRAILER RECORD MISSING" TO WS-FAIL-REASON
                       PERFORM 2900-FAIL-FEED
                   ELSE
                       IF WS-SRC-TRAILER-COUNT (WS-SRC-IDX)
                               NOT = WS-SRC-DETAIL-COUNT (WS-SRC-IDX)
                               OR WS-SRC-TRAILER-HASH (WS-SRC-IDX)
                               NOT = WS-SRC-HASH-TOTAL (WS-SRC-IDX)
                           MOVE "TRAILER COUNT/HASH DOES NOT MATCH"
                               TO WS-FAIL-REASON
                           PERFORM 2900-FAIL-FEED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Each source numbers its own sends.  The next number is
      *  accepted; the same number again only on a re-run of the
      *  combined cycle it already went into; an older number only
      *  while a reversed cycle awaits its resend, and then SRCCTL
      *  is not moved back.  Anything else repeats or skips a send.
       2400-CHECK-SOURCE-CYCLE.
           MOVE WS-SRC-ID (WS-SRC-IDX) TO SCT-SOURCE-ID
           READ SOURCE-CONTROL-FILE
               INVALID KEY
                   MOVE "NEW SOURCE - ACCEPTED"
                       TO WS-SRC-STATUS (WS-SRC-IDX)
                   SET WS-SRC-ADVANCES (WS-SRC-IDX) TO TRUE
               NOT INVALID KEY
                   SET WS-SRC-ON-FILE (WS-SRC-IDX) TO TRUE
                   PERFORM 2450-APPLY-SEQUENCE-RULE
           END-READ.

       2450-APPLY-SEQUENCE-RULE.
           COMPUTE WS-EXPECTED-SOURCE-CYCLE =
               SCT-LAST-CYCLE-NUMBER + 1
           IF WS-SRC-CYCLE (WS-SRC-IDX) = WS-EXPECTED-SOURCE-CYCLE
               MOVE "ACCEPTED" TO WS-SRC-STATUS (WS-SRC-IDX)
               SET WS-SRC-ADVANCES (WS-SRC-IDX) TO TRUE
           ELSE
               IF WS-SRC-CYCLE (WS-SRC-IDX) = SCT-LAST-CYCLE-NUMBER
                       AND SCT-COMBINED-CYCLE = WS-COMBINED-CYCLE
                   MOVE "RE-RUN OF THIS COMBINED CYCLE - ACCEPTED"
                       TO WS-SRC-STATUS (WS-SRC-IDX)
                   SET WS-SRC-ADVANCES (WS-SRC-IDX) TO TRUE
               ELSE
                   IF WS-REOPENED-CYCLE > 0
                           AND WS-SRC-CYCLE (WS-SRC-IDX)
                               NOT > SCT-LAST-CYCLE-NUMBER
                       MOVE "RESEND FOR REOPENED CYCLE - ACCEPTED"
                           TO WS-SRC-STATUS (WS-SRC-IDX)
                       SET WS-SRC-RESEND (WS-SRC-IDX) TO TRUE
                   ELSE
                       IF WS-SRC-CYCLE (WS-SRC-IDX)
                               NOT > SCT-LAST-CYCLE-NUMBER
                           MOVE "SOURCE CYCLE REPEATS AN EARLIER SEND"
                               TO WS-FAIL-REASON
                       ELSE
                           MOVE "SOURCE CYCLE SKIPS A SEND"
                               TO WS-FAIL-REASON
                       END-IF
                       DISPLAY "SOURCE " WS-SRC-ID (WS-SRC-IDX)
                           " CYCLE " WS-SRC-CYCLE (WS-SRC-IDX)
                           " - EXPECTED " WS-EXPECTED-SOURCE-CYCLE
                       PERFORM 2900-FAIL-FEED
                   END-IF
               END-IF
           END-IF.

      *  Only the first failure is kept - it is usually the cause of
      *  the rest.
       2900-FAIL-FEED.
           IF WS-FEED-OK
               SET WS-FEED-BAD TO TRUE
               SET WS-SRC-FAILED (WS-SRC-IDX) TO TRUE
               MOVE WS-FAIL-REASON TO WS-SRC-STATUS (WS-SRC-IDX)
               DISPLAY "SOURCE " WS-SRC-ID (WS-SRC-IDX) " FEED "
                   WS-SRC-FEED-NAME (WS-SRC-IDX) " FAILED - "
                   WS-FAIL-REASON
           END-IF.

      *  The first feed is copied to a work file stamped with its
      *  source; each later feed is then merged with the work file
      *  so far into the other work file, the two taking turns.
      *  On equal keys the work file - the sources listed earlier -
      *  goes first.
       3000-MERGE-FEEDS.
           SET WS-SRC-IDX TO 1
           PERFORM 3100-COPY-FIRST-FEED
           PERFORM 3200-MERGE-NEXT-FEED
               VARYING WS-SRC-IDX FROM 2 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   OR WS-STEP-BLOCKED.

       3100-COPY-FIRST-FEED.
           MOVE WS-SRC-FEED-NAME (WS-SRC-IDX) TO WS-FEED-FILENAME
           OPEN INPUT SOURCE-FEED-FILE
           OPEN OUTPUT MERGE-OUT-FILE
           IF WS-MERGE-OUT-STATUS NOT = "00"
               PERFORM 3450-WORK-FILE-FAILED
           ELSE
               MOVE 'N' TO WS-FEED-EOF-SWITCH
               PERFORM 3300-READ-FEED-DETAIL
               PERFORM 3150-COPY-ONE-DETAIL
                   UNTIL WS-END-OF-FEED
               CLOSE MERGE-OUT-FILE
           END-IF
           CLOSE SOURCE-FEED-FILE.

       3150-COPY-ONE-DETAIL.
           PERFORM 3350-WRITE-FEED-DETAIL
           PERFORM 3300-READ-FEED-DETAIL.

       3200-MERGE-NEXT-FEED.
           MOVE WS-MERGE-OUT-FILENAME TO WS-MERGE-IN-FILENAME
           IF WS-MERGE-IN-FILENAME = "CONSWK1"
               MOVE "CONSWK2" TO WS-MERGE-OUT-FILENAME
           ELSE
               MOVE "CONSWK1" TO WS-MERGE-OUT-FILENAME
           END-IF
           MOVE WS-SRC-FEED-NAME (WS-SRC-IDX) TO WS-FEED-FILENAME
           OPEN INPUT MERGE-IN-FILE
           OPEN INPUT SOURCE-FEED-FILE
           OPEN OUTPUT MERGE-OUT-FILE
           IF WS-MERGE-IN-STATUS NOT = "00"
                   OR WS-MERGE-OUT-STATUS NOT = "00"
               PERFORM 3450-WORK-FILE-FAILED
           ELSE
               MOVE 'N' TO WS-MERGE-IN-EOF-SWITCH
               MOVE 'N' TO WS-FEED-EOF-SWITCH
               PERFORM 3400-READ-MERGE-IN
               PERFORM 3300-READ-FEED-DETAIL
               PERFORM 3250-MERGE-ONE-RECORD
                   UNTIL WS-END-OF-MERGE-IN AND WS-END-OF-FEED
           END-IF
           IF WS-MERGE-IN-STATUS = "00" OR WS-MERGE-IN-STATUS = "10"
               CLOSE MERGE-IN-FILE
           END-IF
           IF WS-MERGE-OUT-STATUS = "00"
               CLOSE MERGE-OUT-FILE
           END-IF
           CLOSE SOURCE-FEED-FILE.

       3250-MERGE-ONE-RECORD.
           IF WS-END-OF-MERGE-IN
               PERFORM 3350-WRITE-FEED-DETAIL
               PERFORM 3300-READ-FEED-DETAIL
           ELSE
               IF WS-END-OF-FEED
                   WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                   PERFORM 3400-READ-MERGE-IN
               ELSE
                   IF MGI-KEY NOT > FED-KEY
                       WRITE MERGE-OUT-RECORD FROM MERGE-IN-RECORD
                       PERFORM 3400-READ-MERGE-IN
                   ELSE
                       PERFORM 3350-WRITE-FEED-DETAIL
                       PERFORM 3300-READ-FEED-DETAIL
                   END-IF
               END-IF
           END-IF.

      *  Header and trailer were proven in the verify pass and go no
      *  further; only the details are merged.
       3300-READ-FEED-DETAIL.
           PERFORM 3310-READ-FEED-RECORD
           PERFORM 3310-READ-FEED-RECORD
               UNTIL WS-END-OF-FEED OR FED-DETAIL-REC.

       3310-READ-FEED-RECORD.
           READ SOURCE-FEED-FILE
               AT END
                   SET WS-END-OF-FEED TO TRUE
           END-READ.

       3350-WRITE-FEED-DETAIL.
           MOVE FED-KEY                  TO WS-CMD-KEY
           MOVE FED-NUMBER-IMAGE         TO WS-CMD-NUMBER-IMAGE
           MOVE WS-SRC-ID (WS-SRC-IDX)   TO WS-CMD-SOURCE-ID
           WRITE MERGE-OUT-RECORD FROM WS-COMBINED-DETAIL.

       3400-READ-MERGE-IN.
           READ MERGE-IN-FILE
               AT END
                   SET WS-END-OF-MERGE-IN TO TRUE
           END-READ.

       3450-WORK-FILE-FAILED.
           DISPLAY "CONSOLIDATION WORK FILE OPEN FAILED - STATUS "
               WS-MERGE-IN-STATUS "/" WS-MERGE-OUT-STATUS
               " - FEEDS NOT CONSOLIDATED"
           SET WS-STEP-BLOCKED TO TRUE
           MOVE 12 TO RETURN-CODE.

      *  The last work file written holds every detail in key order.
      *  The combined trailer is re-totaled over what is written,
      *  on the same rules the edit will check it by.
       3500-WRITE-COMBINED-FEED.
           MOVE WS-MERGE-OUT-FILENAME TO WS-MERGE-IN-FILENAME
           MOVE ZERO TO WS-COMBINED-DATE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SRC-CREATE-DATE (WS-SRC-IDX) > WS-COMBINED-DATE
                   MOVE WS-SRC-CREATE-DATE (WS-SRC-IDX)
                       TO WS-COMBINED-DATE
               END-IF
           END-PERFORM
           OPEN INPUT MERGE-IN-FILE
           OPEN OUTPUT COMBINED-FEED-FILE
           IF WS-MERGE-IN-STATUS NOT = "00"
                   OR WS-COMBINED-FILE-STATUS NOT = "00"
               DISPLAY "COMBINED FEED COULD NOT BE WRITTEN - STATUS "
                   WS-MERGE-IN-STATUS "/" WS-COMBINED-FILE-STATUS
               SET WS-FEEDS-BAD TO TRUE
           ELSE
               MOVE WS-COMBINED-DATE  TO WS-CMH-CREATE-DATE
               MOVE WS-COMBINED-CYCLE TO WS-CMH-CYCLE-NUMBER
               WRITE COMBINED-FEED-RECORD FROM WS-COMBINED-HEADER
               MOVE 'N' TO WS-MERGE-IN-EOF-SWITCH
               PERFORM 3400-READ-MERGE-IN
               PERFORM 3550-WRITE-COMBINED-DETAIL
                   UNTIL WS-END-OF-MERGE-IN
               MOVE WS-COMBINED-COUNT      TO WS-CMT-RECORD-COUNT
               MOVE WS-COMBINED-HASH-TOTAL TO WS-CMT-HASH-TOTAL
               WRITE COMBINED-FEED-RECORD FROM WS-COMBINED-TRAILER
           END-IF
           IF WS-MERGE-IN-STATUS = "00" OR WS-MERGE-IN-STATUS = "10"
               CLOSE MERGE-IN-FILE
           END-IF
           IF WS-COMBINED-FILE-STATUS = "00"
               CLOSE COMBINED-FEED-FILE
           END-IF.

       3550-WRITE-COMBINED-DETAIL.
           ADD 1 TO WS-COMBINED-COUNT
           MOVE MGI-NUMBER-IMAGE TO WS-CMN-NUMBER-IMAGE
           IF WS-CMN-NUMBER IS NUMERIC
               ADD WS-CMN-NUMBER TO WS-COMBINED-HASH-TOTAL
           END-IF
           IF MGI-KEY NOT = SPACES
               IF MGI-KEY = WS-LAST-COMBINED-KEY
                   ADD 1 TO WS-SHARED-KEY-COUNT
               END-IF
               MOVE MGI-KEY TO WS-LAST-COMBINED-KEY
           END-IF
           WRITE COMBINED-FEED-RECORD FROM MERGE-IN-RECORD
           PERFORM 3400-READ-MERGE-IN.

      *  Only run once the combined feed is on RAWIN.  A resend for
      *  a reopened cycle leaves the source where it was.  A failed
      *  write is reported - the feed is already built - and the
      *  source's next send will need checking by hand.
       4000-UPDATE-SOURCE-CONTROL.
           IF WS-SRC-ADVANCES (WS-SRC-IDX)
               MOVE WS-SRC-ID (WS-SRC-IDX)     TO SCT-SOURCE-ID
               MOVE WS-SRC-CYCLE (WS-SRC-IDX)  TO SCT-LAST-CYCLE-NUMBER
               MOVE WS-SRC-CREATE-DATE (WS-SRC-IDX)
                   TO SCT-LAST-CREATE-DATE
               MOVE WS-COMBINED-CYCLE          TO SCT-COMBINED-CYCLE
               MOVE WS-SRC-DETAIL-COUNT (WS-SRC-IDX)
                   TO SCT-DETAIL-COUNT
               MOVE WS-SRC-HASH-TOTAL (WS-SRC-IDX) TO SCT-HASH-TOTAL
               MOVE WS-CURRENT-TIMESTAMP      TO SCT-UPDATED-TIMESTAMP
               IF WS-SRC-ON-FILE (WS-SRC-IDX)
                   REWRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           PERFORM 4100-CONTROL-WRITE-FAILED
                   END-REWRITE
               ELSE
                   WRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           PERFORM 4100-CONTROL-WRITE-FAILED
                   END-WRITE
               END-IF
           END-IF.

       4100-CONTROL-WRITE-FAILED.
           DISPLAY "SOURCE CONTROL UPDATE FAILED FOR SOURCE "
               SCT-SOURCE-ID " - STATUS " WS-CONTROL-FILE-STATUS
           ADD 1 TO WS-WARNING-COUNT.

       5000-FINALIZE.
           IF WS-CONSOLIDATING AND WS-STEP-OK
               PERFORM 5100-WRITE-SOURCE-SECTION
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 5200-WRITE-TOTALS
           END-IF
           IF WS-CONTROL-OPEN
               CLOSE SOURCE-CONTROL-FILE
           END-IF
           IF WS-CONSOLIDATING AND WS-STEP-OK
               IF WS-FEEDS-BAD
      *  Scratch RAWIN so the edit cannot pass a cycle some of whose
      *  sources never arrived, even if the return code is missed.
                   OPEN OUTPUT COMBINED-FEED-FILE
                   CLOSE COMBINED-FEED-FILE
                   DISPLAY "OVFLCONS - FEED-LEVEL FAILURE - RAWIN "
                       "SCRATCHED - DO NOT RUN THE EDIT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "OVFLCONS COMPLETE - " WS-SOURCE-COUNT
                       " SOURCE(S) - " WS-COMBINED-COUNT
                       " DETAIL(S) CONSOLIDATED"
                   IF WS-WARNING-COUNT > 0
                           OR WS-SHARED-KEY-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           CLOSE CONSOLIDATION-REPORT-FILE.

       5100-WRITE-SOURCE-SECTION.
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "SOURCE " DELIMITED BY SIZE
               WS-SRC-ID (WS-SRC-IDX) DELIMITED BY SIZE
               "   FEED " DELIMITED BY SIZE
               WS-SRC-FEED-NAME (WS-SRC-IDX) DELIMITED BY SPACE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE

           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  SOURCE CYCLE / CREATED . . : " DELIMITED BY SIZE
               WS-SRC-CYCLE (WS-SRC-IDX) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-SRC-CREATE-DATE (WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE

           MOVE WS-SRC-DETAIL-COUNT (WS-SRC-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  DETAIL RECORDS RECEIVED  . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE

           MOVE WS-SRC-HASH-TOTAL (WS-SRC-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  HASH TOTAL RECEIVED  . . . : " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE

           MOVE WS-SRC-TRAILER-COUNT (WS-SRC-IDX) TO WS-EDIT-COUNT
           MOVE WS-SRC-TRAILER-HASH (WS-SRC-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  SOURCE TRAILER COUNT/HASH  : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE

           MOVE WS-SRC-SEQUENCE-ERRORS (WS-SRC-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  KEYS OUT OF SEQUENCE . . . : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           ADD WS-SRC-SEQUENCE-ERRORS (WS-SRC-IDX) TO WS-WARNING-COUNT

           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           STRING "  STATUS . . . . . . . . . . : " DELIMITED BY SIZE
               WS-SRC-STATUS (WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE.

       5200-WRITE-TOTALS.
           IF WS-FEEDS-BAD
               MOVE "*** ONE OR MORE FEEDS FAILED - RAWIN SCRATCHED - "
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
               MOVE "    SRCCTL NOT UPDATED - RESEND AND RE-RUN ***"
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
           ELSE
               MOVE WS-COMBINED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO CONSOLIDATION-REPORT-LINE
               STRING "COMBINED DETAIL RECORDS  . . : "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE

               MOVE WS-COMBINED-HASH-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO CONSOLIDATION-REPORT-LINE
               STRING "COMBINED HASH TOTAL  . . . . : "
                   DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE

               MOVE SPACES TO CONSOLIDATION-REPORT-LINE
               STRING "COMBINED HEADER DATE . . . . : "
                   DELIMITED BY SIZE
                   WS-COMBINED-DATE DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE

               MOVE WS-SHARED-KEY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO CONSOLIDATION-REPORT-LINE
               STRING "KEYS SENT MORE THAN ONCE . . : "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
               IF WS-SHARED-KEY-COUNT > 0
                   MOVE "  (LATER COPIES ARE REJECTED E4 BY THE EDIT)"
                       TO CONSOLIDATION-REPORT-LINE
                   WRITE CONSOLIDATION-REPORT-LINE
               END-IF
               MOVE "CONSOLIDATED FEED WRITTEN TO RAWIN"
                   TO CONSOLIDATION-REPORT-LINE
               WRITE CONSOLIDATION-REPORT-LINE
           END-IF.
