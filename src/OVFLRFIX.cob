      *  would lose its record image one window later.  Like the    *
      *  release step, this step runs every window, repairs or no   *
      *  repairs, so the carry keeps rolling.                       *
      *  Each item keeps the upstream source id its reject carried   *
      *  (REJ-SOURCE-ID): a repaired record re-enters the feed under *
      *  the same source, and the carry and REJLOG rows name it.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RAW-KEY                     PIC X(10).
           05  RAW-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  RAW-SOURCE-ID               PIC X(4).
       01  RAW-TRAILER-RECORD.
           05  RWT-RECORD-TYPE             PIC X.
           05  RWT-RECORD-COUNT            PIC 9(9).
           05  RWN-KEY                     PIC X(10).
           05  RWN-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  RWN-SOURCE-ID               PIC X(4).
       01  NEW-FEED-HEADER-RECORD          PIC X(15).
       01  NEW-FEED-TRAILER-RECORD.
           05  RWNT-RECORD-TYPE            PIC X.
               10  WS-ITM-STATE            PIC X.
               10  WS-ITM-NEW-KEY          PIC X(10).
               10  WS-ITM-NEW-NUMBER       PIC X(12).
               10  WS-ITM-SOURCE-ID        PIC X(4).

       01  WS-LOAD-WORK.
           05  WS-LOAD-STAMP               PIC X(26) VALUE SPACES.
           05  WS-LOAD-NUMBER              PIC X(12) VALUE SPACES.
           05  WS-LOAD-REASON              PIC X(2)  VALUE SPACES.
           05  WS-LOAD-REASON-TEXT         PIC X(40) VALUE SPACES.
           05  WS-LOAD-SOURCE-ID           PIC X(4)  VALUE SPACES.

       01  WS-REPAIR-TABLE.
           05  WS-REPAIR-COUNT             PIC 9(4) VALUE 0.
                                           WS-INS-IDX2.
               10  WS-INS-KEY              PIC X(10).
               10  WS-INS-NUMBER           PIC X(12).
               10  WS-INS-SOURCE-ID        PIC X(4).
               10  WS-INS-ITEM             PIC 9(4).

       01  WS-INSERT-WORK.
                       TO WS-LOAD-REASON
                   MOVE REJ-REASON-TEXT IN CARRY-REJECT-RECORD
                       TO WS-LOAD-REASON-TEXT
                   MOVE REJ-SOURCE-ID IN CARRY-REJECT-RECORD
                       TO WS-LOAD-SOURCE-ID
                   PERFORM 1160-TABLE-ONE-REJECT
           END-READ.

                       TO WS-LOAD-REASON
                   MOVE REJ-REASON-TEXT IN REJECT-RECORD
                       TO WS-LOAD-REASON-TEXT
                   MOVE REJ-SOURCE-ID IN REJECT-RECORD
                       TO WS-LOAD-SOURCE-ID
                   PERFORM 1160-TABLE-ONE-REJECT
           END-READ.

                       TO WS-ITM-REASON (WS-ITM-IDX)
                   MOVE WS-LOAD-REASON-TEXT
                       TO WS-ITM-REASON-TEXT (WS-ITM-IDX)
                   MOVE WS-LOAD-SOURCE-ID
                       TO WS-ITM-SOURCE-ID (WS-ITM-IDX)
                   MOVE "P" TO WS-ITM-STATE (WS-ITM-IDX)
                   MOVE SPACES
                       TO WS-ITM-NEW-KEY (WS-ITM-IDX)
                       TO WS-INS-KEY (WS-INS-IDX)
                   MOVE WS-ITM-NEW-NUMBER (WS-ITM-IDX)
                       TO WS-INS-NUMBER (WS-INS-IDX)
                   MOVE WS-ITM-SOURCE-ID (WS-ITM-IDX)
                       TO WS-INS-SOURCE-ID (WS-INS-IDX)
                   SET WS-INSERT-ITEM TO WS-ITM-IDX
                   MOVE WS-INSERT-ITEM TO WS-INS-ITEM (WS-INS-IDX)
                   ADD 1 TO WS-INSERT-COUNT
           MOVE WS-INS-KEY (WS-INS-IDX) TO RWN-KEY
           MOVE WS-INS-NUMBER (WS-INS-IDX) TO WS-REPAIR-NUMBER-X
           MOVE WS-REPAIR-NUMBER TO RWN-NUMBER
           MOVE WS-INS-SOURCE-ID (WS-INS-IDX) TO RWN-SOURCE-ID
           WRITE NEW-FEED-RECORD
           ADD 1 TO WS-NEW-DETAIL-COUNT
           ADD WS-REPAIR-NUMBER TO WS-NEW-HASH-TOTAL
                   TO REJ-REASON-CODE IN CARRY-REJECT-RECORD
               MOVE WS-ITM-REASON-TEXT (WS-ITM-IDX)
                   TO REJ-REASON-TEXT IN CARRY-REJECT-RECORD
               MOVE WS-ITM-SOURCE-ID (WS-ITM-IDX)
                   TO REJ-SOURCE-ID IN CARRY-REJECT-RECORD
               MOVE ZERO TO REJ-RECORD-NUMBER IN CARRY-REJECT-RECORD
               WRITE CARRY-REJECT-RECORD
               ADD 1 TO WS-CARRIED-OUT-COUNT
           END-IF
           MOVE WS-ITM-REASON (WS-ITM-IDX)     TO RDS-REASON-CODE
           MOVE WS-ITM-NEW-KEY (WS-ITM-IDX)    TO RDS-NEW-KEY
           MOVE WS-ITM-NEW-NUMBER (WS-ITM-IDX) TO RDS-NEW-NUMBER
           MOVE WS-ITM-NUMBER (WS-ITM-IDX)     TO RDS-ORIGINAL-NUMBER
           MOVE WS-ITM-SOURCE-ID (WS-ITM-IDX)  TO RDS-SOURCE-ID
           EVALUATE WS-ITM-STATE (WS-ITM-IDX)
               WHEN "R"
                   MOVE "REPAIRED" TO RDS-DISPOSITION
