           05  SLC-KEY                     PIC X(10).
           05  SLC-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  SLC-SOURCE-ID               PIC X(4).
       01  SLICE-HEADER-RECORD.
           05  SLH-RECORD-TYPE             PIC X.
           05  SLH-CREATE-DATE             PIC 9(8).
           MOVE "D"       TO SLC-RECORD-TYPE
           MOVE IN-KEY    TO SLC-KEY
           MOVE IN-NUMBER TO SLC-NUMBER
           MOVE IN-SOURCE-ID TO SLC-SOURCE-ID
           WRITE SLICE-RECORD
           IF WS-SLC-COUNT (WS-SLC-IDX) = 0
               MOVE IN-KEY TO WS-SLC-LOW-KEY (WS-SLC-IDX)
