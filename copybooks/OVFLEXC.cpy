      *  than WS-NUMBER's own PIC 9(9) so a pre-compute (R1)          *
      *  exception, whose true doubled value can exceed that          *
      *  capacity, is still recorded in full instead of truncated.    *
      *  EXC-SOURCE-ID is the upstream source system the item came    *
      *  from (IN-SOURCE-ID), at the end of the record.               *
      *****************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-TIMESTAMP               PIC X(26).
                                           SIGN LEADING SEPARATE.
           05  EXC-REMAINDER               PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  EXC-SOURCE-ID               PIC X(4).
