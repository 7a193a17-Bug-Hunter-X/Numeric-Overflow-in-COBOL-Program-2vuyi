      *  before it reaches the validated correction file.  It rides   *
      *  at the end of the record so parm files written before it     *
      *  existed still parse; zero/spaces takes the program default.  *
      *  PARM-DUP-LOOKBACK is only used by the OVFLDUP duplicate      *
      *  screen - how many earlier cycles a detail is compared        *
      *  against.  It too rides at the end of the record;             *
      *  zero/spaces takes the program default.                       *
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-MULTIPLIER             PIC 9(5).
           05  PARM-PARTITION-HIGH-KEY     PIC X(10).
           05  PARM-AGE-THRESHOLD          PIC 9(3).
           05  PARM-APPROVAL-LIMIT         PIC 9(9).
           05  PARM-DUP-LOOKBACK           PIC 9(3).
