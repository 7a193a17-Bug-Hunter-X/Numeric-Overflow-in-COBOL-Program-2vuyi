      *****************************************************************
      *  OVFLFHST.cpy                                                 *
      *  Accepted-feed history (FEEDHIST), keyed on the account and   *
      *  the cycle number - one row for every detail record the       *
      *  duplicate screen (OVFLDUP) let through to the compute pass,  *
      *  at the IN-NUMBER upstream sent.  OUTFILE and PSTHIST carry   *
      *  the computed amount, not the amount received, so this is     *
      *  what a later cycle's details are compared against to catch   *
      *  a resend under a new cycle number.  OVFLEDIT's E4 edit       *
      *  leaves at most one detail per key in a cycle, so the key is  *
      *  unique; a reopened cycle's resend replaces its own rows.     *
      *  FHS-ENTRY-TYPE:                                              *
      *    A - accepted from the cycle's own feed                     *
      *    G - a held item released as genuine, merged into the feed  *
      *        of the cycle named in FHS-CYCLE-NUMBER                 *
      *****************************************************************
       01  FEED-HISTORY-RECORD.
           05  FHS-KEY.
               10  FHS-ACCOUNT             PIC X(10).
               10  FHS-CYCLE-NUMBER        PIC 9(6).
           05  FHS-CYCLE-DATE              PIC 9(8).
           05  FHS-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FHS-ENTRY-TYPE              PIC X.
               88  FHS-ACCEPTED                     VALUE "A".
               88  FHS-RELEASED-GENUINE             VALUE "G".
           05  FHS-TIMESTAMP               PIC X(26).
