      *****************************************************************
      *  OVFLPHST.cpy                                                 *
      *  Posted-transaction detail history (PSTHIST), keyed on the    *
      *  account, the cycle and a sequence within the two - one row   *
      *  for every amount that reached the posted-balance master.     *
      *  BALMAST keeps only the running total and OUTFILE/RELOUT are  *
      *  scrubbed by housekeeping, so this file is what the month-end *
      *  statement (OVFLSTMT) lists an account's activity from.       *
      *  OVFLPOST writes an "O" row for each OUTFILE row it posts and *
      *  an "R" row for each released suspense item; OVFLREV writes a *
      *  "V" row per key carrying the negated ordinary amount it      *
      *  backed out of the reversed cycle, and a "W" row for the      *
      *  negated released amount when the key took released items     *
      *  in that cycle.  A key that already stood on the master       *
      *  when its first history row is written is given a "B" row     *
      *  first (cycle zero) holding the balance brought forward, so   *
      *  the rows for a key always add up to its BAL-POSTED-AMOUNT.   *
      *  PHS-POSTED-DATE is the run date the row hit the master - the *
      *  statement period selects on it; PHS-CYCLE-DATE is the        *
      *  cycle's own date.  Remainder and severity are those of the   *
      *  OUTPUT-RECORD posted and are zero/space on B, V and W rows.  *
      *****************************************************************
       01  POSTING-HISTORY-RECORD.
           05  PHS-KEY.
               10  PHS-ACCOUNT             PIC X(10).
               10  PHS-CYCLE-NUMBER        PIC 9(6).
               10  PHS-SEQUENCE            PIC 9(6).
           05  PHS-CYCLE-DATE              PIC 9(8).
           05  PHS-POSTED-DATE             PIC 9(8).
           05  PHS-ENTRY-TYPE              PIC X.
               88  PHS-ORDINARY-POSTING             VALUE "O".
               88  PHS-RELEASED-POSTING             VALUE "R".
               88  PHS-REVERSAL                     VALUE "V".
               88  PHS-RELEASED-REVERSAL            VALUE "W".
               88  PHS-BROUGHT-FORWARD              VALUE "B".
           05  PHS-AMOUNT                  PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  PHS-REMAINDER               PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  PHS-SEVERITY-CODE           PIC X(1).
           05  PHS-TIMESTAMP               PIC X(26).
