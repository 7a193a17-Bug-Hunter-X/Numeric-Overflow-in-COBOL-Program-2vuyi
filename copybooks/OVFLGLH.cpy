      *****************************************************************
      *  OVFLGLH.cpy                                                  *
      *  GL batch history record (GLHIST) - the cumulative trail of   *
      *  every journal batch released to the GL and what the GL did   *
      *  with it.  GLSENT and GLCONF hold only the batch in flight,   *
      *  so this file is what the month-end tie-out (OVFLTIE) adds    *
      *  the period's confirmed batches up from.  Record types:       *
      *    S - batch released: written by OVFLGL (kind N, a cycle's   *
      *        own batch) and OVFLREV (kind R, a reversing batch),    *
      *        with the batch's debit and credit totals               *
      *    C - OVFLGLRC confirmed the batch against GLRESP            *
      *    F - OVFLGLRC failed the batch                              *
      *    L - one journal line the GL posted, written by OVFLGLRC    *
      *        straight after a C row, with the account and the       *
      *        posted debit/credit                                    *
      *  A verdict belongs to the latest S row for its cycle date.    *
      *  The file is opened EXTEND by every writer and never          *
      *  scratched.                                                   *
      *****************************************************************
       01  GL-HISTORY-RECORD.
           05  GLH-RECORD-TYPE             PIC X.
               88  GLH-BATCH-SENT                   VALUE "S".
               88  GLH-BATCH-CONFIRMED              VALUE "C".
               88  GLH-BATCH-FAILED                 VALUE "F".
               88  GLH-POSTED-LINE                  VALUE "L".
           05  GLH-CYCLE-DATE              PIC 9(8).
           05  GLH-BATCH-KIND              PIC X.
               88  GLH-CYCLE-BATCH                  VALUE "N".
               88  GLH-REVERSING-BATCH              VALUE "R".
           05  GLH-TIMESTAMP               PIC X(26).
           05  GLH-ACCOUNT                 PIC X(10).
           05  GLH-DEBIT-AMOUNT            PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  GLH-CREDIT-AMOUNT           PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
