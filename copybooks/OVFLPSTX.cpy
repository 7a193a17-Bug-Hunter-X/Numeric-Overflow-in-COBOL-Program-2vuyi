      *****************************************************************
      *  OVFLPSTX.cpy                                                 *
      *  Parameter schedule maintenance transaction (PARMSTRN),       *
      *  applied by OVFLPSMT in file order.  PSX-ACTION:              *
      *    ADD    - new row for PSX-EFFECTIVE-DATE; multiplier and    *
      *             divisor required, the rest optional               *
      *    CHANGE - replaces every value on the row for that date     *
      *    DELETE - removes the row for that date                     *
      *  No transaction may touch a row dated on or before the last   *
      *  cycle processed (CYC-LAST-CREATE-DATE on CYCFILE) - that     *
      *  row may already have been applied, and RUNHIST must stay     *
      *  true to it.  A back-dated change goes in as a new row.       *
      *  PSX-USER-ID is the person keying the change and goes on the  *
      *  change-log row beside the before and after images.           *
      *****************************************************************
       01  PARAMETER-SCHEDULE-TRANSACTION.
           05  PSX-ACTION                  PIC X(6).
           05  PSX-EFFECTIVE-DATE          PIC 9(8).
           05  PSX-MULTIPLIER              PIC 9(5).
           05  PSX-DIVISOR                 PIC 9(5).
           05  PSX-AGE-THRESHOLD           PIC 9(3).
           05  PSX-APPROVAL-LIMIT          PIC 9(9).
           05  PSX-BAND-SET                PIC X(8).
           05  PSX-USER-ID                 PIC X(8).
