      *****************************************************************
      *  OVFLSRCT.cpy                                                 *
      *  Control totals broken down by upstream source system - the   *
      *  same input/output/suspense counts and IN-NUMBER hash totals  *
      *  as OVFLCTL.cpy, kept per IN-SOURCE-ID so a bad file from one *
      *  source shows against that source and not only in the grand   *
      *  total.  OVFLCALC builds the table as it posts; it rides on   *
      *  the checkpoint, the partition totals and the merged totals   *
      *  as a SOURCE-TOTALS image (PIC X(682)) at the end of each     *
      *  record, so records written before it existed still parse -   *
      *  a blank image (SRT-SOURCE-COUNT not numeric) means no        *
      *  per-source figures were kept.  A feed that did not come      *
      *  through the OVFLCONS consolidation step carries a blank      *
      *  source id and is tallied under it.                           *
      *****************************************************************
       01  SOURCE-TOTALS.
           05  SRT-SOURCE-COUNT            PIC 9(2).
           05  SRT-SOURCE-ENTRY OCCURS 8 TIMES
                                INDEXED BY SRT-IDX.
               10  SRT-SOURCE-ID           PIC X(4).
               10  SRT-INPUT-COUNT         PIC 9(9).
               10  SRT-INPUT-HASH-TOTAL    PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
               10  SRT-OUTPUT-COUNT        PIC 9(9).
               10  SRT-OUTPUT-HASH-TOTAL   PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
               10  SRT-SUSPENSE-COUNT      PIC 9(9).
               10  SRT-SUSPENSE-HASH-TOTAL PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
