           05  MTOT-REMAINDER-DIST         PIC 9(9) OCCURS 10 TIMES.
           05  MTOT-RECONCILE-VERDICT      PIC X.
           05  MTOT-CYCLE-NUMBER           PIC 9(6).
      *  The cycle's totals broken down by upstream source - the
      *  SOURCE-TOTALS image of OVFLSRCT.cpy, folded across the
      *  partitions.  Blank on totals written before it existed.
           05  MTOT-SOURCE-TOTALS          PIC X(682).
