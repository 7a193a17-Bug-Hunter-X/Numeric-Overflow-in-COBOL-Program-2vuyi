      *  reconcile.
           05  PTOT-CYCLE-NUMBER           PIC 9(6).
           05  PTOT-CREATE-DATE            PIC 9(8).
      *  The arithmetic this partition computed with and the
      *  PARMSCHD row it came from (zero date - PARMFILE applied),
      *  so OVFLMRG's RUNHIST row records what the partitions
      *  actually used rather than today's PARMFILE.
           05  PTOT-SCHEDULE-DATE          PIC 9(8).
           05  PTOT-MULTIPLIER             PIC 9(5).
           05  PTOT-DIVISOR                PIC 9(5).
      *  This partition's totals broken down by upstream source -
      *  the SOURCE-TOTALS image of OVFLSRCT.cpy.  Blank on totals
      *  written before it existed.
           05  PTOT-SOURCE-TOTALS          PIC X(682).
