               10  CHK-CTL-SUSPENSE-COUNT      PIC 9(9).
               10  CHK-CTL-SUSPENSE-HASH-TOTAL PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
      *  The per-source breakdown of the control totals (the
      *  SOURCE-TOTALS image of OVFLSRCT.cpy), so a restart resumes
      *  it with the grand totals.
           05  CHK-SOURCE-TOTALS           PIC X(682).
