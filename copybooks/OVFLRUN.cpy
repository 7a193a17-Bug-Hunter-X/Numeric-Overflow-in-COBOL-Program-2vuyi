      *  RUN-RECONCILE-VERDICT: B in balance, O out of balance.       *
      *  RUN-COMPLETION-CODE: N normal end of job, A abnormal         *
      *  (transmission rejected, partitions missing, or equivalent).  *
      *  OVFLREV appends a reversal row (RUN-PROGRAM OVFLREV) for     *
      *  the cycle it backed out: RUN-INPUT-COUNT is every row        *
      *  reversed, RUN-OUTPUT-COUNT the ordinary OUTFILE rows and     *
      *  RUN-SUSPENSE-COUNT the released suspense items among them;   *
      *  multiplier and divisor are zero.  OVFLREV writes a started   *
      *  row (completion code P) before it changes anything and its   *
      *  completion row (N, or A with keys in error) once it is       *
      *  done; a run refused after starting but before changing       *
      *  anything closes with X.  The cycle's last OVFLREV row        *
      *  decides the next request: N or A blocks a second reversal,   *
      *  P blocks it as interrupted until the partial back-out has    *
      *  been checked by hand and a closing row added, X leaves the   *
      *  cycle free to reverse.                                       *
      *  RUN-SCHEDULE-DATE is the PSC-EFFECTIVE-DATE of the PARMSCHD  *
      *  schedule row the cycle computed with - zero when no row was  *
      *  in force and PARMFILE applied (and on OVFLREV rows).  It     *
      *  rides at the end so history written before the schedule      *
      *  existed still parses.                                        *
      *****************************************************************
       01  RUN-AUDIT-RECORD.
           05  RUN-TIMESTAMP               PIC X(26).
           05  RUN-SUSPENSE-COUNT          PIC 9(9).
           05  RUN-RECONCILE-VERDICT       PIC X.
           05  RUN-COMPLETION-CODE         PIC X.
           05  RUN-SCHEDULE-DATE           PIC 9(8).
