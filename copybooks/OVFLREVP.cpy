      *****************************************************************
      *  OVFLREVP.cpy                                                 *
      *  Cycle-reversal request record (REVPARM), one record per      *
      *  OVFLREV run - the cycle to back out, who asked for it and    *
      *  why.  The requester and reason are printed on the reversal   *
      *  report for the audit binder; the cycle is the only field     *
      *  the program acts on.                                         *
      *****************************************************************
       01  REVERSAL-PARM-RECORD.
           05  REV-CYCLE-NUMBER            PIC 9(6).
           05  REV-REQUESTED-BY            PIC X(8).
           05  REV-REASON                  PIC X(40).
