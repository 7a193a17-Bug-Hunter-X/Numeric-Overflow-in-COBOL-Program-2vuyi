      *****************************************************************
      *  OVFLPSCH.cpy                                                 *
      *  Parameter schedule record (PARMSCHD), keyed on the date the  *
      *  row takes effect - one row per change to the arithmetic or   *
      *  control limits, maintained only by OVFLPSMT so every change  *
      *  has a before/after row on the PARMSLOG change log.           *
      *  OVFLCALC, OVFLREL, OVFLSIM and OVFLCEDT each apply the row   *
      *  with the latest PSC-EFFECTIVE-DATE on or before the date of  *
      *  the cycle concerned (INH-CREATE-DATE; for a suspense item,   *
      *  the cycle it was suspended from), so a catch-up or released  *
      *  item computes with its own period's values, not today's.     *
      *  PSC-MULTIPLIER / PSC-DIVISOR are always present (non-zero).  *
      *  PSC-AGE-THRESHOLD / PSC-APPROVAL-LIMIT zero leaves the       *
      *  PARMFILE value in force.  PSC-BAND-SET picks the BANDFILE    *
      *  rows carrying the same BND-BAND-SET; spaces picks the        *
      *  unlabelled rows.  With no schedule, or no row on or before   *
      *  the cycle date, PARMFILE applies exactly as before.          *
      *****************************************************************
       01  PARAMETER-SCHEDULE-RECORD.
           05  PSC-EFFECTIVE-DATE          PIC 9(8).
           05  PSC-MULTIPLIER              PIC 9(5).
           05  PSC-DIVISOR                 PIC 9(5).
           05  PSC-AGE-THRESHOLD           PIC 9(3).
           05  PSC-APPROVAL-LIMIT          PIC 9(9).
           05  PSC-BAND-SET                PIC X(8).
           05  PSC-LAST-MAINT-TIMESTAMP    PIC X(26).
           05  PSC-LAST-MAINT-USER         PIC X(8).
