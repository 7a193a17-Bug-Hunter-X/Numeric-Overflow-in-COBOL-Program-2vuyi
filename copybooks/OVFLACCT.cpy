      *****************************************************************
      *  OVFLACCT.cpy                                                 *
      *  Account reference master record (ACCTMAST), keyed on the     *
      *  account key the feed carries in IN-KEY - one row per real    *
      *  account, maintained only by OVFLAMNT so every change has a   *
      *  before/after row on the ACCTAUD audit trail.  Before it      *
      *  existed nothing proved a key was a real account, and         *
      *  amounts for closed and frozen accounts posted straight into  *
      *  BALMAST.                                                     *
      *  ACCT-STATUS:                                                 *
      *    O - open, posts normally                                   *
      *    F - frozen: OVFLCALC suspends its items (R3) until the     *
      *        account is unfrozen and the item released              *
      *    C - closed: OVFLEDIT rejects its items (E9).  A closed     *
      *        account keeps its row so it is never mistaken for an   *
      *        unknown key (E8)                                       *
      *  ACCT-CEILING is an optional per-account limit on the         *
      *  magnitude of a single item, checked by OVFLCALC against      *
      *  IN-NUMBER like the pre-compute bound (R4).  Zero means the   *
      *  account has no ceiling of its own.                           *
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-KEY                    PIC X(10).
           05  ACCT-STATUS                 PIC X.
               88  ACCT-OPEN                        VALUE 'O'.
               88  ACCT-FROZEN                      VALUE 'F'.
               88  ACCT-CLOSED                      VALUE 'C'.
           05  ACCT-OPEN-DATE              PIC 9(8).
           05  ACCT-CLOSE-DATE             PIC 9(8).
           05  ACCT-BUSINESS-UNIT          PIC X(6).
           05  ACCT-CEILING                PIC 9(9)V99.
           05  ACCT-LAST-MAINT-TIMESTAMP   PIC X(26).
           05  ACCT-LAST-MAINT-USER        PIC X(8).
