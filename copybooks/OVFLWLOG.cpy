      *****************************************************************
      *  OVFLWLOG.cpy                                                 *
      *  Suspense workbench log record (WBNCLOG), appended by         *
      *  OVFLWBNC for every CORRFILE and APPRFILE row it writes, with *
      *  the user signed on.  CORRFILE and APPRFILE carry no maker,   *
      *  so this is how the sign-off screen knows who keyed a         *
      *  correction and refuses to let the same person approve it.    *
      *  The log row is written first and the action is refused if    *
      *  it will not go on, so no workbench row is without its user.  *
      *  WBL-ACTION:                                                  *
      *    CORRECT - a CORRFILE row was written                       *
      *    SIGNOFF - an APPRFILE row was written                      *
      *  WBL-SIGNOFF-NEEDED is Y on a CORRECT row whose amount was    *
      *  over the approval limit in force for the item.               *
      *****************************************************************
       01  WORKBENCH-LOG-RECORD.
           05  WBL-TIMESTAMP               PIC X(26).
           05  WBL-USER-ID                 PIC X(8).
           05  WBL-ACTION                  PIC X(7).
           05  WBL-KEY                     PIC X(10).
           05  WBL-AMENDED-VALUE           PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  WBL-SIGNOFF-NEEDED          PIC X.
