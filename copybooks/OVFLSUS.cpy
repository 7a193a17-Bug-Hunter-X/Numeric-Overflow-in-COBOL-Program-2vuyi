      *         legacy 99999 business overflow threshold after the    *
      *         COMPUTE - not a field-capacity overflow; OUT-NUMBER   *
      *         itself has plenty of headroom at PIC 9(9))            *
      *    R3 - account frozen on the ACCTMAST account master (or     *
      *         closed/removed since the input edit) - held until     *
      *         the account is open again and the item released       *
      *    R4 - magnitude over the account's own ACCT-CEILING         *
      *  SUS-CYCLE-DATE is the INH-CREATE-DATE of the cycle the item  *
      *  was suspended from - the date OVFLREL and OVFLCEDT select    *
      *  the PARMSCHD schedule row by, so a release computes with     *
      *  the item's own period's values.  It rides at the end of the  *
      *  record; an item suspended before it existed reads as blank   *
      *  and falls back to the date on SUS-TIMESTAMP.                 *
      *  SUS-SOURCE-ID is the upstream source system the item came    *
      *  from (IN-SOURCE-ID); blank on an item suspended before it    *
      *  existed or from a feed that was not consolidated.            *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-TIMESTAMP               PIC X(26).
                                           SIGN LEADING SEPARATE.
           05  SUS-REASON-CODE             PIC X(2).
           05  SUS-REASON-TEXT             PIC X(60).
           05  SUS-CYCLE-DATE              PIC 9(8).
           05  SUS-SOURCE-ID               PIC X(4).
