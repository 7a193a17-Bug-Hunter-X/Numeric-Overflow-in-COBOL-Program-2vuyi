      *****************************************************************
      *  OVFLAAUD.cpy                                                 *
      *  Account master audit trail record (ACCTAUD), appended by     *
      *  OVFLAMNT for every transaction it reads - applied or not -   *
      *  with the account as it stood before and after.  A rejected   *
      *  transaction carries AUD-RESULT REJECTED, the reason, and     *
      *  identical before/after images (blank when the account was    *
      *  not on file).                                                *
      *****************************************************************
       01  ACCOUNT-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-USER-ID                 PIC X(8).
           05  AUD-ACTION                  PIC X(6).
           05  AUD-KEY                     PIC X(10).
           05  AUD-RESULT                  PIC X(8).
           05  AUD-REASON                  PIC X(40).
           05  AUD-BEFORE-IMAGE.
               10  AUD-BEFORE-STATUS       PIC X.
               10  AUD-BEFORE-OPEN-DATE    PIC 9(8).
               10  AUD-BEFORE-CLOSE-DATE   PIC 9(8).
               10  AUD-BEFORE-BUSINESS-UNIT PIC X(6).
               10  AUD-BEFORE-CEILING      PIC 9(9)V99.
           05  AUD-AFTER-IMAGE.
               10  AUD-AFTER-STATUS        PIC X.
               10  AUD-AFTER-OPEN-DATE     PIC 9(8).
               10  AUD-AFTER-CLOSE-DATE    PIC 9(8).
               10  AUD-AFTER-BUSINESS-UNIT PIC X(6).
               10  AUD-AFTER-CEILING       PIC 9(9)V99.
