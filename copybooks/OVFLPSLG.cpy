      *****************************************************************
      *  OVFLPSLG.cpy                                                 *
      *  Parameter schedule change log record (PARMSLOG), appended    *
      *  by OVFLPSMT for every transaction it reads - applied or      *
      *  not - with the row as it stood before and after.  A          *
      *  rejected transaction carries PSL-RESULT REJECTED, the        *
      *  reason, and identical before/after images (zero when the     *
      *  row was not on file).  A DELETE's after image is zero.       *
      *****************************************************************
       01  PARAMETER-SCHEDULE-LOG-RECORD.
           05  PSL-TIMESTAMP               PIC X(26).
           05  PSL-USER-ID                 PIC X(8).
           05  PSL-ACTION                  PIC X(6).
           05  PSL-EFFECTIVE-DATE          PIC 9(8).
           05  PSL-RESULT                  PIC X(8).
           05  PSL-REASON                  PIC X(40).
           05  PSL-BEFORE-IMAGE.
               10  PSL-BEFORE-MULTIPLIER   PIC 9(5).
               10  PSL-BEFORE-DIVISOR      PIC 9(5).
               10  PSL-BEFORE-AGE-THRESHOLD PIC 9(3).
               10  PSL-BEFORE-APPROVAL-LIMIT PIC 9(9).
               10  PSL-BEFORE-BAND-SET     PIC X(8).
           05  PSL-AFTER-IMAGE.
               10  PSL-AFTER-MULTIPLIER    PIC 9(5).
               10  PSL-AFTER-DIVISOR       PIC 9(5).
               10  PSL-AFTER-AGE-THRESHOLD PIC 9(3).
               10  PSL-AFTER-APPROVAL-LIMIT PIC 9(9).
               10  PSL-AFTER-BAND-SET      PIC X(8).
