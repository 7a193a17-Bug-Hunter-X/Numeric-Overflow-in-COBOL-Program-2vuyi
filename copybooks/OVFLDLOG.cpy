      *****************************************************************
      *  OVFLDLOG.cpy                                                 *
      *  Duplicate-hold log record (DUPLOG), appended for every event *
      *  in a held item's life: OVFLDUP writes HOLD when it diverts   *
      *  an item and MERGE when a released item goes into a feed      *
      *  (a HOLD with result DECIDED is a re-run detail kept out of   *
      *  the feed because its hold row was already decided);          *
      *  OVFLDMNT writes one row per RELEASE or DISCARD decision it   *
      *  reads, applied or refused, with the person who keyed it and  *
      *  the reason for any refusal.                                  *
      *****************************************************************
       01  DUPLICATE-LOG-RECORD.
           05  DLG-TIMESTAMP               PIC X(26).
           05  DLG-USER-ID                 PIC X(8).
           05  DLG-ACTION                  PIC X(7).
           05  DLG-KEY                     PIC X(10).
           05  DLG-CYCLE-NUMBER            PIC 9(6).
           05  DLG-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  DLG-MATCHED-CYCLE           PIC 9(6).
           05  DLG-RESULT                  PIC X(8).
           05  DLG-REASON                  PIC X(40).
