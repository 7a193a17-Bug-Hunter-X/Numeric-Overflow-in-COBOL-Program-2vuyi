      *****************************************************************
      *  OVFLDDEC.cpy                                                 *
      *  Duplicate-hold decision transaction (DUPDECN), applied by    *
      *  OVFLDMNT in file order against the DUPHOLD master.           *
      *  DDC-ACTION:                                                  *
      *    RELEASE - the held item is genuine; it goes into the next  *
      *              cycle's clean feed                               *
      *    DISCARD - the held item is a duplicate of what already     *
      *              posted; it is closed and never posts             *
      *  The item is named by its key and the cycle it arrived in.    *
      *  Only an item still held (H) can be decided; DDC-USER-ID is   *
      *  the person deciding and goes on the DUPLOG row.              *
      *****************************************************************
       01  DUPLICATE-DECISION-RECORD.
           05  DDC-ACTION                  PIC X(7).
           05  DDC-KEY                     PIC X(10).
           05  DDC-CYCLE-NUMBER            PIC 9(6).
           05  DDC-USER-ID                 PIC X(8).
           05  DDC-NOTE                    PIC X(40).
