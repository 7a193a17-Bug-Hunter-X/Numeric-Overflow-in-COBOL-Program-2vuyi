      *  The log is cumulative, so a rejected record can be proven    *
      *  either posted (a REPAIRED row and the cycle it re-entered)   *
      *  or deliberately written off.                                 *
      *  RDS-ORIGINAL-NUMBER is the rejected record's own IN-NUMBER   *
      *  image, so a write-off can be valued at month-end.  It rides  *
      *  at the end of the record; rows written before it existed     *
      *  read as blank and carry no value.                            *
      *  RDS-SOURCE-ID is the upstream source system the rejected     *
      *  record came from (REJ-SOURCE-ID), also at the end.           *
      *****************************************************************
       01  REJECT-DISPOSITION-RECORD.
           05  RDS-TIMESTAMP               PIC X(26).
           05  RDS-REASON-CODE             PIC X(2).
           05  RDS-NEW-KEY                 PIC X(10).
           05  RDS-NEW-NUMBER              PIC X(12).
           05  RDS-ORIGINAL-NUMBER         PIC X(12).
           05  RDS-SOURCE-ID               PIC X(4).
