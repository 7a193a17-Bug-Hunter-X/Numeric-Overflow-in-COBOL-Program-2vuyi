      *  amount, kept for the audit trail and the remainder           *
      *  distribution rather than derived from the decimal divide     *
      *  (whose own remainder is only sub-cent truncation residue).   *
      *  OUT-SOURCE-ID is the upstream source system the item came    *
      *  from (IN-SOURCE-ID), at the end of the record.               *
      *****************************************************************
       01  OUTPUT-RECORD.
           05  OUT-KEY                     PIC X(10).
           05  OUT-OVERFLOW-FLAG           PIC 9    VALUE 0.
           05  OUT-REASON-CODE             PIC X(2) VALUE SPACES.
           05  OUT-SEVERITY-CODE           PIC X(1) VALUE "N".
           05  OUT-SOURCE-ID               PIC X(4) VALUE SPACES.
