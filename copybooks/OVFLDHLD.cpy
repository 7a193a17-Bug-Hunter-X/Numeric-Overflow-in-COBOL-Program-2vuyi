      *****************************************************************
      *  OVFLDHLD.cpy                                                 *
      *  Duplicate-hold master (DUPHOLD), keyed on the account and    *
      *  the cycle the item arrived in.  OVFLDUP writes a row, status *
      *  H, for every detail whose key and IN-NUMBER exactly match    *
      *  a row on FEEDHIST inside the look-back window; the item is   *
      *  taken out of the clean feed so it never reaches OVFLCALC.    *
      *  DHL-MATCHED-CYCLE is the earlier cycle it matched.           *
      *  Operations decide each held item through OVFLDMNT:           *
      *    H - held, no decision yet                                  *
      *    G - released as genuine; OVFLDUP merges it into the next   *
      *        cycle's clean feed                                     *
      *    P - released and merged - DHL-POSTED-CYCLE is the cycle    *
      *        whose feed carried it; any later send of that cycle    *
      *        (a re-run, or the resend of a reversed cycle) has it   *
      *        merged again                                           *
      *    D - discarded as a duplicate; never posts                  *
      *  Rows are never deleted, so the file is also the record of    *
      *  every suspected duplicate and what became of it.             *
      *  DHL-SOURCE-ID is the upstream source system the held detail  *
      *  came from (IN-SOURCE-ID); a released item re-enters the feed *
      *  under it.                                                    *
      *****************************************************************
       01  DUPLICATE-HOLD-RECORD.
           05  DHL-KEY.
               10  DHL-ACCOUNT             PIC X(10).
               10  DHL-CYCLE-NUMBER        PIC 9(6).
           05  DHL-CYCLE-DATE              PIC 9(8).
           05  DHL-NUMBER                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  DHL-REASON-CODE             PIC X(2).
           05  DHL-REASON-TEXT             PIC X(40).
           05  DHL-MATCHED-CYCLE           PIC 9(6).
           05  DHL-HELD-TIMESTAMP          PIC X(26).
           05  DHL-STATUS                  PIC X.
               88  DHL-HELD                         VALUE "H".
               88  DHL-RELEASED                     VALUE "G".
               88  DHL-MERGED                       VALUE "P".
               88  DHL-DISCARDED                    VALUE "D".
           05  DHL-DECIDED-TIMESTAMP       PIC X(26).
           05  DHL-DECIDED-BY              PIC X(8).
           05  DHL-POSTED-CYCLE            PIC 9(6).
           05  DHL-SOURCE-ID               PIC X(4).
