      *****************************************************************
      *  OVFLACK.cpy                                                  *
      *  Disposition return file (ACKFILE) sent back to the upstream  *
      *  source systems each cycle by OVFLACK - one row per inbound   *
      *  detail with what became of it, so upstream can close its own *
      *  items without phoning operations about each key.             *
      *  Row types:                                                   *
      *    H - header, T - trailer: ACKNOWLEDGMENT-CONTROL-RECORD     *
      *    D - an inbound detail of this cycle                        *
      *    C - a status change for a detail of an earlier cycle       *
      *  Statuses (ACK-STATUS):                                       *
      *    P - posted                                                 *
      *    S - suspended, with the R-code reason                      *
      *    R - rejected by the input edit, with the E-code            *
      *    H - held for review as a possible duplicate (D1)           *
      *    U - no outcome found - enquire with operations             *
      *    L - released from suspense (C rows only)                   *
      *    W - written off from the reject file (C rows only)         *
      *    X - held duplicate discarded; it never posts (C rows only) *
      *    M - held duplicate released as genuine (C rows only); it   *
      *        merges into the next cycle's feed, and its posting     *
      *        comes on that cycle's D row under its origin date      *
      *  ACK-AMOUNT is the amount as received, carried as an image    *
      *  because a rejected amount need not be numeric; a release     *
      *  also carries the amended value it posted at.                 *
      *  ACK-ORIGIN-CYCLE-DATE is the cycle the detail arrived in -   *
      *  the current cycle on a D row, unless a held duplicate was    *
      *  released into it, and zero where it is not known.            *
      *  The header and trailer carry the same counts: posted plus    *
      *  suspended ties back to INFILE's INT-RECORD-COUNT (verdict B, *
      *  else O); rejects and holds never reached INFILE.  The two    *
      *  hold-decision counts ride at the end of the control record.  *
      *****************************************************************
       01  ACKNOWLEDGMENT-RECORD.
           05  ACK-RECORD-TYPE             PIC X.
               88  ACK-DETAIL-ROW                   VALUE 'D'.
               88  ACK-CHANGE-ROW                   VALUE 'C'.
           05  ACK-CYCLE-NUMBER            PIC 9(6).
           05  ACK-SOURCE-ID               PIC X(4).
           05  ACK-KEY                     PIC X(10).
           05  ACK-AMOUNT                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  ACK-AMOUNT-IMAGE REDEFINES ACK-AMOUNT
                                           PIC X(12).
           05  ACK-STATUS                  PIC X.
               88  ACK-POSTED                       VALUE 'P'.
               88  ACK-SUSPENDED                    VALUE 'S'.
               88  ACK-REJECTED                     VALUE 'R'.
               88  ACK-HELD                         VALUE 'H'.
               88  ACK-UNRESOLVED                   VALUE 'U'.
               88  ACK-RELEASED                     VALUE 'L'.
               88  ACK-WRITTEN-OFF                  VALUE 'W'.
               88  ACK-HOLD-DISCARDED               VALUE 'X'.
               88  ACK-HOLD-RELEASED                VALUE 'M'.
           05  ACK-REASON-CODE             PIC X(2).
           05  ACK-REASON-TEXT             PIC X(40).
           05  ACK-NEW-AMOUNT              PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  ACK-ORIGIN-CYCLE-DATE       PIC 9(8).
       01  ACKNOWLEDGMENT-CONTROL-RECORD.
           05  ACT-RECORD-TYPE             PIC X.
               88  ACT-HEADER-REC                   VALUE 'H'.
               88  ACT-TRAILER-REC                  VALUE 'T'.
           05  ACT-CYCLE-NUMBER            PIC 9(6).
           05  ACT-CYCLE-DATE              PIC 9(8).
           05  ACT-CREATED-TIMESTAMP       PIC X(26).
           05  ACT-INBOUND-TRAILER-COUNT   PIC 9(9).
           05  ACT-POSTED-COUNT            PIC 9(9).
           05  ACT-SUSPENDED-COUNT         PIC 9(9).
           05  ACT-REJECTED-COUNT          PIC 9(9).
           05  ACT-HELD-COUNT              PIC 9(9).
           05  ACT-UNRESOLVED-COUNT        PIC 9(9).
           05  ACT-RELEASED-COUNT          PIC 9(9).
           05  ACT-WRITTEN-OFF-COUNT       PIC 9(9).
           05  ACT-ROW-COUNT               PIC 9(9).
           05  ACT-TIE-VERDICT             PIC X.
           05  ACT-HOLD-DISCARDED-COUNT    PIC 9(9).
           05  ACT-HOLD-RELEASED-COUNT     PIC 9(9).
