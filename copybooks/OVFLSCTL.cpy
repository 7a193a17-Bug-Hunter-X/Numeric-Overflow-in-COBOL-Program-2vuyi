      *****************************************************************
      *  OVFLSCTL.cpy                                                 *
      *  Source cycle-control master record (SRCCTL), keyed on the    *
      *  upstream source id - the per-source counterpart of CYCFILE.  *
      *  Each source numbers its own transmissions; OVFLCONS accepts  *
      *  a source's feed only when its cycle number is the next one   *
      *  after SCT-LAST-CYCLE-NUMBER, so a source that repeats or     *
      *  skips a send is caught before its feed is merged with the    *
      *  others.  SCT-COMBINED-CYCLE is the combined cycle (the one   *
      *  CYCFILE counts) the source's last feed went into; a re-run   *
      *  of that same combined cycle may take the same source cycle   *
      *  again.  The counts and hash total are the last feed's own    *
      *  trailer figures, kept for enquiry.                           *
      *****************************************************************
       01  SOURCE-CONTROL-RECORD.
           05  SCT-SOURCE-ID               PIC X(4).
           05  SCT-LAST-CYCLE-NUMBER       PIC 9(6).
           05  SCT-LAST-CREATE-DATE        PIC 9(8).
           05  SCT-COMBINED-CYCLE          PIC 9(6).
           05  SCT-DETAIL-COUNT            PIC 9(9).
           05  SCT-HASH-TOTAL              PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  SCT-UPDATED-TIMESTAMP       PIC X(26).
