      *  skips (a send was lost), and rewrites it only after the      *
      *  trailer verification and control-total reconciliation have   *
      *  both passed.                                                 *
      *  CYC-REOPENED-CYCLE is set by the OVFLREV cycle reversal: a   *
      *  reversed cycle's corrected resend is accepted once, out of   *
      *  sequence, then the field goes back to zero.  The last-cycle  *
      *  fields never move backwards for a resend, so the next new    *
      *  cycle is still checked against the highest cycle seen.      *
      *  CYC-WINDOW-CYCLE-NUMBER/CYC-WINDOW-CREATE-DATE are the       *
      *  cycle the latest balanced pass actually processed - the      *
      *  same as the last cycle except on a resend window - and are   *
      *  what housekeeping stamps the window's generations with.      *
      *  The three fields ride at the end of the record so a control  *
      *  record written before they existed still parses (blank,      *
      *  treated as zero).                                            *
      *****************************************************************
       01  CYCLE-RECORD.
           05  CYC-LAST-CYCLE-NUMBER       PIC 9(6).
           05  CYC-LAST-CREATE-DATE        PIC 9(8).
           05  CYC-REOPENED-CYCLE          PIC 9(6).
           05  CYC-WINDOW-CYCLE-NUMBER     PIC 9(6).
           05  CYC-WINDOW-CREATE-DATE      PIC 9(8).
