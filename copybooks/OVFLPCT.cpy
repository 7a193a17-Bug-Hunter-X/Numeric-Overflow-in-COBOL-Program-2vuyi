      *  refuses a cycle number at or below this one, so a re-run of  *
      *  an already-posted cycle cannot double every balance on the   *
      *  master - the same protection CYCFILE gives the compute pass. *
      *  PCT-REOPENED-CYCLE is set by the OVFLREV cycle reversal once *
      *  the cycle's postings are backed out; that one cycle may      *
      *  then post again (the corrected resend) although it is at or  *
      *  below the last posted.  The posting clears it, and the last  *
      *  posted cycle never moves backwards.  It rides at the end of  *
      *  the record so a control record written before it existed     *
      *  still parses.                                                *
      *****************************************************************
       01  POSTING-CONTROL-RECORD.
           05  PCT-LAST-POSTED-CYCLE       PIC 9(6).
           05  PCT-LAST-POSTED-DATE        PIC 9(8).
           05  PCT-REOPENED-CYCLE          PIC 9(6).
