      *               earlier row this run; this further row is       *
      *               carried forward so the corrected amount         *
      *               cannot post twice                               *
      *    REVERSED - written by OVFLREV, not OVFLREL: the item's     *
      *               cycle was backed out and the item closed with   *
      *               it; the resend suspends it afresh               *
      *  DSP-FIRST-SUSPENDED carries the item's original              *
      *  SUS-TIMESTAMP (preserved across carry-forwards), so the      *
      *  lifecycle report can measure first-suspension-to-release     *
      *  rides at the end of the record so log rows written before    *
      *  it existed still parse; the report falls back to the key's   *
      *  earliest log row when it is blank.                           *
      *  DSP-CYCLE-DATE is the item's SUS-CYCLE-DATE - the cycle      *
      *  whose GL batch carried it into OVFL-SUSP - so the month-end  *
      *  tie-out can follow a released item back to that batch.  It   *
      *  too rides at the end; zero or blank means the item predates  *
      *  the stamp and the tie-out falls back to the first-suspended  *
      *  date.                                                        *
      *  DSP-SOURCE-ID is the upstream source the item came from      *
      *  (SUS-SOURCE-ID), so a release can be acknowledged back to    *
      *  it; blank on older rows.                                     *
      *****************************************************************
       01  DISPOSITION-RECORD.
           05  DSP-TIMESTAMP               PIC X(26).
           05  DSP-AMENDED-VALUE           PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  DSP-FIRST-SUSPENDED         PIC X(26).
           05  DSP-CYCLE-DATE              PIC 9(8).
           05  DSP-SOURCE-ID               PIC X(4).
