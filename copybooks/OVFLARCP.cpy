      *  Retention is a floor, not a guarantee of destruction: a      *
      *  suspense generation that still contains unreleased items is  *
      *  never purged, whatever its age.                              *
      *  ARC-OUT-RETENTION covers the posted-output (OUT) and the     *
      *  posted-release (REL) generations together - they are what   *
      *  the OVFLREV cycle reversal reads back, so they are kept      *
      *  for as long as a cycle may still be reversed (default 400).  *
      *  It rides at the end of the record so a parameter record      *
      *  written before it existed still parses.                      *
      *****************************************************************
       01  ARCHIVE-PARM-RECORD.
           05  ARC-EXC-RETENTION           PIC 9(3).
           05  ARC-SUS-RETENTION           PIC 9(3).
           05  ARC-ALT-RETENTION           PIC 9(3).
           05  ARC-OUT-RETENTION           PIC 9(3).
