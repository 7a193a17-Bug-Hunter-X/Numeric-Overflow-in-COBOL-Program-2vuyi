      *  OVFLCALC verifies the trailer against its own accumulated    *
      *  totals and refuses to finalize on a mismatch, and rejects    *
      *  a file whose cycle number repeats or skips.                  *
      *  IN-SOURCE-ID names the upstream source system a detail came  *
      *  from when the feed was built by the OVFLCONS consolidation   *
      *  step; it rides at the end of the detail so a single-source   *
      *  feed without it still parses (blank).                        *
      *****************************************************************
       01  INPUT-RECORD.
           05  IN-RECORD-TYPE              PIC X.
           05  IN-KEY                      PIC X(10).
           05  IN-NUMBER                   PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  IN-SOURCE-ID                PIC X(4).
       01  INPUT-HEADER-RECORD.
           05  INH-RECORD-TYPE             PIC X.
           05  INH-CREATE-DATE             PIC 9(8).
