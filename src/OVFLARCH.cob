      *  for the audit binder.  Run after OVFLHST and OVFLREL so     *
      *  the exception roll-in and the suspense carry-forward have   *
      *  already consumed the live files.                            *
      *  The cycle's posted OUTFILE rows and the released items      *
      *  OVFLPOST posted with them (POSTREL) are rolled the same     *
      *  way, as OUT and REL generations - the archive copy the      *
      *  OVFLREV cycle reversal reads back - and are kept for the    *
      *  ARCPARM posted-output retention.  Generations are stamped   *
      *  with the cycle the window processed, which on a reversed    *
      *  cycle's resend window is below the last cycle on CYCFILE.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-EXC-RETENTION            PIC 9(3) VALUE 90.
           05  WS-SUS-RETENTION            PIC 9(3) VALUE 365.
           05  WS-ALT-RETENTION            PIC 9(3) VALUE 30.
           05  WS-OUT-RETENTION            PIC 9(3) VALUE 400.
           05  WS-RETENTION-IN-EFFECT      PIC 9(3) VALUE 0.

       01  WS-DATE-CONTROL.
                               AND ARC-ALT-RETENTION > 0
                           MOVE ARC-ALT-RETENTION TO WS-ALT-RETENTION
                       END-IF
                       IF ARC-OUT-RETENTION IS NUMERIC
                               AND ARC-OUT-RETENTION > 0
                           MOVE ARC-OUT-RETENTION TO WS-OUT-RETENTION
                       END-IF
               END-READ
               CLOSE ARCHIVE-PARM-FILE
           END-IF.

      *  Generations are stamped with the cycle date the pass last
      *  posted, falling back to today's date when no cycle control
      *  exists yet.  The window cycle, when the control carries
      *  one, is the cycle this window actually processed.
       1200-RESOLVE-GENERATION-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-GENERATION-DATE
                           MOVE CYC-LAST-CYCLE-NUMBER
                               TO WS-GENERATION-CYCLE
                       END-IF
                       IF CYC-WINDOW-CYCLE-NUMBER IS NUMERIC
                               AND CYC-WINDOW-CYCLE-NUMBER > 0
                               AND CYC-WINDOW-CREATE-DATE IS NUMERIC
                               AND CYC-WINDOW-CREATE-DATE > 0
                           MOVE CYC-WINDOW-CYCLE-NUMBER
                               TO WS-GENERATION-CYCLE
                           MOVE CYC-WINDOW-CREATE-DATE
                               TO WS-GENERATION-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.
      *  The cumulative disposition log is the proof that a
      *  suspended item eventually cleared; only keys with a
      *  RELEASED row can let an old suspense generation be purged.
      *  Every row this run could add (the five base files plus
      *  one alert queue per partition) must fit before anything is
      *  rolled - finding the table full after a generation has
      *  been written and its live file scrubbed would leave that
      *  generation invisible to retention and to the audit
      *  catalog.
       1350-CHECK-CATALOG-HEADROOM.
           IF WS-CATALOG-COUNT + 5 + WS-PARTITION-COUNT
                   > WS-CATALOG-MAX
               DISPLAY "ARCHIVE CATALOG TOO FULL FOR THIS RUN - "
                   "HOUSEKEEPING ABANDONED - ARCHCAT LEFT "
           PERFORM 2100-ROLL-ONE-FILE
           PERFORM 2050-ROLL-PARTITION-ALERTS
               VARYING WS-CURRENT-PARTITION FROM 1 BY 1
               UNTIL WS-CURRENT-PARTITION > WS-PARTITION-COUNT
           MOVE SPACES    TO WS-ROLL-SUFFIX
           MOVE "OUTFILE" TO WS-ROLL-SOURCE-NAME
           MOVE "OUT"     TO WS-ROLL-TYPE
           PERFORM 2100-ROLL-ONE-FILE
           MOVE "POSTREL" TO WS-ROLL-SOURCE-NAME
           MOVE "REL"     TO WS-ROLL-TYPE
           PERFORM 2100-ROLL-ONE-FILE.

      *  Each partition step wrote its own ALERTQnn, which the next
      *  window's OPEN OUTPUT would silently overwrite - so every
               IF WS-CAT-FILE-TYPE (WS-CAT-IDX) = "SUS"
                   MOVE WS-SUS-RETENTION TO WS-RETENTION-IN-EFFECT
               ELSE
                   IF WS-CAT-FILE-TYPE (WS-CAT-IDX) = "OUT"
                           OR WS-CAT-FILE-TYPE (WS-CAT-IDX) = "REL"
                       MOVE WS-OUT-RETENTION
                           TO WS-RETENTION-IN-EFFECT
                   ELSE
                       MOVE WS-ALT-RETENTION
                           TO WS-RETENTION-IN-EFFECT
                   END-IF
               END-IF
           END-IF.

