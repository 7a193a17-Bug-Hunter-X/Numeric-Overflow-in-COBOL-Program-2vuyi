      *****************************************************************
      *  OVFLACKW.cpy                                                 *
      *  Acknowledgment watermark record (ACKCTL) - how far OVFLACK   *
      *  has read the cumulative RELLOG and REJLOG logs, so each      *
      *  release and write-off is sent upstream as a status change    *
      *  once.  Both logs are only ever appended to, so a row count   *
      *  marks the place.  The start counts are kept as well as the   *
      *  end counts so a re-run of the same cycle sends the same      *
      *  status changes again instead of none.                        *
      *  The DUPLOG counts mark the same place on the duplicate-hold  *
      *  log, whose applied RELEASE and DISCARD decisions are sent    *
      *  the same way.  They ride at the end of the record so a       *
      *  watermark written before they existed still parses (blank,   *
      *  treated as zero).                                            *
      *****************************************************************
       01  ACK-WATERMARK-RECORD.
           05  AKW-CYCLE-NUMBER            PIC 9(6).
           05  AKW-CYCLE-DATE              PIC 9(8).
           05  AKW-RELLOG-START            PIC 9(9).
           05  AKW-RELLOG-END              PIC 9(9).
           05  AKW-REJLOG-START            PIC 9(9).
           05  AKW-REJLOG-END              PIC 9(9).
           05  AKW-UPDATED-TIMESTAMP       PIC X(26).
           05  AKW-DUPLOG-START            PIC 9(9).
           05  AKW-DUPLOG-END              PIC 9(9).
