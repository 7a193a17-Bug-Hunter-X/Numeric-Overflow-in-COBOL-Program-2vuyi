      *****************************************************************
      *  OVFLCNSP.cpy                                                 *
      *  Consolidation parameter record (CONSPARM) - one row per      *
      *  upstream source system expected this cycle, in the order     *
      *  OVFLCONS is to merge them: the source id stamped on every    *
      *  detail the source sends, and the dataset its raw feed        *
      *  arrived on.  Each feed carries its own OVFLIN envelope and   *
      *  its own cycle numbering.  Where two sources send the same    *
      *  key, the source listed first goes first in the combined      *
      *  feed and OVFLEDIT rejects the later one E4.  With no         *
      *  CONSPARM on hand OVFLCONS leaves RAWIN exactly as received.  *
      *****************************************************************
       01  CONSOLIDATION-PARM-RECORD.
           05  CNP-SOURCE-ID               PIC X(4).
           05  CNP-FEED-NAME               PIC X(20).
