      *    E5 - header record missing or not valid                    *
      *    E6 - trailer count/hash does not match records received    *
      *    E7 - unknown record type                                   *
      *    E8 - IN-KEY not on the ACCTMAST account master             *
      *    E9 - account closed on the ACCTMAST account master         *
      *  REJ-SOURCE-ID is the upstream source system the record came  *
      *  from (blank for a header/trailer failure or a feed that was  *
      *  not consolidated), at the end of the record.                 *
      *  REJ-RECORD-NUMBER is the record's position in the raw feed,  *
      *  the same on every row for one record, so the rows can be     *
      *  counted back to the records they came from.  Zero on items   *
      *  carried forward by the repair step.                          *
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP               PIC X(26).
           05  REJ-NUMBER                  PIC X(12).
           05  REJ-REASON-CODE             PIC X(2).
           05  REJ-REASON-TEXT             PIC X(40).
           05  REJ-SOURCE-ID               PIC X(4).
           05  REJ-RECORD-NUMBER           PIC 9(9).
