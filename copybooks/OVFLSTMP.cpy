      *****************************************************************
      *  OVFLSTMP.cpy                                                 *
      *  Statement-period parameter record (STMTPARM), one record per *
      *  OVFLSTMT run - the first and last posted date the statement  *
      *  covers, and an optional single account.  With no parameter   *
      *  file, or a period that is not two valid dates in order, the  *
      *  statement covers the calendar month of the run date up to    *
      *  the run date.  A blank SPM-ACCOUNT states every account.     *
      *****************************************************************
       01  STATEMENT-PARM-RECORD.
           05  SPM-PERIOD-FROM-DATE        PIC 9(8).
           05  SPM-PERIOD-TO-DATE          PIC 9(8).
           05  SPM-ACCOUNT                 PIC X(10).
