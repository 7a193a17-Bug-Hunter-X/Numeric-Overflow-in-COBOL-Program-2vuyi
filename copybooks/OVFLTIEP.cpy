      *****************************************************************
      *  OVFLTIEP.cpy                                                 *
      *  Tie-out period parameter record (TIEPARM), one record per    *
      *  OVFLTIE run - the first and last cycle date the month-end    *
      *  subledger-to-GL tie-out covers.  Every figure on both sides  *
      *  is selected on the cycle date it belongs to, the date the    *
      *  GL batch carries.  With no parameter file, or a period that  *
      *  is not two valid dates in order, the tie-out covers the      *
      *  calendar month of the run date up to the run date.           *
      *****************************************************************
       01  TIE-PARM-RECORD.
           05  TPM-PERIOD-FROM-DATE        PIC 9(8).
           05  TPM-PERIOD-TO-DATE          PIC 9(8).
