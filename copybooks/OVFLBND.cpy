      *  the R1 suspension must not be the first anyone sees of it.   *
      *  No band file (or no valid rows) leaves every row "N",        *
      *  exactly the behaviour before bands existed.                  *
      *  BND-BAND-SET names the set a row belongs to; OVFLCALC loads  *
      *  only the rows of the set the PARMSCHD schedule row for the   *
      *  cycle names (spaces - the unlabelled rows - when there is    *
      *  no schedule).  It rides at the end of the record so a band   *
      *  file written before sets existed still parses, as the        *
      *  unlabelled set.                                              *
      *****************************************************************
       01  BAND-RECORD.
           05  BND-SEVERITY                PIC X(1).
           05  BND-THRESHOLD-PCT           PIC 9(3).
           05  BND-BAND-SET                PIC X(8).
