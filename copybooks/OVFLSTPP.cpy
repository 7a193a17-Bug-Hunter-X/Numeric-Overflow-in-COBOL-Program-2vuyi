      *****************************************************************
      *  OVFLSTPP.cpy                                                 *
      *  Step-driver request record (STEPPARM), one record per        *
      *  OVFLDRV run.  The schedule runs the driver immediately       *
      *  before and after every step of the batch window:             *
      *    START  - refuse the step unless every predecessor has      *
      *             finished cleanly for STPP-CYCLE-NUMBER; record    *
      *             the start when it may run                         *
      *    END    - record the end, STPP-RETURN-CODE and the outcome  *
      *    ACCEPT - operations signs off a step held on a warning     *
      *             return code (STPP-NOTE says why)                  *
      *    STATUS - report only                                       *
      *  Every run, whatever the action, refreshes the open-cycle     *
      *  status report.  STPP-PARTITION-ID is 00 except for the       *
      *  partitioned OVFLCALC steps.                                  *
      *****************************************************************
       01  STEP-PARM-RECORD.
           05  STPP-ACTION                 PIC X(6).
           05  STPP-CYCLE-NUMBER           PIC 9(6).
           05  STPP-STEP-NAME              PIC X(8).
           05  STPP-PARTITION-ID           PIC 9(2).
           05  STPP-RETURN-CODE            PIC 9(4).
           05  STPP-NOTE                   PIC X(40).
