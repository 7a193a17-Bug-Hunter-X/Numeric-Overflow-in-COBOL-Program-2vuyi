      *****************************************************************
      *  OVFLSTEP.cpy                                                 *
      *  Batch-window step-control master record, keyed on cycle      *
      *  number, step name and partition - one row per step run of    *
      *  a cycle, maintained by the OVFLDRV step driver.  Each        *
      *  program still guards itself (MRGTOT verdict, POSTCTL,        *
      *  CYCFILE, GLSENT/GLCONF), but none of those shows the state   *
      *  of the whole window; this master does, so run order is      *
      *  enforced from one place and a restart after an abend starts  *
      *  from the right step instead of from the paper run book.      *
      *  STP-PARTITION-ID is 00 for every step that is not run once   *
      *  per key-range partition (only OVFLCALC is, when             *
      *  PARM-PARTITION-COUNT is two or more).                        *
      *  STP-OUTCOME:                                                 *
      *    S - started, no end recorded yet (in flight, or abended)   *
      *    C - complete, return code within the step's clean limit    *
      *    W - complete with a warning return code - held until an    *
      *        operator accepts it or the step is re-run              *
      *    A - warning reviewed and accepted by operations            *
      *    F - failed (return code 8 or over, or the step's own       *
      *        verdict was bad) - the step must be re-run             *
      *    R - the cycle was reversed by OVFLREV after this step ran; *
      *        the corrected resend runs the step again               *
      *  STP-ATTEMPT-COUNT counts the starts, so a step restarted     *
      *  after an abend shows how many times it was tried.            *
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  STP-MASTER-KEY.
               10  STP-CYCLE-NUMBER        PIC 9(6).
               10  STP-STEP-NAME           PIC X(8).
               10  STP-PARTITION-ID        PIC 9(2).
           05  STP-START-TIMESTAMP         PIC X(26).
           05  STP-END-TIMESTAMP           PIC X(26).
           05  STP-RETURN-CODE             PIC 9(4).
           05  STP-OUTCOME                 PIC X.
               88  STP-STARTED                      VALUE 'S'.
               88  STP-COMPLETE                     VALUE 'C'.
               88  STP-WARNING                      VALUE 'W'.
               88  STP-ACCEPTED                     VALUE 'A'.
               88  STP-FAILED                       VALUE 'F'.
               88  STP-REVERSED                     VALUE 'R'.
               88  STP-FINISHED-CLEAN               VALUE 'C' 'A'.
           05  STP-ATTEMPT-COUNT           PIC 9(3).
           05  STP-NOTE                    PIC X(40).
