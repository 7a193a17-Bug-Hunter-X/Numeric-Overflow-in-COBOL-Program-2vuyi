      *  batch while the previously sent batch is unconfirmed or      *
      *  failed - twice this year a rejected batch was only noticed   *
      *  at month-end when OVFL-CLEAR did not zero.                   *
      *  Batches are matched on cycle date alone, and a reversal      *
      *  batch (OVFLREV) or a reversed cycle's resend carries the     *
      *  same date as a batch already confirmed - so releasing any    *
      *  batch scratches GLCONF, and a confirmation on file always    *
      *  belongs to the batch currently on GLSENT.                    *
      *****************************************************************
       01  GL-CONFIRM-RECORD.
           05  GLC-CYCLE-DATE              PIC 9(8).
