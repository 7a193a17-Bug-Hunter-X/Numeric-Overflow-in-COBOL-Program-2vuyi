      *****************************************************************
      *  OVFLACTX.cpy                                                 *
      *  Account maintenance transaction (ACCTTRAN), applied by       *
      *  OVFLAMNT in file order.  ATX-ACTION:                         *
      *    ADD    - new account; status O or F (blank takes O), open  *
      *             date and business unit required, ceiling          *
      *             optional                                          *
      *    CHANGE - any field left blank (spaces) stays as it is;     *
      *             status may be set to O or F only (O on a closed   *
      *             account reopens it); a ceiling of zero removes    *
      *             the account's own ceiling                         *
      *    CLOSE  - status C, closed today                            *
      *  ATX-USER-ID is the person keying the change and goes on the  *
      *  audit row beside the before and after images.                *
      *****************************************************************
       01  ACCOUNT-TRANSACTION-RECORD.
           05  ATX-ACTION                  PIC X(6).
           05  ATX-KEY                     PIC X(10).
           05  ATX-STATUS                  PIC X.
           05  ATX-OPEN-DATE               PIC 9(8).
           05  ATX-BUSINESS-UNIT           PIC X(6).
           05  ATX-CEILING                 PIC 9(9)V99.
           05  ATX-USER-ID                 PIC X(8).
