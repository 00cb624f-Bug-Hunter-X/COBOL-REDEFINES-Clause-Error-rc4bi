      *****************************************************************
      *  APRLMREC.cpy
      *  Approval-limit record on the APRLIMIT file (a small KSDS
      *  keyed on the 8-byte program name) that sets when an online
      *  update needs a second operator's approval before it reaches
      *  RECMAST.  RECUPD reads the "RECUPD" record on every update,
      *  so a limit change takes effect without a program change.
      *
      *    :PREFIX:-PROGRAM         "RECUPD"
      *    :PREFIX:-AMOUNT-LIMIT    an update is parked when the
      *                             record's amount, before or after
      *                             the change, is above this
      *                             (unsigned) figure
      *    :PREFIX:-CHANGE-PCT      ... or when it moves the amount
      *                             by more than this percentage of
      *                             the amount before the change
      *
      *  A limit of zero switches that test off.
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-PROGRAM             PIC X(8).
           05  :PREFIX:-AMOUNT-LIMIT        PIC 9(9)V99.
           05  :PREFIX:-CHANGE-PCT          PIC 9(3)V99.
           05  FILLER                       PIC X(6).
