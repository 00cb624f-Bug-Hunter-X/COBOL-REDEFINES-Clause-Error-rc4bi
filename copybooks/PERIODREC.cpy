      *****************************************************************
      *  PERIODREC.cpy
      *  Accounting-period control record on the PERIODS file -- the
      *  online copy of the period control RUNCTL keeps on the "P"
      *  record of the run-control dataset.  The month-end close step
      *  (RECPCLOS) rewrites this one-record file after every close,
      *  and the same record shape loads the PERIODS KSDS (keyed on
      *  the 8-byte control name) that RECUPD and RECAPPR read, so an
      *  online correction cannot move a transaction into a period
      *  that has been signed off.
      *
      *    :PREFIX:-CONTROL-KEY     always "PERIOD"
      *    :PREFIX:-OPEN-PERIOD     the open period, CCYYMM
      *    :PREFIX:-CLOSED-PERIOD   the latest closed period, CCYYMM;
      *                             it and every earlier period are
      *                             locked
      *    :PREFIX:-CLOSE-STAMP     CCYYMMDDHHMMSS of that close
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-CONTROL-KEY         PIC X(8).
           05  :PREFIX:-OPEN-PERIOD         PIC 9(6).
           05  :PREFIX:-CLOSED-PERIOD       PIC 9(6).
           05  :PREFIX:-CLOSE-STAMP         PIC X(14).
           05  FILLER                       PIC X(6).
