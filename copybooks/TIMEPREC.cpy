      *****************************************************************
      *  TIMEPREC.cpy
      *  Batch-window parameters for the timing report (RECTIME),
      *  read from the one-record TIMEPARM file.  A missing file, or
      *  a field left blank or not numeric, falls back to the
      *  compiled default shown.
      *
      *    :PREFIX:-CONTROL-KEY     always "RECTIME"
      *    :PREFIX:-TREND-DATES     business dates the report and
      *                             its trends cover, at most 60 (10)
      *    :PREFIX:-WINDOW-START    HHMM the batch window opens (2200)
      *    :PREFIX:-DEADLINE        HHMM the chain must be complete
      *                             by -- the online region's start;
      *                             earlier than WINDOW-START means
      *                             the next morning (0600)
      *    :PREFIX:-WARN-DAYS       a breach the trend predicts within
      *                             this many days sets the warning
      *                             return code (5)
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-CONTROL-KEY         PIC X(8).
           05  :PREFIX:-TREND-DATES         PIC 9(3).
           05  :PREFIX:-WINDOW-START.
               10  :PREFIX:-WINDOW-HH       PIC 9(2).
               10  :PREFIX:-WINDOW-MM       PIC 9(2).
           05  :PREFIX:-DEADLINE.
               10  :PREFIX:-DEADLINE-HH     PIC 9(2).
               10  :PREFIX:-DEADLINE-MM     PIC 9(2).
           05  :PREFIX:-WARN-DAYS           PIC 9(3).
           05  FILLER                       PIC X(58).
