      *****************************************************************
      *  TIMEREC.cpy
      *  Batch-window timing history (TIMEHIST).  RUNCTL clears its
      *  step records when the chain head opens a new business date;
      *  just before it does, it appends one record per step of the
      *  closing date here, with the step's records read from that
      *  date's control totals (CTLTOTS), so the history of how long
      *  each step took survives the date.  RECTIME reports on it.
      *
      *    :PREFIX:-BUS-DATE       the business date the step ran for
      *    :PREFIX:-STEP-NAME      the step (program) name
      *    :PREFIX:-START-STAMP    CCYYMMDDHHMMSS, spaces when the
      *                            step's START never registered
      *    :PREFIX:-END-STAMP      CCYYMMDDHHMMSS, spaces when the
      *                            step never registered its END
      *    :PREFIX:-STEP-RC        the return code END registered
      *    :PREFIX:-COMPLETE-FLAG  "Y" once END registered
      *    :PREFIX:-ELAPSED-SECS   end less start in seconds; zero
      *                            when either stamp is missing
      *    :PREFIX:-RECORDS        the step's RECORDS-READ control
      *                            total for the date, zero when it
      *                            writes none
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-BUS-DATE            PIC 9(8).
           05  :PREFIX:-STEP-NAME           PIC X(8).
           05  :PREFIX:-START-STAMP         PIC X(14).
           05  :PREFIX:-END-STAMP           PIC X(14).
           05  :PREFIX:-STEP-RC             PIC 9(2).
           05  :PREFIX:-COMPLETE-FLAG       PIC X(1).
           05  :PREFIX:-ELAPSED-SECS        PIC 9(7).
           05  :PREFIX:-RECORDS             PIC 9(9).
           05  FILLER                       PIC X(17).
