      *  RUNCTLLK.cpy
      *  Parameter block for the RUNCTL run-control subprogram --
      *  every chain program (RECSPLIT, RECPARSE, RECXREF, RECLOAD,
      *  RECVRFY, RECDELTA) registers its start and end on the shared
      *  RUNCTL dataset through this block, and a step refuses to
      *  start when its predecessor has not completed cleanly for
      *  the business date, or when the date is already marked
      *  released, unless the operator forces it.
      *
      *    :PREFIX:-FUNCTION   "START"    register the step starting;
      *                                   refused per the rules above
      *                                   for steps outside the
      *                                   enforced chain that stamp
      *                                   their outputs with it
      *                        "CLOSE"    close the accounting period
      *                                   given in OPEN-PERIOD (the
      *                                   month-end close step); the
      *                                   next month becomes the
      *                                   open period
      *    :PREFIX:-STEP-NAME  the calling program's name
      *    :PREFIX:-PRED-NAME  the step that must have completed
      *                        cleanly first; spaces for the chain
      *                        "12" predecessor not complete/clean
      *                        "14" date already marked released
      *                        "16" step already ran clean this date
      *                        "18" CLOSE refused: not the open
      *                             period, not yet ended, or the
      *                             business date not released
      *    :PREFIX:-MESSAGE    operator text explaining the result
      *    :PREFIX:-OPEN-PERIOD   out: the open accounting period,
      *                        CCYYMM, zero until the first close;
      *                        in on CLOSE: the period to close
      *    :PREFIX:-CLOSED-PERIOD out: the latest closed period,
      *                        CCYYMM -- every period up to and
      *                        including it is locked; zero when
      *                        none has been closed
      *
      *  A caller that gets a nonzero result must not process: report
      *  the message, set RETURN-CODE 16, stop.
           05  :PREFIX:-STEP-RC             PIC 9(2).
           05  :PREFIX:-RESULT              PIC X(2).
           05  :PREFIX:-MESSAGE             PIC X(60).
           05  :PREFIX:-OPEN-PERIOD         PIC 9(6).
           05  :PREFIX:-CLOSED-PERIOD       PIC 9(6).
