      *****************************************************************
      *  SCRNPREC.cpy
      *  Threshold record for the unusual-activity screening step
      *  (RECSCRN), read from the one-record SCRNPARM parameter file.
      *  Operations set the thresholds here rather than in the
      *  program; a missing file, or a field left blank or not
      *  numeric, falls back to the compiled default shown.
      *
      *    :PREFIX:-CONTROL-KEY       always "RECSCRN"
      *    :PREFIX:-LOOKBACK-DAYS     days of PARSHIST history the
      *                               key and branch norms are taken
      *                               from (30)
      *    :PREFIX:-MIN-HISTORY       history entries a key needs
      *                               before its amounts are judged
      *                               against its own range (3)
      *    :PREFIX:-AMOUNT-MULTIPLE   an amount is outside the key's
      *                               range above this multiple of
      *                               its average, and above its
      *                               largest (10.0)
      *    :PREFIX:-AMOUNT-FLOOR      amounts below this are never
      *                               flagged for size or repetition
      *                               (1,000.00)
      *    :PREFIX:-BRANCH-PCT        a branch's day is a surge when
      *                               its count or value exceeds this
      *                               percentage of its daily average
      *                               (300)
      *    :PREFIX:-BRANCH-MIN-COUNT  records a branch must post in
      *                               the day before a surge counts
      *                               (20)
      *    :PREFIX:-REPEAT-DAYS       days, today included, the same
      *                               amount must post on a key to be
      *                               flagged as repeated (3)
      *    :PREFIX:-REPEAT-WINDOW     calendar days back the repeats
      *                               are looked for (7)
      *    :PREFIX:-DORMANT-DAYS      days without activity after
      *                               which a key is dormant (180)
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-CONTROL-KEY         PIC X(8).
           05  :PREFIX:-LOOKBACK-DAYS       PIC 9(3).
           05  :PREFIX:-MIN-HISTORY         PIC 9(3).
           05  :PREFIX:-AMOUNT-MULTIPLE     PIC 9(3)V9.
           05  :PREFIX:-AMOUNT-FLOOR        PIC 9(9)V99.
           05  :PREFIX:-BRANCH-PCT          PIC 9(5).
           05  :PREFIX:-BRANCH-MIN-COUNT    PIC 9(5).
           05  :PREFIX:-REPEAT-DAYS         PIC 9(2).
           05  :PREFIX:-REPEAT-WINDOW       PIC 9(3).
           05  :PREFIX:-DORMANT-DAYS        PIC 9(4).
           05  FILLER                       PIC X(32).
