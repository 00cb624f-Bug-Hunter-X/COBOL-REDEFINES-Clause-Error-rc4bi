      *****************************************************************
      *  SCRFLREC.cpy
      *  Flagged-key record written by the unusual-activity screening
      *  step (RECSCRN) to SCRNFLAG -- one record per key the latest
      *  screening run flagged, in key order.  The same record shape
      *  loads the SCRNFLAG KSDS (keyed on the 7-byte display key)
      *  that RECBRWS reads to show only flagged keys.
      *
      *    :PREFIX:-KEY           the 7-byte display key, as PARSEDX
      *                           and PARSHIST carry it
      *    :PREFIX:-SCREEN-DATE   business date of the screening run
      *    :PREFIX:-SCORE         the key's highest review score
      *    :PREFIX:-REASONS       one position per test, blank when
      *                           the test did not fire:
      *                             1  "A" amount outside key's range
      *                             2  "R" amount repeated across days
      *                             3  "D" activity on a dormant key
      *    :PREFIX:-BRANCH        branch of the highest-scored record
      *    :PREFIX:-AMOUNT        amount of the highest-scored record
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-KEY                 PIC X(7).
           05  :PREFIX:-SCREEN-DATE         PIC 9(8).
           05  :PREFIX:-SCORE               PIC 9(5).
           05  :PREFIX:-REASONS.
               10  :PREFIX:-REASON-AMOUNT   PIC X(1).
               10  :PREFIX:-REASON-REPEAT   PIC X(1).
               10  :PREFIX:-REASON-DORMANT  PIC X(1).
           05  :PREFIX:-BRANCH              PIC X(4).
           05  :PREFIX:-AMOUNT              PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(21).
