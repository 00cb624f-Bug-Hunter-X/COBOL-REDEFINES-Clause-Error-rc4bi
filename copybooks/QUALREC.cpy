      *****************************************************************
      *  QUALREC.cpy
      *  Shared record layout for the feed data-quality history
      *  (QUALHIST).  RECQUAL adds each business date's reject
      *  outcomes to it, per regional feed (source id), and reads the
      *  earlier dates back for the day-over-day and 30-day trends on
      *  its scorecard.  Two kinds of row, by :PREFIX:-ROW-TYPE:
      *
      *    "V"  volume row, one per feed per date:
      *         :PREFIX:-RECEIVED       data records the feed sent
      *                                 (its ACCEPTED plus REJECTED
      *                                 acknowledgments)
      *         :PREFIX:-SPLIT-REJECTS  records RECSPLIT rejected to
      *                                 suspense
      *         :PREFIX:-PARSE-REJECTS  records RECPARSE kept out of
      *                                 the extract for field errors
      *         :PREFIX:-FIELD-ERRORS   the field errors behind them
      *         :PREFIX:-SUSP-OPEN      the feed's suspense entries
      *                                 still open that day
      *         :PREFIX:-SUSP-AGE-DAYS  their ages added together, in
      *                                 days
      *    "R"  reason row, one per feed per reject reason per date:
      *         :PREFIX:-STAGE          "S" a RECSPLIT reject reason,
      *                                 "P" a RECPARSE field error
      *                                 (field name and reason)
      *         :PREFIX:-REASON         the reason text
      *         :PREFIX:-REASON-COUNT   how many that day
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-RUN-DATE            PIC 9(8).
           05  :PREFIX:-SOURCE-ID           PIC X(8).
           05  :PREFIX:-ROW-TYPE            PIC X(1).
               88  :PREFIX:-VOLUME-ROW          VALUE "V".
               88  :PREFIX:-REASON-ROW          VALUE "R".
           05  :PREFIX:-ROW-BODY            PIC X(63).
           05  :PREFIX:-VOLUME-BODY REDEFINES :PREFIX:-ROW-BODY.
               10  :PREFIX:-RECEIVED        PIC 9(9).
               10  :PREFIX:-SPLIT-REJECTS   PIC 9(9).
               10  :PREFIX:-PARSE-REJECTS   PIC 9(9).
               10  :PREFIX:-FIELD-ERRORS    PIC 9(9).
               10  :PREFIX:-SUSP-OPEN       PIC 9(9).
               10  :PREFIX:-SUSP-AGE-DAYS   PIC 9(9).
               10  FILLER                   PIC X(9).
           05  :PREFIX:-REASON-BODY REDEFINES :PREFIX:-ROW-BODY.
               10  :PREFIX:-STAGE           PIC X(1).
                   88  :PREFIX:-SPLIT-STAGE     VALUE "S".
                   88  :PREFIX:-PARSE-STAGE     VALUE "P".
               10  :PREFIX:-REASON          PIC X(44).
               10  :PREFIX:-REASON-COUNT    PIC 9(9).
               10  FILLER                   PIC X(9).
