      *****************************************************************
      *  FIXLGREC.cpy
      *  Shared record layout for the suspense correction log
      *  (FIXLOG).  RECFIX appends one entry for every suspense entry
      *  it corrects or purges, so the time a reject spent waiting
      *  for its correction survives after RECSPLIT has recycled the
      *  entry out of SUSPFILE.  RECQUAL reads the log for the
      *  correction-time figures on the feed quality scorecard and
      *  trims it to its retention window.
      *
      *    :PREFIX:-FIX-DATE        the date RECFIX applied it
      *    :PREFIX:-SOURCE-ID       the rejected record's feed
      *    :PREFIX:-RECORD-NUMBER   its input record number in that
      *                             feed
      *    :PREFIX:-ENTRY-DATE      the date it went into suspense
      *                             (SUSPREC.cpy's ENTRY-DATE)
      *    :PREFIX:-ACTION          the correction action applied:
      *      "K"  key replaced
      *      "R"  record image replaced
      *      "D"  purged without recycling
      *    :PREFIX:-REASON          the reject reason it was held for
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-FIX-DATE            PIC 9(8).
           05  :PREFIX:-SOURCE-ID           PIC X(8).
           05  :PREFIX:-RECORD-NUMBER       PIC 9(9).
           05  :PREFIX:-ENTRY-DATE          PIC 9(8).
           05  :PREFIX:-ACTION              PIC X(1).
               88  :PREFIX:-ACTION-KEY          VALUE "K".
               88  :PREFIX:-ACTION-RECORD       VALUE "R".
               88  :PREFIX:-ACTION-DELETE       VALUE "D".
           05  :PREFIX:-REASON              PIC X(40).
           05  FILLER                       PIC X(6).
