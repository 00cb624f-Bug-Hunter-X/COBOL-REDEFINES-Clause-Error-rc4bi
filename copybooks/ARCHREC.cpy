      *****************************************************************
      *  ARCHREC.cpy
      *  Record layout for the RECMAST archive (RECARCH), the KSDS
      *  the archival step (RECMARC) moves closed and long-inactive
      *  records into, keyed on the same 7-byte key area as RECMAST
      *  so RECINQ can look a key up in either file the same way.
      *
      *    :PREFIX:-MASTER-IMAGE   the RECMAST record exactly as it
      *                            left the master -- the WORKREC.cpy
      *                            shape, with its two key views
      *    :PREFIX:-ARCHIVE-DATE   business date of the archival run
      *    :PREFIX:-ARCHIVE-REASON why it went:
      *      "C"  status flag 1 closed past the closed-age limit
      *      "I"  no feed activity past the inactive-age limit
      *    :PREFIX:-LAST-ACTIVITY  the record's transaction date -- the
      *                            last feed record that touched it
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-MASTER-IMAGE.
               10  :PREFIX:-REC-TYPE        PIC X(1).
               10  :PREFIX:-KEY-AREA        PIC X(7).
               10  :PREFIX:-KEY-NUMERIC REDEFINES :PREFIX:-KEY-AREA
                                            PIC 9(7) COMP-3.
               10  :PREFIX:-PAYLOAD         PIC X(96).
               10  :PREFIX:-SOURCE-ID       PIC X(8).
           05  :PREFIX:-ARCHIVE-DATE        PIC 9(8).
           05  :PREFIX:-ARCHIVE-REASON      PIC X(1).
               88  :PREFIX:-ARCHIVED-CLOSED     VALUE "C".
               88  :PREFIX:-ARCHIVED-INACTIVE   VALUE "I".
           05  :PREFIX:-LAST-ACTIVITY       PIC 9(8).
           05  FILLER                       PIC X(11).
