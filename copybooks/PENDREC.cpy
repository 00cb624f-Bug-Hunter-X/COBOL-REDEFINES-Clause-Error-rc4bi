      *****************************************************************
      *  PENDREC.cpy
      *  Shared record layout for the pending-approval file (RECPEND,
      *  a KSDS keyed on the first 23 bytes) that holds RECUPD's
      *  high-value online updates until a second operator decides
      *  them through RECAPPR.  RECPNDRP reports the file nightly.
      *
      *    :PREFIX:-PEND-KEY        the record key:
      *      :PREFIX:-KEY-AREA      the RECMAST 7-byte key area, with
      *                             WORKREC.cpy's two REDEFINES views
      *      :PREFIX:-PARKED-DATE   when the maker keyed the update,
      *      :PREFIX:-PARKED-TIME   CCYYMMDD and FORMATTIME's 8-byte
      *                             time -- a key can carry many
      *                             decided items over time, but at
      *                             most one still pending
      *    :PREFIX:-REC-TYPE        the RECMAST record type, which
      *                             selects the PAYFLDS.cpy overlay
      *                             for both payload images
      *    :PREFIX:-KEY-TEXT        the key as the maker typed it,
      *                             carried to the RAUD audit line
      *    :PREFIX:-STATUS          P pending, A approved (applied to
      *                             RECMAST), R rejected
      *    :PREFIX:-MAKER           operator who keyed the update
      *    :PREFIX:-CHECKER         operator who decided it
      *    :PREFIX:-DECIDED-DATE /  when it was decided
      *    :PREFIX:-DECIDED-TIME
      *    :PREFIX:-REASON          why it was rejected -- the
      *                             checker's text, or the refusal
      *                             RECAPPR recorded itself when the
      *                             RECMAST record had changed under
      *                             the parked update
      *    :PREFIX:-BEFORE          RECMAST payload when the update
      *                             was keyed; approval is refused
      *                             unless RECMAST still holds it
      *    :PREFIX:-AFTER           the edited replacement payload
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-PEND-KEY.
               10  :PREFIX:-KEY-AREA        PIC X(7).
               10  :PREFIX:-KEY-NUMERIC REDEFINES :PREFIX:-KEY-AREA
                                            PIC 9(7) COMP-3.
               10  :PREFIX:-KEY-ALPHA REDEFINES :PREFIX:-KEY-AREA
                                            PIC X(5).
               10  :PREFIX:-PARKED-DATE     PIC X(8).
               10  :PREFIX:-PARKED-TIME     PIC X(8).
           05  :PREFIX:-REC-TYPE            PIC X(1).
           05  :PREFIX:-KEY-TEXT            PIC X(7).
           05  :PREFIX:-STATUS              PIC X(1).
               88  :PREFIX:-PENDING            VALUE "P".
               88  :PREFIX:-APPROVED           VALUE "A".
               88  :PREFIX:-REJECTED           VALUE "R".
           05  :PREFIX:-MAKER               PIC X(8).
           05  :PREFIX:-CHECKER             PIC X(8).
           05  :PREFIX:-DECIDED-DATE        PIC X(8).
           05  :PREFIX:-DECIDED-TIME        PIC X(8).
           05  :PREFIX:-REASON              PIC X(30).
           05  :PREFIX:-BEFORE              PIC X(96).
           05  :PREFIX:-AFTER               PIC X(96).
