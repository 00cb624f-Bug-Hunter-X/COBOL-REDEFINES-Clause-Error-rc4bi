      *****************************************************************
      *  XFERREC.cpy
      *  Shared record layout for one leg of an inter-branch transfer
      *  (feed record type "X", PAYFLDS.cpy's transfer overlay), as
      *  RECPARSE writes it to the day's transfer extract (XFERX) and
      *  RECXFER keeps it on the transfer history (XFERHIST) until
      *  both legs have been seen and agree.
      *
      *    :PREFIX:-TRANSFER-REF  the reference both legs carry -- the
      *                           matching key
      *    :PREFIX:-LEG           which side this record is:
      *      "D"  debit leg, posted to the from-branch
      *      "C"  credit leg, posted to the to-branch
      *    :PREFIX:-TRANS-DATE    the leg's transaction date
      *    :PREFIX:-AMOUNT        the transfer amount, unsigned -- the
      *                           leg says which way it moved
      *    :PREFIX:-FROM-BRANCH   branch the money leaves
      *    :PREFIX:-TO-BRANCH     branch the money arrives at
      *    :PREFIX:-KEY           the record's display key, as PARSEDX
      *                           carries it
      *    :PREFIX:-SOURCE-ID     the regional feed the leg came from
      *    :PREFIX:-RUN-DATE      business date of the run that
      *                           extracted it
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-TRANSFER-REF        PIC X(12).
           05  :PREFIX:-LEG                 PIC X(1).
               88  :PREFIX:-DEBIT-LEG          VALUE "D".
               88  :PREFIX:-CREDIT-LEG         VALUE "C".
           05  :PREFIX:-TRANS-DATE          PIC 9(8).
           05  :PREFIX:-AMOUNT              PIC 9(9)V99.
           05  :PREFIX:-FROM-BRANCH         PIC X(4).
           05  :PREFIX:-TO-BRANCH           PIC X(4).
           05  :PREFIX:-KEY                 PIC X(7).
           05  :PREFIX:-SOURCE-ID           PIC X(8).
           05  :PREFIX:-RUN-DATE            PIC 9(8).
           05  FILLER                       PIC X(17).
