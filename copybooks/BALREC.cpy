      *****************************************************************
      *  BALREC.cpy
      *  Shared record layout for the balance ledger (BALMAST, a KSDS
      *  keyed on the 7-byte key) that RECLEDG posts each night from
      *  the day's PARSEDX extract and RECSTMT reads for customer
      *  statements.  The key is the display form PARSEDX and
      *  PARSHIST carry -- numeric keys as their seven zero-filled
      *  digits, alpha keys as the reference code -- so the ledger
      *  joins to the history without unpacking COMP-3.
      *
      *    :PREFIX:-KEY              the 7-byte display key
      *    :PREFIX:-PERIOD-START     CCYYMMDD first day of the period
      *                              the period-to-date figures cover
      *                              (the business date's month)
      *    :PREFIX:-OPENING-BALANCE  balance of every transaction
      *                              dated before the period start
      *    :PREFIX:-PTD-DEBITS       negative amounts dated in the
      *                              period, shown unsigned (the
      *                              RECSETTL convention)
      *    :PREFIX:-PTD-CREDITS      positive amounts dated in the
      *                              period
      *    :PREFIX:-CURRENT-BALANCE  signed balance of everything
      *                              posted -- always OPENING-BALANCE
      *                              + PTD-CREDITS - PTD-DEBITS
      *    :PREFIX:-LAST-ACTIVITY    latest transaction date posted
      *    :PREFIX:-LAST-POSTED      business date of the posting run
      *                              that last touched the key; a
      *                              second run for the same date
      *                              leaves the key alone
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-KEY                 PIC X(7).
           05  :PREFIX:-PERIOD-START        PIC 9(8).
           05  :PREFIX:-OPENING-BALANCE     PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  :PREFIX:-PTD-DEBITS          PIC 9(11)V99.
           05  :PREFIX:-PTD-CREDITS         PIC 9(11)V99.
           05  :PREFIX:-CURRENT-BALANCE     PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  :PREFIX:-LAST-ACTIVITY       PIC 9(8).
           05  :PREFIX:-LAST-POSTED         PIC 9(8).
           05  FILLER                       PIC X(15).
