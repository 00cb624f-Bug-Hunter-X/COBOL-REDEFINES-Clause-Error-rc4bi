      *****************************************************************
      *  GLJREC.cpy
      *  Shared record layout for the general-ledger journal
      *  interface file (GLJRNL) RECGLPST writes for the ledger's
      *  import.  Fixed 80-byte records, the record type in byte 1
      *  selecting one of three overlays of the body:
      *
      *    "H"  header   -- posting (business) date, source system,
      *                     the date and time the file was built
      *    "D"  detail   -- one journal line: sequence, GL account,
      *                     D(ebit) or C(redit), unsigned amount,
      *                     value (transaction) date, the branch and
      *                     status it was posted for, whether it went
      *                     to suspense, and how many extract records
      *                     it summarizes
      *    "T"  trailer  -- detail line count and the debit and
      *                     credit totals, which are equal on a
      *                     balanced file
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-REC-TYPE            PIC X(1).
               88  :PREFIX:-HEADER             VALUE "H".
               88  :PREFIX:-DETAIL             VALUE "D".
               88  :PREFIX:-TRAILER            VALUE "T".
           05  :PREFIX:-BODY                PIC X(79).
           05  :PREFIX:-HEADER-BODY REDEFINES :PREFIX:-BODY.
               10  :PREFIX:-HDR-POSTING-DATE   PIC 9(8).
               10  :PREFIX:-HDR-SOURCE         PIC X(8).
               10  :PREFIX:-HDR-CREATED-DATE   PIC 9(8).
               10  :PREFIX:-HDR-CREATED-TIME   PIC 9(6).
               10  FILLER                      PIC X(49).
           05  :PREFIX:-DETAIL-BODY REDEFINES :PREFIX:-BODY.
               10  :PREFIX:-DTL-SEQUENCE       PIC 9(7).
               10  :PREFIX:-DTL-ACCOUNT        PIC X(12).
               10  :PREFIX:-DTL-DR-CR          PIC X(1).
                   88  :PREFIX:-DTL-DEBIT         VALUE "D".
                   88  :PREFIX:-DTL-CREDIT        VALUE "C".
               10  :PREFIX:-DTL-AMOUNT         PIC 9(11)V99.
               10  :PREFIX:-DTL-VALUE-DATE     PIC 9(8).
               10  :PREFIX:-DTL-BRANCH         PIC X(4).
               10  :PREFIX:-DTL-STATUS         PIC X(1).
               10  :PREFIX:-DTL-SUSPENSE-FLAG  PIC X(1).
               10  :PREFIX:-DTL-ITEM-COUNT     PIC 9(7).
               10  FILLER                      PIC X(25).
           05  :PREFIX:-TRAILER-BODY REDEFINES :PREFIX:-BODY.
               10  :PREFIX:-TRL-LINE-COUNT     PIC 9(9).
               10  :PREFIX:-TRL-DEBIT-TOTAL    PIC 9(13)V99.
               10  :PREFIX:-TRL-CREDIT-TOTAL   PIC 9(13)V99.
               10  FILLER                      PIC X(40).
