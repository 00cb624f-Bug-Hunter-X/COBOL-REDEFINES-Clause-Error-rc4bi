      *      cols 23-24  status flags
      *      cols 25-96  reserved
      *
      *    type "X" -- :PREFIX:-PAY-TRANSFER, one leg of an inter-branch
      *      transfer (alphanumeric-keyed like type "A", and laid out
      *      as a type "A" payload with the transfer fields behind it,
      *      so the date, branch, amount and status read the same
      *      through either overlay):
      *      cols  1- 8  transaction date, CCYYMMDD display digits
      *      cols  9-12  from-branch -- the branch the money leaves
      *      cols 13-22  signed amount, S9(7)V99 SIGN LEADING SEPARATE:
      *                  negative for the debit leg, posted to the
      *                  from-branch; positive for the credit leg,
      *                  posted to the to-branch
      *      cols 23-24  status flags
      *      cols 25-28  to-branch -- the branch the money arrives at
      *      cols 29-40  transfer reference, the same on both legs
      *      cols 41-96  reserved
      *
      *  Domain rules enforced by RECPARSE (and any online edit of the
      *  payload): the date must be a real calendar date, the amount
      *  must be numeric with a valid leading sign and must not exceed
      *  10,000,000.00 in either direction, the branch must be on the
      *  branch list, and status flag 1 must be one of the known
      *  dispositions.  A transfer leg must also carry both branches
      *  on the branch list and different from each other, a
      *  transfer reference, and a non-zero amount.
      *
      *  Status flag 2 carries the authorised back-dated override:
      *  "B" lets a transaction dated in a closed accounting period
      *  through RECPARSE to the extract (it is still listed on the
      *  back-dated exception report); any other value leaves such a
      *  transaction held on that report.
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level name for
      *  the caller's own payload buffer and ==:PREFIX:== with the
                       88  :PREFIX:-PN-STATUS-HELD      VALUE "H".
                       88  :PREFIX:-PN-STATUS-CLOSED    VALUE "C".
                   15  :PREFIX:-PN-STATUS-2     PIC X(1).
                       88  :PREFIX:-PN-BACKDATE-OVERRIDE VALUE "B".
               10  FILLER                   PIC X(70).
           05  :PREFIX:-PAY-ALPHA REDEFINES :PREFIX:-PAY-IMAGE.
               10  :PREFIX:-PA-TRANS-DATE.
                       88  :PREFIX:-PA-STATUS-HELD      VALUE "H".
                       88  :PREFIX:-PA-STATUS-CLOSED    VALUE "C".
                   15  :PREFIX:-PA-STATUS-2     PIC X(1).
                       88  :PREFIX:-PA-BACKDATE-OVERRIDE VALUE "B".
               10  FILLER                   PIC X(72).
           05  :PREFIX:-PAY-TRANSFER REDEFINES :PREFIX:-PAY-IMAGE.
               10  :PREFIX:-PT-TRANS-DATE.
                   15  :PREFIX:-PT-DATE-CCYY    PIC 9(4).
                   15  :PREFIX:-PT-DATE-MM      PIC 9(2).
                   15  :PREFIX:-PT-DATE-DD      PIC 9(2).
               10  :PREFIX:-PT-FROM-BRANCH  PIC X(4).
               10  :PREFIX:-PT-AMOUNT       PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
               10  :PREFIX:-PT-STATUS-FLAGS.
                   15  :PREFIX:-PT-STATUS-1     PIC X(1).
                       88  :PREFIX:-PT-STATUS-ACTIVE    VALUE "A".
                       88  :PREFIX:-PT-STATUS-HELD      VALUE "H".
                       88  :PREFIX:-PT-STATUS-CLOSED    VALUE "C".
                   15  :PREFIX:-PT-STATUS-2     PIC X(1).
                       88  :PREFIX:-PT-BACKDATE-OVERRIDE VALUE "B".
               10  :PREFIX:-PT-TO-BRANCH    PIC X(4).
               10  :PREFIX:-PT-TRANSFER-REF PIC X(12).
               10  FILLER                   PIC X(56).
