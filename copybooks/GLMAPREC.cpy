      *****************************************************************
      *  GLMAPREC.cpy
      *  Shared record layout for the general-ledger account-mapping
      *  reference file (GLACCTS), maintained by GLMNT the same way
      *  BRNMNT maintains BRANCHES and held in ascending
      *  branch/status sequence.  One record per branch and status
      *  flag combination the ledger posts:
      *
      *    :PREFIX:-BRANCH          the 4-byte branch code
      *    :PREFIX:-STATUS          status flag 1 (PAYFLDS.cpy's
      *                             STATUS-1: A active, H held,
      *                             C closed)
      *    :PREFIX:-ACCOUNT         the GL account the branch side of
      *                             the posting goes to -- debited
      *                             with the combination's debits,
      *                             credited with its credits
      *    :PREFIX:-OFFSET-ACCOUNT  the settlement clearing account
      *                             that takes the other side, so
      *                             every posting is balanced
      *    :PREFIX:-DESCRIPTION     free text for the maintenance
      *                             audit
      *
      *  A record with branch "****" and status "*" is the suspense
      *  control entry: its accounts receive any branch/status
      *  combination that has no mapping of its own.
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-MAP-KEY.
               10  :PREFIX:-BRANCH          PIC X(4).
               10  :PREFIX:-STATUS          PIC X(1).
           05  :PREFIX:-ACCOUNT             PIC X(12).
           05  :PREFIX:-OFFSET-ACCOUNT      PIC X(12).
           05  :PREFIX:-DESCRIPTION         PIC X(31).
