      *****************************************************************
      *  ARCHPREC.cpy
      *  Age limits for the RECMAST archival step (RECMARC), read
      *  from the one-record ARCHPARM parameter file.  A missing
      *  file, or a field left blank or not numeric, falls back to
      *  the compiled default shown.  Ages are in days before the
      *  business date, measured from the record's transaction date.
      *
      *    :PREFIX:-CONTROL-KEY     always "RECMARC"
      *    :PREFIX:-CLOSED-DAYS     a record with status flag 1 "C"
      *                             this old or older is archived (90)
      *    :PREFIX:-INACTIVE-DAYS   any record this old or older has
      *                             had no feed activity long enough
      *                             to be archived (365)
      *
      *  COPY this REPLACING ==:RECNAME:== with the 01-level record
      *  name and ==:PREFIX:== with the field prefix, the same way
      *  WORKREC.cpy is taken.
      *****************************************************************
       01  :RECNAME:.
           05  :PREFIX:-CONTROL-KEY         PIC X(8).
           05  :PREFIX:-CLOSED-DAYS         PIC 9(4).
           05  :PREFIX:-INACTIVE-DAYS       PIC 9(4).
           05  FILLER                       PIC X(64).
