      * FULL mode, every record of the prior file the truncation is
      * about to throw away -- so a bad load is a RECBKOUT run, not a
      * multi-hour rebuild from a prior day's copy.
      *
      * RECVRFY runs next with the same command-line words and
      * proves RECMAST holds, key by key, what this run read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLOAD.
