      * out to WORK-FILE (see WORKREC.cpy).  This replaces the dozens
      * of hand-rolled copies of this split that used to live in
      * individual jobs.
      *
      * Inter-branch transfer legs arrive as discriminator "X" --
      * "T" was already the feed trailer's -- keyed on the same
      * 5-byte alphanumeric reference code as type "A" and split
      * through WS-AREA-3 the same way; their payload carries the
      * from-branch, to-branch, transfer reference and amount (the
      * transfer overlay in PAYFLDS.cpy), which RECPARSE edits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSPLIT.
           05  RL-ACK-COUNT                 PIC 9(9).
           05  RL-ACK-ACCEPTED-COUNT        PIC 9(9).
           05  RL-ACK-HEADER-SWITCH         PIC X.
           05  RL-TRANSFER-COUNT            PIC 9(9).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                  PIC X(80).
      *  WS-REC-TYPE is the 1-byte discriminator read ahead of
      *  WS-AREA-1 that tells us whether to apply the numeric overlay
      *  (WS-AREA-2 / WS-SUB-AREA-1) or the alphanumeric overlay
      *  (WS-AREA-3 / WS-ALPHA-KEY) to the current record.  A
      *  transfer leg ("X") is alphanumeric-keyed and takes WS-AREA-3.
      *****************************************************************
       01  WS-REC-TYPE                 PIC X(1).
           88  NUMERIC-KEYED-RECORD    VALUE "N".
           88  ALPHA-KEYED-RECORD      VALUE "A".
           88  TRANSFER-RECORD         VALUE "X".
           88  HEADER-RECORD           VALUE "H".
           88  TRAILER-RECORD          VALUE "T".

      *****************************************************************
       01  WS-NUMERIC-KEY-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ALPHA-KEY-COUNT           PIC 9(9) VALUE ZERO.
      *    Transfer legs -- counted among the alphanumeric-keyed
      *    records as well.
       01  WS-TRANSFER-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-VALIDATION-FAILURE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-MIN-KEY                   PIC 9(7) VALUE 9999999.
       01  WS-MAX-KEY                   PIC 9(7) VALUE ZERO.
                           MOVE RL-NUMERIC-KEY-COUNT
                               TO WS-NUMERIC-KEY-COUNT
                           MOVE RL-ALPHA-KEY-COUNT TO WS-ALPHA-KEY-COUNT
                           MOVE RL-TRANSFER-COUNT TO WS-TRANSFER-COUNT
                           MOVE RL-VALIDATION-FAILURE-COUNT
                               TO WS-VALIDATION-FAILURE-COUNT
                           MOVE RL-MIN-KEY TO WS-MIN-KEY
                       MOVE "WS-SUB-AREA-1 NOT NUMERIC"
                           TO WS-EXCEPTION-REASON
                   END-IF
               WHEN ALPHA-KEYED-RECORD OR TRANSFER-RECORD
                   IF WS-ALPHA-KEY EQUAL SPACES
                       SET INVALID-RECORD TO TRUE
                       MOVE "WS-ALPHA-KEY IS BLANK"
                           WS-KEY-HASH-TOTAL + WS-SUB-AREA-1,
                           10000000000000)
                   END-IF
               WHEN ALPHA-KEYED-RECORD OR TRANSFER-RECORD
                   MOVE WS-ALPHA-KEY TO WORK-KEY-ALPHA
                   MOVE WS-ALPHA-PAYLOAD TO WORK-PAYLOAD
                   MOVE WS-ALPHA-KEY TO WS-AUDIT-KEY
                   ADD 1 TO WS-ALPHA-KEY-COUNT
                   IF TRANSFER-RECORD
                       ADD 1 TO WS-TRANSFER-COUNT
                   END-IF
                   IF NOT RECYCLE-PHASE
                       ADD 1 TO WS-SS-ALPHA-COUNT(WS-FEED-NUMBER)
                   END-IF
           MOVE WS-SOURCE-STATS             TO RL-SOURCE-STATS
           MOVE WS-NUMERIC-KEY-COUNT        TO RL-NUMERIC-KEY-COUNT
           MOVE WS-ALPHA-KEY-COUNT          TO RL-ALPHA-KEY-COUNT
           MOVE WS-TRANSFER-COUNT           TO RL-TRANSFER-COUNT
           MOVE WS-VALIDATION-FAILURE-COUNT
               TO RL-VALIDATION-FAILURE-COUNT
           MOVE WS-MIN-KEY                  TO RL-MIN-KEY
           END-STRING
           WRITE SUMMARY-LINE

           MOVE WS-TRANSFER-COUNT TO WS-SUMMARY-NUMBER-ED
           MOVE SPACES TO SUMMARY-LINE
           STRING "  OF WHICH TRANSFER LEGS ... "
                       DELIMITED BY SIZE
                  WS-SUMMARY-NUMBER-ED  DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           IF WS-NUMERIC-KEY-COUNT > ZERO
               STRING "NUMERIC KEY RANGE .......... "
