      * or unmatched correction is reported on FIXRPT with the entry's
      * before and after key bytes (hex-encoded -- the raw image can
      * hold packed or other binary bytes).
      *
      * Every entry corrected or purged is also appended to the
      * correction log (FIXLOG, layout in FIXLGREC.cpy) with the date
      * it went into suspense and the date it was dealt with, so the
      * time corrections take survives the entry's recycle out of
      * SUSPFILE.  RECQUAL reports it per feed and trims the log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECFIX.
           SELECT FIX-REPORT ASSIGN TO "FIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIX-LOG ASSIGN TO "FIXLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-FILE
       FD  FIX-REPORT.
       01  FIX-LINE                      PIC X(120).

       FD  FIX-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY FIXLGREC REPLACING ==:RECNAME:== BY ==FIX-LOG-RECORD==
                                   ==:PREFIX:==  BY ==FL==.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS            PIC X(2).
       01  WS-FIX-LOG-STATUS             PIC X(2).
       01  WS-TODAY-DATE                 PIC 9(8).

       01  WS-CORR-EOF-SWITCH            PIC X VALUE "N".
           88  CORRECTION-EOF           VALUE "Y".
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT FIX-REPORT
      *    The log accumulates across runs -- EXTEND, or a fresh file
      *    (status 35) on the first run.
           OPEN EXTEND FIX-LOG
           IF WS-FIX-LOG-STATUS = "35"
               OPEN OUTPUT FIX-LOG
           END-IF
           PERFORM 1100-LOAD-CORRECTION-TABLE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               WRITE SUSPENSE-RECORD-NEW
           END-IF
           MOVE FUNCTION HEX-OF(SP-AREA(1:7)) TO WS-KEY-AFTER-HEX
           PERFORM 2400-WRITE-FIX-LINE
           IF SP-STATUS-CORRECTED
                   OR WS-CT-ACTION(WS-CT-MATCH-SUB) = "D"
               PERFORM 2450-WRITE-FIX-LOG
           END-IF.

       2350-APPLY-KEY-CORRECTION.
      *    The replacement key arrives as display text.  For a
           END-STRING
           WRITE FIX-LINE.

      *    Only what was actually done: a refused correction leaves
      *    the entry open and is not logged.
       2450-WRITE-FIX-LOG.
           MOVE SPACES TO FIX-LOG-RECORD
           MOVE WS-TODAY-DATE TO FL-FIX-DATE
           MOVE SP-SOURCE-ID TO FL-SOURCE-ID
           MOVE SP-RECORD-NUMBER TO FL-RECORD-NUMBER
           MOVE SP-ENTRY-DATE TO FL-ENTRY-DATE
           MOVE WS-CT-ACTION(WS-CT-MATCH-SUB) TO FL-ACTION
           MOVE SP-REASON TO FL-REASON
           WRITE FIX-LOG-RECORD.

       9000-TERMINATE.
           PERFORM 9100-REPORT-UNMATCHED
           PERFORM 9200-WRITE-TRAILER
           END-IF
           CLOSE SUSPENSE-FILE-NEW
           CLOSE FIX-REPORT
           CLOSE FIX-LOG
           CALL "CBL_DELETE_FILE" USING "SUSPFILE"
           CALL "CBL_RENAME_FILE" USING "SUSPFILE.NEW" "SUSPFILE".

