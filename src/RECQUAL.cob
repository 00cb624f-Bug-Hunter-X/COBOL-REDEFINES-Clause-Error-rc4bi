      ******************************************************************
      * PROGRAM-ID: RECQUAL
      *
      * Feed data-quality scorecard, run after RECPARSE.  A region's
      * rejects are spread across EXCPRPT, SUSPAGE, PARSERR and its
      * ACKFILE, each covering one day, so there were no figures to
      * show a region when its data got worse.  This step gathers the
      * day's reject outcomes per regional feed (source id) and per
      * reason, adds them to the quality history (QUALHIST, layout in
      * QUALREC.cpy), and prints a scorecard per feed (QUALRPT) with
      * the day-over-day and 30-day trend.
      *
      * Where the day's figures come from:
      *
      *   ACKFILE1-3  one per feed, as RECSPLIT acknowledged it: the
      *               header's source id, every data record ACCEPTED
      *               or REJECTED, and the reject reason -- the
      *               records received and the split rejects
      *   PARSERR     RECPARSE's field errors, each carrying the
      *               record's source id: the records kept out of the
      *               extract and the field/reason behind each one
      *   SUSPFILE    the reject suspense file after today's split:
      *               entries still open per feed and their age
      *   FIXLOG      RECFIX's correction log (FIXLGREC.cpy): how
      *               long each corrected entry waited in suspense
      *
      * Records recycled out of suspense are re-split under the
      * source id SUSPENSE, so their field errors score against that
      * pseudo-feed rather than the region's day.
      *
      * The scorecard shows, per feed: records received, split and
      * field-error rejects and the reject rate, against the prior
      * business date on the history and the 30 days before today;
      * the top three reject reasons of the day; suspense entries
      * still open and their average age, against the prior date;
      * corrections made today and over the same 30 days before it,
      * with the average days each took.  A feed whose reject rate
      * today is above the escalation threshold is flagged for
      * escalation to its region and listed again at the end, and the
      * run ends RETURN-CODE 4.
      *
      * Command line: the escalation threshold as a reject-rate
      * percentage (first word, default 5; "2.5" is allowed) and the
      * history retention in days (second word, default 90).  The
      * history is rebuilt as QUALHIST.NEW and swapped in at end of
      * job, RECHARC-style; rows already on it for the business date
      * (a re-run of the day) are replaced by this run's.  FIXLOG is
      * trimmed to the same retention the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECQUAL.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE1 ASSIGN TO "ACKFILE1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-FILE2 ASSIGN TO "ACKFILE2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-FILE3 ASSIGN TO "ACKFILE3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT PARSE-ERROR-FILE ASSIGN TO "PARSERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARSE-ERROR-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FIX-LOG ASSIGN TO "FIXLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-LOG-STATUS.

           SELECT FIX-LOG-NEW ASSIGN TO "FIXLOG.NEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "QUALHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-FILE-NEW ASSIGN TO "QUALHIST.NEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCORECARD-REPORT ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Acknowledgment records as RECSPLIT writes them (its
      *    WS-ACK-RECORD) -- keep the layouts in step.
       FD  ACK-FILE1
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ACK-RECORD1                   PIC X(60).

       FD  ACK-FILE2
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ACK-RECORD2                   PIC X(60).

       FD  ACK-FILE3
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ACK-RECORD3                   PIC X(60).

      *    RECPARSE's error report; field-error lines are fixed-
      *    position (see RECPARSE's ERROR-REPORT), the trailer lines
      *    are not and are skipped.
       FD  PARSE-ERROR-FILE.
       01  PARSE-ERROR-LINE.
           05  PE-RECORD-NUMBER          PIC X(9).
           05  PE-KEY-TAG                PIC X(6).
               88  PE-FIELD-ERROR-LINE      VALUE "  KEY=".
           05  FILLER                    PIC X(15).
           05  PE-FIELD-NAME             PIC X(12).
           05  FILLER                    PIC X(2).
           05  PE-REASON                 PIC X(30).
           05  FILLER                    PIC X(26).
           05  PE-SOURCE-ID              PIC X(8).
           05  FILLER                    PIC X(2).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 167 CHARACTERS.
           COPY SUSPREC REPLACING ==:RECNAME:== BY ==SUSPENSE-RECORD==
                                  ==:PREFIX:==  BY ==SP==.

       FD  FIX-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY FIXLGREC REPLACING ==:RECNAME:== BY ==FIX-LOG-RECORD==
                                   ==:PREFIX:==  BY ==FL==.

       FD  FIX-LOG-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIX-LOG-RECORD-NEW            PIC X(80).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY QUALREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                  ==:PREFIX:==  BY ==HI==.

       FD  HISTORY-FILE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY QUALREC REPLACING
                                ==:RECNAME:== BY ==HISTORY-RECORD-NEW==
                                ==:PREFIX:==  BY ==HN==.

       FD  SCORECARD-REPORT.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACK-STATUS                 PIC X(2).
       01  WS-PARSE-ERROR-STATUS         PIC X(2).
       01  WS-SUSPENSE-STATUS            PIC X(2).
       01  WS-FIX-LOG-STATUS             PIC X(2).
       01  WS-HISTORY-STATUS             PIC X(2).

       01  WS-ACK-EOF-SWITCH             PIC X VALUE "N".
           88  ACK-EOF                  VALUE "Y".
       01  WS-PARSE-ERROR-EOF-SWITCH     PIC X VALUE "N".
           88  PARSE-ERROR-EOF          VALUE "Y".
       01  WS-SUSPENSE-EOF-SWITCH        PIC X VALUE "N".
           88  SUSPENSE-EOF             VALUE "Y".
       01  WS-FIX-LOG-EOF-SWITCH         PIC X VALUE "N".
           88  FIX-LOG-EOF              VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".

      *    Remembers whether the OPEN itself succeeded -- a first run
      *    has no history or log to carry forward.
       01  WS-HISTORY-OPEN-SWITCH        PIC X VALUE "N".
           88  HISTORY-FILE-OPENED      VALUE "Y".
       01  WS-FIX-LOG-OPEN-SWITCH        PIC X VALUE "N".
           88  FIX-LOG-OPENED           VALUE "Y".

      *****************************************************************
      *  Run-control interface (RUNCTL subprogram, RUNCTLLK.cpy),
      *  QUERY only: this step sits outside the enforced chain, but
      *  its history rows carry the chain's business date.
      *****************************************************************
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

      *****************************************************************
      *  Escalation threshold and retention, first and second
      *  command-line words.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-THRESHOLD-TEXT             PIC X(9).
       01  WS-RETENTION-TEXT             PIC X(9).
       01  WS-THRESHOLD-PCT              PIC 9(3)V99 VALUE 5.
       01  WS-RETENTION-DAYS             PIC 9(5) VALUE 90.

      *    The trend window, in days before the business date.
       01  WS-TREND-DAYS                 PIC 9(3) VALUE 30.

       01  WS-BUS-DATE                   PIC 9(8).
       01  WS-BUS-INTEGER                PIC 9(8).
       01  WS-TODAY-DATE                 PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(8).
       01  WS-ENTRY-INTEGER              PIC 9(8).
       01  WS-ENTRY-AGE-DAYS             PIC S9(5).
       01  WS-TURNAROUND-DAYS            PIC S9(5).

      *****************************************************************
      *  Acknowledgment record view, as RECSPLIT builds it: "H"
      *  header with the feed's source id, "D" one per input record
      *  with its disposition and reason, "T" trailer.
      *****************************************************************
       01  WS-ACK-RECORD.
           05  AK-REC-TYPE              PIC X(1).
               88  AK-HEADER               VALUE "H".
               88  AK-DETAIL               VALUE "D".
           05  AK-DATA-BODY.
               10  AK-RECORD-NUMBER     PIC 9(9).
               10  AK-DISPOSITION       PIC X(10).
                   88  AK-ACCEPTED         VALUE "ACCEPTED".
                   88  AK-REJECTED         VALUE "REJECTED".
               10  AK-REASON            PIC X(40).
           05  AK-HEADER-BODY REDEFINES AK-DATA-BODY.
               10  AK-HDR-FEED-DATE     PIC 9(8).
               10  AK-HDR-SOURCE-ID     PIC X(8).
               10  FILLER               PIC X(43).

       01  WS-FEED-NUMBER                PIC 9(1).
       01  WS-FEED-NUMBER-X REDEFINES WS-FEED-NUMBER
                                         PIC X(1).
       01  WS-ACK-SOURCE-ID              PIC X(8).
       01  WS-ACK-FILES-READ             PIC 9(3) VALUE ZERO.

      *    The previous field-error line's record and source: one
      *    rejected record can carry several field errors.
       01  WS-PREV-ERROR-RECORD          PIC X(9).
       01  WS-PREV-ERROR-SOURCE          PIC X(8).

      *****************************************************************
      *  Feed table: one row per source id met today, on the history
      *  or on the correction log.  Today's figures, the prior
      *  business date's, the trend window's, and the corrections.
      *  Three regional feeds plus SUSPENSE today; 50 is generous.
      *****************************************************************
       01  WS-SOURCE-MAX                 PIC 9(3) VALUE 50.
       01  WS-SOURCE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-ID             PIC X(8).
               10  WS-SRC-RECEIVED       PIC 9(9).
               10  WS-SRC-SPLIT-REJECTS  PIC 9(9).
               10  WS-SRC-PARSE-REJECTS  PIC 9(9).
               10  WS-SRC-FIELD-ERRORS   PIC 9(9).
               10  WS-SRC-SUSP-OPEN      PIC 9(9).
               10  WS-SRC-SUSP-AGE-DAYS  PIC 9(9).
               10  WS-SRC-PRIOR-DATE     PIC 9(8).
               10  WS-SRC-PRIOR-RECEIVED PIC 9(9).
               10  WS-SRC-PRIOR-REJECTS  PIC 9(9).
               10  WS-SRC-PRIOR-SUSP-OPEN PIC 9(9).
               10  WS-SRC-PRIOR-SUSP-AGE PIC 9(9).
               10  WS-SRC-TREND-DAYS     PIC 9(3).
               10  WS-SRC-TREND-RECEIVED PIC 9(11).
               10  WS-SRC-TREND-REJECTS  PIC 9(11).
               10  WS-SRC-FIX-DAY-COUNT  PIC 9(9).
               10  WS-SRC-FIX-DAY-DAYS   PIC 9(9).
               10  WS-SRC-FIX-TREND-COUNT PIC 9(9).
               10  WS-SRC-FIX-TREND-DAYS PIC 9(9).
               10  WS-SRC-PURGE-TREND-COUNT PIC 9(9).
               10  WS-SRC-ESCALATE-SWITCH PIC X(1).
                   88  WS-SRC-ESCALATE      VALUE "Y".
       01  WS-SRC-SUB                    PIC 9(3) COMP.
       01  WS-SRC-FIND-SUB               PIC 9(3) COMP.
       01  WS-FIND-SOURCE-ID             PIC X(8).

      *****************************************************************
      *  Today's reject reasons, per feed and stage.  The day's
      *  distinct reasons across all feeds are a few dozen at most.
      *****************************************************************
       01  WS-REASON-MAX                 PIC 9(3) VALUE 300.
       01  WS-REASON-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 300 TIMES.
               10  WS-RS-SRC-SUB         PIC 9(3).
               10  WS-RS-STAGE           PIC X(1).
               10  WS-RS-REASON          PIC X(44).
               10  WS-RS-COUNT           PIC 9(9).
               10  WS-RS-PICKED-SWITCH   PIC X(1).
                   88  WS-RS-PICKED         VALUE "Y".
       01  WS-RS-SUB                     PIC 9(3) COMP.
       01  WS-RS-FIND-SUB                PIC 9(3) COMP.
       01  WS-RS-BEST-SUB                PIC 9(3) COMP.
       01  WS-FIND-STAGE                 PIC X(1).
       01  WS-FIND-REASON                PIC X(44).
       01  WS-TOP-RANK                   PIC 9(1).

      *    Rates and averages for one feed's scorecard.
       01  WS-TODAY-REJECTS              PIC 9(9).
       01  WS-TODAY-RATE                 PIC 9(3)V99.
       01  WS-PRIOR-RATE                 PIC 9(3)V99.
       01  WS-TREND-RATE                 PIC 9(3)V99.
       01  WS-RATE-CHANGE                PIC S9(3)V99.
       01  WS-AVERAGE-DAYS               PIC 9(5)V9.

       01  WS-ESCALATED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-CARRIED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-DROPPED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-REPLACED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-ADDED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-FIX-LOG-KEPT-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-FIX-LOG-DROPPED-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-COUNT-ED-2                 PIC Z(8)9.
       01  WS-COUNT-ED-3                 PIC Z(8)9.
       01  WS-COUNT-ED-4                 PIC Z(8)9.
       01  WS-RATE-ED                    PIC ZZ9.99.
       01  WS-RATE-ED-2                  PIC ZZ9.99.
       01  WS-RATE-ED-3                  PIC ZZ9.99.
       01  WS-CHANGE-ED                  PIC +ZZ9.99.
       01  WS-CHANGE-ED-2                PIC +ZZ9.99.
       01  WS-DAYS-ED                    PIC ZZZZ9.9.
       01  WS-DAYS-ED-2                  PIC ZZZZ9.9.
       01  WS-TREND-WORD                 PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ACK-FILES
           PERFORM 3000-READ-PARSE-ERRORS
           PERFORM 4000-READ-SUSPENSE
           PERFORM 5000-ROLL-FIX-LOG
           PERFORM 6000-ROLL-HISTORY
           PERFORM 7000-PRINT-SCORECARD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECQUAL" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT = "00"
               MOVE RCL-BUS-DATE TO WS-BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           END-IF
           COMPUTE WS-BUS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
      *    Suspense entry and correction dates are calendar dates
      *    (RECSPLIT and RECFIX stamp them from the clock), so their
      *    ages are measured from today's.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1050-SET-LIMITS
           OPEN OUTPUT SCORECARD-REPORT.

       1050-SET-LIMITS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-THRESHOLD-TEXT WS-RETENTION-TEXT
           END-UNSTRING
      *    An argument that is not a clean number keeps the default.
           IF WS-THRESHOLD-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = ZERO
               COMPUTE WS-THRESHOLD-PCT =
                   FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
           END-IF
           IF WS-RETENTION-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RETENTION-TEXT) = ZERO
               COMPUTE WS-RETENTION-DAYS =
                   FUNCTION NUMVAL(WS-RETENTION-TEXT)
           END-IF.

      *****************************************************************
      *  Each feed's acknowledgment file, twice over: first for the
      *  header's source id (a feed that sent no header of its own
      *  gets one written after its records), then for the records.
      *  A feed not run today has no file and is skipped.
      *****************************************************************
       2000-READ-ACK-FILES.
           PERFORM VARYING WS-FEED-NUMBER FROM 1 BY 1
                   UNTIL WS-FEED-NUMBER > 3
               PERFORM 2100-FIND-ACK-SOURCE
               IF WS-ACK-SOURCE-ID NOT = SPACES
                   ADD 1 TO WS-ACK-FILES-READ
                   PERFORM 2300-TALLY-ACK-FILE
               END-IF
           END-PERFORM.

       2100-FIND-ACK-SOURCE.
           MOVE SPACES TO WS-ACK-SOURCE-ID
           PERFORM 2400-OPEN-ACK-FILE
           PERFORM UNTIL ACK-EOF
               PERFORM 2500-READ-ACK-RECORD
               IF NOT ACK-EOF AND AK-HEADER
                   MOVE AK-HDR-SOURCE-ID TO WS-ACK-SOURCE-ID
                   SET ACK-EOF TO TRUE
               END-IF
           END-PERFORM
           PERFORM 2600-CLOSE-ACK-FILE
      *    A file with records but no header at all was cut short --
      *    its figures still count, under the feed's position.
           IF WS-ACK-SOURCE-ID = SPACES AND WS-ACK-STATUS = "10"
               STRING "FEED"             DELIMITED BY SIZE
                      WS-FEED-NUMBER-X   DELIMITED BY SIZE
                      INTO WS-ACK-SOURCE-ID
               END-STRING
           END-IF.

       2300-TALLY-ACK-FILE.
           MOVE WS-ACK-SOURCE-ID TO WS-FIND-SOURCE-ID
           PERFORM 8000-FIND-SOURCE
           PERFORM 2400-OPEN-ACK-FILE
           PERFORM UNTIL ACK-EOF
               PERFORM 2500-READ-ACK-RECORD
               IF NOT ACK-EOF AND AK-DETAIL AND WS-SRC-SUB > ZERO
                   EVALUATE TRUE
                       WHEN AK-ACCEPTED
                           ADD 1 TO WS-SRC-RECEIVED(WS-SRC-SUB)
                       WHEN AK-REJECTED
                           ADD 1 TO WS-SRC-RECEIVED(WS-SRC-SUB)
                           ADD 1 TO WS-SRC-SPLIT-REJECTS(WS-SRC-SUB)
                           MOVE "S" TO WS-FIND-STAGE
                           MOVE AK-REASON TO WS-FIND-REASON
                           PERFORM 8100-COUNT-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 2600-CLOSE-ACK-FILE.

       2400-OPEN-ACK-FILE.
           MOVE "N" TO WS-ACK-EOF-SWITCH
           EVALUATE WS-FEED-NUMBER
               WHEN 1
                   OPEN INPUT ACK-FILE1
               WHEN 2
                   OPEN INPUT ACK-FILE2
               WHEN OTHER
                   OPEN INPUT ACK-FILE3
           END-EVALUATE
           IF WS-ACK-STATUS NOT = "00"
               SET ACK-EOF TO TRUE
           END-IF.

       2500-READ-ACK-RECORD.
           EVALUATE WS-FEED-NUMBER
               WHEN 1
                   READ ACK-FILE1 INTO WS-ACK-RECORD
                       AT END
                           SET ACK-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ ACK-FILE2 INTO WS-ACK-RECORD
                       AT END
                           SET ACK-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ ACK-FILE3 INTO WS-ACK-RECORD
                       AT END
                           SET ACK-EOF TO TRUE
                   END-READ
           END-EVALUATE.

      *    Status "10" after the last read, or "00" when the header
      *    search stopped early -- either way the file is open.
       2600-CLOSE-ACK-FILE.
           IF WS-ACK-STATUS = "00" OR WS-ACK-STATUS = "10"
               EVALUATE WS-FEED-NUMBER
                   WHEN 1
                       CLOSE ACK-FILE1
                   WHEN 2
                       CLOSE ACK-FILE2
                   WHEN OTHER
                       CLOSE ACK-FILE3
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  RECPARSE's field errors.  Consecutive lines for the same
      *  record number and source are one rejected record; the
      *  reason is kept as field name plus reason text.
      *****************************************************************
       3000-READ-PARSE-ERRORS.
           MOVE SPACES TO WS-PREV-ERROR-RECORD
           MOVE SPACES TO WS-PREV-ERROR-SOURCE
           OPEN INPUT PARSE-ERROR-FILE
           IF WS-PARSE-ERROR-STATUS NOT = "00"
               SET PARSE-ERROR-EOF TO TRUE
           END-IF
           PERFORM UNTIL PARSE-ERROR-EOF
               READ PARSE-ERROR-FILE
                   AT END
                       SET PARSE-ERROR-EOF TO TRUE
                   NOT AT END
                       IF PE-FIELD-ERROR-LINE
                           PERFORM 3100-TALLY-FIELD-ERROR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARSE-ERROR-STATUS = "00"
                   OR WS-PARSE-ERROR-STATUS = "10"
               CLOSE PARSE-ERROR-FILE
           END-IF.

       3100-TALLY-FIELD-ERROR.
           MOVE PE-SOURCE-ID TO WS-FIND-SOURCE-ID
           PERFORM 8000-FIND-SOURCE
           IF WS-SRC-SUB > ZERO
               ADD 1 TO WS-SRC-FIELD-ERRORS(WS-SRC-SUB)
               IF PE-RECORD-NUMBER NOT = WS-PREV-ERROR-RECORD
                       OR PE-SOURCE-ID NOT = WS-PREV-ERROR-SOURCE
                   ADD 1 TO WS-SRC-PARSE-REJECTS(WS-SRC-SUB)
               END-IF
               MOVE "P" TO WS-FIND-STAGE
               MOVE SPACES TO WS-FIND-REASON
               STRING PE-FIELD-NAME      DELIMITED BY SPACE
                      " "                DELIMITED BY SIZE
                      PE-REASON          DELIMITED BY SIZE
                      INTO WS-FIND-REASON
               END-STRING
               PERFORM 8100-COUNT-REASON
           END-IF
           MOVE PE-RECORD-NUMBER TO WS-PREV-ERROR-RECORD
           MOVE PE-SOURCE-ID TO WS-PREV-ERROR-SOURCE.

      *****************************************************************
      *  The suspense file as today's split left it: entries still
      *  open, per feed, and how long each has been waiting.
      *****************************************************************
       4000-READ-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               SET SUSPENSE-EOF TO TRUE
           END-IF
           PERFORM UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET SUSPENSE-EOF TO TRUE
                   NOT AT END
                       IF SP-STATUS-OPEN
                           PERFORM 4100-TALLY-OPEN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       4100-TALLY-OPEN-ENTRY.
           MOVE SP-SOURCE-ID TO WS-FIND-SOURCE-ID
           PERFORM 8000-FIND-SOURCE
           IF WS-SRC-SUB > ZERO
               ADD 1 TO WS-SRC-SUSP-OPEN(WS-SRC-SUB)
               IF SP-ENTRY-DATE IS NUMERIC
                       AND SP-ENTRY-DATE > ZERO
                       AND SP-ENTRY-DATE NOT > WS-TODAY-DATE
                   COMPUTE WS-ENTRY-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(SP-ENTRY-DATE)
                   ADD WS-ENTRY-AGE-DAYS
                       TO WS-SRC-SUSP-AGE-DAYS(WS-SRC-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *  RECFIX's correction log: keep what is inside retention,
      *  and total each feed's corrections made today and over the
      *  trend window with the days each entry waited for it.
      *****************************************************************
       5000-ROLL-FIX-LOG.
           OPEN INPUT FIX-LOG
           IF WS-FIX-LOG-STATUS = "00"
               SET FIX-LOG-OPENED TO TRUE
           ELSE
               SET FIX-LOG-EOF TO TRUE
           END-IF
           OPEN OUTPUT FIX-LOG-NEW
           PERFORM UNTIL FIX-LOG-EOF
               READ FIX-LOG
                   AT END
                       SET FIX-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-ROLL-ONE-CORRECTION
               END-READ
           END-PERFORM
           IF FIX-LOG-OPENED
               CLOSE FIX-LOG
           END-IF
           CLOSE FIX-LOG-NEW.

       5100-ROLL-ONE-CORRECTION.
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FL-FIX-DATE)
           COMPUTE WS-ENTRY-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ENTRY-INTEGER
           IF WS-ENTRY-AGE-DAYS > WS-RETENTION-DAYS
               ADD 1 TO WS-FIX-LOG-DROPPED-COUNT
           ELSE
               MOVE FIX-LOG-RECORD TO FIX-LOG-RECORD-NEW
               WRITE FIX-LOG-RECORD-NEW
               ADD 1 TO WS-FIX-LOG-KEPT-COUNT
               IF WS-ENTRY-AGE-DAYS NOT > WS-TREND-DAYS
                   PERFORM 5200-TALLY-CORRECTION
               END-IF
           END-IF.

      *    Today's corrections against the 30 days before today --
      *    the same span the reject-rate trend covers.
       5200-TALLY-CORRECTION.
           MOVE FL-SOURCE-ID TO WS-FIND-SOURCE-ID
           PERFORM 8000-FIND-SOURCE
           IF WS-SRC-SUB > ZERO
               IF FL-ACTION-DELETE
                   IF WS-ENTRY-AGE-DAYS > ZERO
                       ADD 1 TO WS-SRC-PURGE-TREND-COUNT(WS-SRC-SUB)
                   END-IF
               ELSE
                   MOVE ZERO TO WS-TURNAROUND-DAYS
                   IF FL-ENTRY-DATE IS NUMERIC
                           AND FL-ENTRY-DATE > ZERO
                           AND FL-ENTRY-DATE NOT > FL-FIX-DATE
                       COMPUTE WS-TURNAROUND-DAYS = WS-ENTRY-INTEGER
                           - FUNCTION INTEGER-OF-DATE(FL-ENTRY-DATE)
                   END-IF
                   IF WS-ENTRY-AGE-DAYS = ZERO
                       ADD 1 TO WS-SRC-FIX-DAY-COUNT(WS-SRC-SUB)
                       ADD WS-TURNAROUND-DAYS
                           TO WS-SRC-FIX-DAY-DAYS(WS-SRC-SUB)
                   ELSE
                       ADD 1 TO WS-SRC-FIX-TREND-COUNT(WS-SRC-SUB)
                       ADD WS-TURNAROUND-DAYS
                           TO WS-SRC-FIX-TREND-DAYS(WS-SRC-SUB)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Carry the history forward -- less rows past retention and
      *  rows from an earlier run of this business date -- picking
      *  up each feed's prior date and trend-window figures on the
      *  way, then add today's rows.
      *****************************************************************
       6000-ROLL-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET HISTORY-FILE-OPENED TO TRUE
           ELSE
               SET HISTORY-EOF TO TRUE
           END-IF
           OPEN OUTPUT HISTORY-FILE-NEW
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-CARRY-ONE-ROW
               END-READ
           END-PERFORM
           IF HISTORY-FILE-OPENED
               CLOSE HISTORY-FILE
           END-IF
           PERFORM 6300-ADD-TODAYS-ROWS
           CLOSE HISTORY-FILE-NEW.

       6100-CARRY-ONE-ROW.
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(HI-RUN-DATE)
           COMPUTE WS-ENTRY-AGE-DAYS =
               WS-BUS-INTEGER - WS-ENTRY-INTEGER
           EVALUATE TRUE
               WHEN HI-RUN-DATE = WS-BUS-DATE
                   ADD 1 TO WS-HISTORY-REPLACED-COUNT
               WHEN WS-ENTRY-AGE-DAYS > WS-RETENTION-DAYS
                   ADD 1 TO WS-HISTORY-DROPPED-COUNT
               WHEN OTHER
                   MOVE HISTORY-RECORD TO HISTORY-RECORD-NEW
                   WRITE HISTORY-RECORD-NEW
                   ADD 1 TO WS-HISTORY-CARRIED-COUNT
                   IF HI-VOLUME-ROW AND WS-ENTRY-AGE-DAYS > ZERO
                       PERFORM 6200-TAKE-PRIOR-FIGURES
                   END-IF
           END-EVALUATE.

       6200-TAKE-PRIOR-FIGURES.
           MOVE HI-SOURCE-ID TO WS-FIND-SOURCE-ID
           PERFORM 8000-FIND-SOURCE
           IF WS-SRC-SUB > ZERO
               IF HI-RUN-DATE > WS-SRC-PRIOR-DATE(WS-SRC-SUB)
                   MOVE HI-RUN-DATE TO WS-SRC-PRIOR-DATE(WS-SRC-SUB)
                   MOVE HI-RECEIVED
                       TO WS-SRC-PRIOR-RECEIVED(WS-SRC-SUB)
                   COMPUTE WS-SRC-PRIOR-REJECTS(WS-SRC-SUB) =
                       HI-SPLIT-REJECTS + HI-PARSE-REJECTS
                   MOVE HI-SUSP-OPEN
                       TO WS-SRC-PRIOR-SUSP-OPEN(WS-SRC-SUB)
                   MOVE HI-SUSP-AGE-DAYS
                       TO WS-SRC-PRIOR-SUSP-AGE(WS-SRC-SUB)
               END-IF
               IF WS-ENTRY-AGE-DAYS NOT > WS-TREND-DAYS
                   ADD 1 TO WS-SRC-TREND-DAYS(WS-SRC-SUB)
                   ADD HI-RECEIVED
                       TO WS-SRC-TREND-RECEIVED(WS-SRC-SUB)
                   ADD HI-SPLIT-REJECTS HI-PARSE-REJECTS
                       TO WS-SRC-TREND-REJECTS(WS-SRC-SUB)
               END-IF
           END-IF.

      *    A volume row for every feed with anything to say today --
      *    records, rejects, or suspense still open -- and a reason
      *    row per reason.
       6300-ADD-TODAYS-ROWS.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
               IF WS-SRC-RECEIVED(WS-SRC-SUB) > ZERO
                       OR WS-SRC-SPLIT-REJECTS(WS-SRC-SUB) > ZERO
                       OR WS-SRC-PARSE-REJECTS(WS-SRC-SUB) > ZERO
                       OR WS-SRC-SUSP-OPEN(WS-SRC-SUB) > ZERO
                   MOVE SPACES TO HISTORY-RECORD-NEW
                   MOVE WS-BUS-DATE TO HN-RUN-DATE
                   MOVE WS-SRC-ID(WS-SRC-SUB) TO HN-SOURCE-ID
                   SET HN-VOLUME-ROW TO TRUE
                   MOVE WS-SRC-RECEIVED(WS-SRC-SUB) TO HN-RECEIVED
                   MOVE WS-SRC-SPLIT-REJECTS(WS-SRC-SUB)
                       TO HN-SPLIT-REJECTS
                   MOVE WS-SRC-PARSE-REJECTS(WS-SRC-SUB)
                       TO HN-PARSE-REJECTS
                   MOVE WS-SRC-FIELD-ERRORS(WS-SRC-SUB)
                       TO HN-FIELD-ERRORS
                   MOVE WS-SRC-SUSP-OPEN(WS-SRC-SUB) TO HN-SUSP-OPEN
                   MOVE WS-SRC-SUSP-AGE-DAYS(WS-SRC-SUB)
                       TO HN-SUSP-AGE-DAYS
                   WRITE HISTORY-RECORD-NEW
                   ADD 1 TO WS-HISTORY-ADDED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-REASON-COUNT
               MOVE SPACES TO HISTORY-RECORD-NEW
               MOVE WS-BUS-DATE TO HN-RUN-DATE
               MOVE WS-SRC-ID(WS-RS-SRC-SUB(WS-RS-SUB))
                   TO HN-SOURCE-ID
               SET HN-REASON-ROW TO TRUE
               MOVE WS-RS-STAGE(WS-RS-SUB) TO HN-STAGE
               MOVE WS-RS-REASON(WS-RS-SUB) TO HN-REASON
               MOVE WS-RS-COUNT(WS-RS-SUB) TO HN-REASON-COUNT
               WRITE HISTORY-RECORD-NEW
               ADD 1 TO WS-HISTORY-ADDED-COUNT
           END-PERFORM.

      *****************************************************************
      *  The scorecard: one block per feed, then the feeds to
      *  escalate.
      *****************************************************************
       7000-PRINT-SCORECARD.
           MOVE SPACES TO REPORT-LINE
           STRING "FEED DATA-QUALITY SCORECARD -- BUSINESS DATE "
                                             DELIMITED BY SIZE
                  WS-BUS-DATE                DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-THRESHOLD-PCT TO WS-RATE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "ESCALATION THRESHOLD: REJECT RATE OVER "
                                             DELIMITED BY SIZE
                  WS-RATE-ED                 DELIMITED BY SIZE
                  "%"                        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
               PERFORM 7100-PRINT-ONE-FEED
           END-PERFORM
           PERFORM 7500-PRINT-ESCALATIONS.

       7100-PRINT-ONE-FEED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FEED "                    DELIMITED BY SIZE
                  WS-SRC-ID(WS-SRC-SUB)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF WS-SRC-RECEIVED(WS-SRC-SUB) = ZERO
                   AND WS-SRC-SPLIT-REJECTS(WS-SRC-SUB) = ZERO
                   AND WS-SRC-PARSE-REJECTS(WS-SRC-SUB) = ZERO
               MOVE "-- NO RECORDS TODAY" TO REPORT-LINE(15:19)
           END-IF
           WRITE REPORT-LINE

           PERFORM 7200-PRINT-REJECT-RATES
           PERFORM 7300-PRINT-TOP-REASONS
           PERFORM 7400-PRINT-SUSPENSE-AND-FIXES

           IF WS-SRC-RECEIVED(WS-SRC-SUB) > ZERO
                   AND WS-TODAY-RATE > WS-THRESHOLD-PCT
               SET WS-SRC-ESCALATE(WS-SRC-SUB) TO TRUE
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** REJECT RATE OVER THRESHOLD -- "
                                             DELIMITED BY SIZE
                      "ESCALATE TO REGION ***"
                                             DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       7200-PRINT-REJECT-RATES.
           COMPUTE WS-TODAY-REJECTS =
               WS-SRC-SPLIT-REJECTS(WS-SRC-SUB)
               + WS-SRC-PARSE-REJECTS(WS-SRC-SUB)
           MOVE ZERO TO WS-TODAY-RATE
           IF WS-SRC-RECEIVED(WS-SRC-SUB) > ZERO
               COMPUTE WS-TODAY-RATE ROUNDED =
                   WS-TODAY-REJECTS * 100
                   / WS-SRC-RECEIVED(WS-SRC-SUB)
           END-IF

           MOVE WS-SRC-RECEIVED(WS-SRC-SUB) TO WS-COUNT-ED
           MOVE WS-SRC-SPLIT-REJECTS(WS-SRC-SUB) TO WS-COUNT-ED-2
           MOVE WS-SRC-PARSE-REJECTS(WS-SRC-SUB) TO WS-COUNT-ED-3
           MOVE WS-SRC-FIELD-ERRORS(WS-SRC-SUB) TO WS-COUNT-ED-4
           MOVE SPACES TO REPORT-LINE
           STRING "  RECEIVED "              DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
                  "  SPLIT REJECTS "         DELIMITED BY SIZE
                  WS-COUNT-ED-2              DELIMITED BY SIZE
                  "  FIELD-ERROR REJECTS "   DELIMITED BY SIZE
                  WS-COUNT-ED-3              DELIMITED BY SIZE
                  "  FIELD ERRORS "          DELIMITED BY SIZE
                  WS-COUNT-ED-4              DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TODAY-RATE TO WS-RATE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECT RATE TODAY "     DELIMITED BY SIZE
                  WS-RATE-ED                 DELIMITED BY SIZE
                  "%"                        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
      *    No records of its own (the SUSPENSE recycle pseudo-feed) --
      *    no rate to give, and nothing to escalate.
           IF WS-SRC-RECEIVED(WS-SRC-SUB) = ZERO
               MOVE "   N/A " TO REPORT-LINE(21:7)
           END-IF
           IF WS-SRC-PRIOR-DATE(WS-SRC-SUB) > ZERO
               MOVE ZERO TO WS-PRIOR-RATE
               IF WS-SRC-PRIOR-RECEIVED(WS-SRC-SUB) > ZERO
                   COMPUTE WS-PRIOR-RATE ROUNDED =
                       WS-SRC-PRIOR-REJECTS(WS-SRC-SUB) * 100
                       / WS-SRC-PRIOR-RECEIVED(WS-SRC-SUB)
               END-IF
               COMPUTE WS-RATE-CHANGE = WS-TODAY-RATE - WS-PRIOR-RATE
               MOVE WS-PRIOR-RATE TO WS-RATE-ED-2
               MOVE WS-RATE-CHANGE TO WS-CHANGE-ED
               STRING "  PRIOR DAY "         DELIMITED BY SIZE
                      WS-SRC-PRIOR-DATE(WS-SRC-SUB)
                                             DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-RATE-ED-2           DELIMITED BY SIZE
                      "% ("                  DELIMITED BY SIZE
                      WS-CHANGE-ED           DELIMITED BY SIZE
                      " PTS)"                DELIMITED BY SIZE
                      INTO REPORT-LINE(29:)
               END-STRING
           ELSE
               MOVE "  NO PRIOR DAY ON HISTORY" TO REPORT-LINE(29:25)
           END-IF
           IF WS-SRC-TREND-RECEIVED(WS-SRC-SUB) > ZERO
               COMPUTE WS-TREND-RATE ROUNDED =
                   WS-SRC-TREND-REJECTS(WS-SRC-SUB) * 100
                   / WS-SRC-TREND-RECEIVED(WS-SRC-SUB)
               COMPUTE WS-RATE-CHANGE = WS-TODAY-RATE - WS-TREND-RATE
               EVALUATE TRUE
                   WHEN WS-RATE-CHANGE > ZERO
                       MOVE "WORSE" TO WS-TREND-WORD
                   WHEN WS-RATE-CHANGE < ZERO
                       MOVE "BETTER" TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TREND-WORD
               END-EVALUATE
               MOVE WS-TREND-RATE TO WS-RATE-ED-3
               MOVE WS-RATE-CHANGE TO WS-CHANGE-ED-2
               MOVE WS-SRC-TREND-DAYS(WS-SRC-SUB) TO WS-COUNT-ED
               STRING "  30-DAY "            DELIMITED BY SIZE
                      WS-RATE-ED-3           DELIMITED BY SIZE
                      "% ("                  DELIMITED BY SIZE
                      WS-CHANGE-ED-2         DELIMITED BY SIZE
                      " PTS, "               DELIMITED BY SIZE
                      WS-TREND-WORD          DELIMITED BY SPACE
                      ", DAYS="              DELIMITED BY SIZE
                      WS-COUNT-ED(7:3)       DELIMITED BY SIZE
                      ")"                    DELIMITED BY SIZE
                      INTO REPORT-LINE(74:)
               END-STRING
           ELSE
               MOVE "  NO 30-DAY HISTORY" TO REPORT-LINE(74:19)
           END-IF
           WRITE REPORT-LINE.

      *    The day's three most frequent reasons for the feed, both
      *    stages together.
       7300-PRINT-TOP-REASONS.
           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                   UNTIL WS-TOP-RANK > 3
               MOVE ZERO TO WS-RS-BEST-SUB
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB > WS-REASON-COUNT
                   IF WS-RS-SRC-SUB(WS-RS-SUB) = WS-SRC-SUB
                           AND NOT WS-RS-PICKED(WS-RS-SUB)
                       IF WS-RS-BEST-SUB = ZERO
                           MOVE WS-RS-SUB TO WS-RS-BEST-SUB
                       ELSE
                           IF WS-RS-COUNT(WS-RS-SUB)
                                   > WS-RS-COUNT(WS-RS-BEST-SUB)
                               MOVE WS-RS-SUB TO WS-RS-BEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RS-BEST-SUB > ZERO
                   SET WS-RS-PICKED(WS-RS-BEST-SUB) TO TRUE
                   MOVE WS-RS-COUNT(WS-RS-BEST-SUB) TO WS-COUNT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TOP REASON "    DELIMITED BY SIZE
                          WS-TOP-RANK        DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   IF WS-RS-STAGE(WS-RS-BEST-SUB) = "S"
                       MOVE "SPLIT " TO REPORT-LINE(17:6)
                   ELSE
                       MOVE "FIELD " TO REPORT-LINE(17:6)
                   END-IF
                   MOVE WS-RS-REASON(WS-RS-BEST-SUB)
                       TO REPORT-LINE(23:44)
                   MOVE WS-COUNT-ED TO REPORT-LINE(68:9)
                   WRITE REPORT-LINE
               ELSE
                   MOVE 3 TO WS-TOP-RANK
               END-IF
           END-PERFORM.

       7400-PRINT-SUSPENSE-AND-FIXES.
           MOVE WS-SRC-SUSP-OPEN(WS-SRC-SUB) TO WS-COUNT-ED
           MOVE ZERO TO WS-AVERAGE-DAYS
           IF WS-SRC-SUSP-OPEN(WS-SRC-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SRC-SUSP-AGE-DAYS(WS-SRC-SUB)
                   / WS-SRC-SUSP-OPEN(WS-SRC-SUB)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  SUSPENSE OPEN "         DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
                  "  AVG AGE "               DELIMITED BY SIZE
                  WS-DAYS-ED                 DELIMITED BY SIZE
                  " DAYS"                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF WS-SRC-PRIOR-DATE(WS-SRC-SUB) > ZERO
               MOVE WS-SRC-PRIOR-SUSP-OPEN(WS-SRC-SUB) TO WS-COUNT-ED
               MOVE ZERO TO WS-AVERAGE-DAYS
               IF WS-SRC-PRIOR-SUSP-OPEN(WS-SRC-SUB) > ZERO
                   COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-SRC-PRIOR-SUSP-AGE(WS-SRC-SUB)
                       / WS-SRC-PRIOR-SUSP-OPEN(WS-SRC-SUB)
               END-IF
               MOVE WS-AVERAGE-DAYS TO WS-DAYS-ED
               STRING "  PRIOR DAY "         DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                      "  AVG AGE "           DELIMITED BY SIZE
                      WS-DAYS-ED             DELIMITED BY SIZE
                      " DAYS"                DELIMITED BY SIZE
                      INTO REPORT-LINE(57:)
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE WS-SRC-FIX-DAY-COUNT(WS-SRC-SUB) TO WS-COUNT-ED
           MOVE ZERO TO WS-AVERAGE-DAYS
           IF WS-SRC-FIX-DAY-COUNT(WS-SRC-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SRC-FIX-DAY-DAYS(WS-SRC-SUB)
                   / WS-SRC-FIX-DAY-COUNT(WS-SRC-SUB)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-ED
           MOVE WS-SRC-FIX-TREND-COUNT(WS-SRC-SUB) TO WS-COUNT-ED-2
           MOVE ZERO TO WS-AVERAGE-DAYS
           IF WS-SRC-FIX-TREND-COUNT(WS-SRC-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SRC-FIX-TREND-DAYS(WS-SRC-SUB)
                   / WS-SRC-FIX-TREND-COUNT(WS-SRC-SUB)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-ED-2
           MOVE WS-SRC-PURGE-TREND-COUNT(WS-SRC-SUB) TO WS-COUNT-ED-3
           MOVE SPACES TO REPORT-LINE
           STRING "  CORRECTED TODAY "       DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
                  "  AVG "                   DELIMITED BY SIZE
                  WS-DAYS-ED                 DELIMITED BY SIZE
                  " DAYS   30-DAY "          DELIMITED BY SIZE
                  WS-COUNT-ED-2              DELIMITED BY SIZE
                  "  AVG "                   DELIMITED BY SIZE
                  WS-DAYS-ED-2               DELIMITED BY SIZE
                  " DAYS  PURGED "           DELIMITED BY SIZE
                  WS-COUNT-ED-3              DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       7500-PRINT-ESCALATIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ESCALATED-COUNT = ZERO
               MOVE "NO FEEDS OVER THE ESCALATION THRESHOLD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "FEEDS FOR ESCALATION TO THEIR REGION:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                   IF WS-SRC-ESCALATE(WS-SRC-SUB)
                       COMPUTE WS-TODAY-RATE ROUNDED =
                           (WS-SRC-SPLIT-REJECTS(WS-SRC-SUB)
                            + WS-SRC-PARSE-REJECTS(WS-SRC-SUB)) * 100
                           / WS-SRC-RECEIVED(WS-SRC-SUB)
                       MOVE WS-TODAY-RATE TO WS-RATE-ED
                       MOVE SPACES TO REPORT-LINE
                       STRING "  "           DELIMITED BY SIZE
                              WS-SRC-ID(WS-SRC-SUB)
                                             DELIMITED BY SIZE
                              "  REJECT RATE " DELIMITED BY SIZE
                              WS-RATE-ED     DELIMITED BY SIZE
                              "%"            DELIMITED BY SIZE
                              INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Feed table lookup: the row for WS-FIND-SOURCE-ID, added when
      *  new.  WS-SRC-SUB comes back zero only when the table is
      *  full, and the caller then skips the figure.
      *****************************************************************
       8000-FIND-SOURCE.
           MOVE ZERO TO WS-SRC-SUB
           PERFORM VARYING WS-SRC-FIND-SUB FROM 1 BY 1
                   UNTIL WS-SRC-FIND-SUB > WS-SOURCE-COUNT
                       OR WS-SRC-SUB > ZERO
               IF WS-SRC-ID(WS-SRC-FIND-SUB) = WS-FIND-SOURCE-ID
                   MOVE WS-SRC-FIND-SUB TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF WS-SRC-SUB = ZERO AND WS-SOURCE-COUNT < WS-SOURCE-MAX
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-SRC-SUB
               INITIALIZE WS-SOURCE-ENTRY(WS-SRC-SUB)
               MOVE WS-FIND-SOURCE-ID TO WS-SRC-ID(WS-SRC-SUB)
               MOVE "N" TO WS-SRC-ESCALATE-SWITCH(WS-SRC-SUB)
           END-IF.

      *    One more of WS-FIND-STAGE / WS-FIND-REASON for the feed at
      *    WS-SRC-SUB.
       8100-COUNT-REASON.
           MOVE ZERO TO WS-RS-FIND-SUB
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-REASON-COUNT
                       OR WS-RS-FIND-SUB > ZERO
               IF WS-RS-SRC-SUB(WS-RS-SUB) = WS-SRC-SUB
                       AND WS-RS-STAGE(WS-RS-SUB) = WS-FIND-STAGE
                       AND WS-RS-REASON(WS-RS-SUB) = WS-FIND-REASON
                   MOVE WS-RS-SUB TO WS-RS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-RS-FIND-SUB = ZERO AND WS-REASON-COUNT < WS-REASON-MAX
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-RS-FIND-SUB
               MOVE WS-SRC-SUB TO WS-RS-SRC-SUB(WS-RS-FIND-SUB)
               MOVE WS-FIND-STAGE TO WS-RS-STAGE(WS-RS-FIND-SUB)
               MOVE WS-FIND-REASON TO WS-RS-REASON(WS-RS-FIND-SUB)
               MOVE ZERO TO WS-RS-COUNT(WS-RS-FIND-SUB)
               MOVE "N" TO WS-RS-PICKED-SWITCH(WS-RS-FIND-SUB)
           END-IF
           IF WS-RS-FIND-SUB > ZERO
               ADD 1 TO WS-RS-COUNT(WS-RS-FIND-SUB)
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           CLOSE SCORECARD-REPORT
      *    The rolled history and trimmed log replace the old
      *    generations only on normal completion.
           CALL "CBL_DELETE_FILE" USING "QUALHIST"
           CALL "CBL_RENAME_FILE" USING "QUALHIST.NEW" "QUALHIST"
           CALL "CBL_DELETE_FILE" USING "FIXLOG"
           CALL "CBL_RENAME_FILE" USING "FIXLOG.NEW" "FIXLOG"
           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACK-FILES-READ TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "FEED ACK FILES READ ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-ESCALATED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDS FOR ESCALATION ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HISTORY-CARRIED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY ROWS CARRIED ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HISTORY-DROPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY PAST RETENTION .... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HISTORY-REPLACED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY REPLACED BY RE-RUN  " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-HISTORY-ADDED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY ROWS ADDED TODAY .. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-FIX-LOG-KEPT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "CORRECTION LOG KEPT ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-FIX-LOG-DROPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "CORRECTION LOG TRIMMED .... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
