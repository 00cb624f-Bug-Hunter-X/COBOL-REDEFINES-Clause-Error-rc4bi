      ******************************************************************
      * PROGRAM-ID: RECSCRN
      *
      * Unusual-activity screening, run after RECHARC.  RECPARSE only
      * proves an amount is within 10,000,000.00, so a key that
      * normally moves a few hundred and suddenly posts 2,000,000
      * passes cleanly, and so does the same amount three days
      * running.  This step compares the day's clean extract (PARSEDX)
      * with each key's and each branch's recent history in PARSHIST
      * and raises four kinds of finding:
      *
      *   A  amount outside the key's range -- at or above the amount
      *      floor, above the threshold multiple of the key's average
      *      amount over the look-back window, and above the largest
      *      amount it posted in that window (keys with too little
      *      history to have a range are not judged)
      *   R  amount repeated -- the same amount on the same key on the
      *      threshold number of days, today included, within the
      *      repeat window
      *   D  dormant key -- activity on a key whose last activity is
      *      the threshold number of days or more before this one.
      *      The last activity comes from the history, or from the
      *      balance ledger (BALMAST) when RECLEDG has not yet posted
      *      today's extract to it, since the ledger outlives the
      *      history's retention window
      *   B  branch surge -- a branch's count or value for the day
      *      above the threshold percentage of its daily average over
      *      the look-back window
      *
      * History entries RECHARC stamped with today's date are the
      * day's own extract and are left out of every norm.
      *
      * Thresholds come from the one-record SCRNPARM file (layout and
      * compiled defaults in SCRNPREC.cpy).  Every finding gets a
      * review score -- larger the further past its threshold -- and
      * the review report for the fraud/ops desk (SCRNRPT) lists them
      * ranked by score, highest first.  Each flagged key is also
      * written to SCRNFLAG (SCRFLREC.cpy, key order), which loads
      * the SCRNFLAG KSDS RECBRWS reads for its flagged-keys filter;
      * branch surges are branch findings and appear on the report
      * only.  Nothing is held or changed -- the screening informs
      * the review, it does not stop the day.
      *
      * Counts go to CTLTOTS; RETURN-CODE 4 when anything was flagged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSCRN.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "SCRNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PARSED-FILE ASSIGN TO "PARSEDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "PARSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-TODAY-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-TODAY-FILE ASSIGN TO "SRTSCRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTWK2".

           SELECT SORTED-HISTORY-FILE ASSIGN TO "SRTSCRH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BALANCE-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT FINDING-FILE ASSIGN TO "SCRNWK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FINDING-FILE ASSIGN TO "SORTWK3".

           SELECT SORTED-FINDING-FILE ASSIGN TO "SRTSCRF"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FLAG-FILE ASSIGN TO "SCRNFLAG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVIEW-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Common control-totals file (CTLREC.cpy), balanced by
      *    RECBAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY SCRNPREC REPLACING ==:RECNAME:== BY ==PARAM-RECORD==
                                   ==:PREFIX:==  BY ==SP==.

      *    PARSEDX layout matches the record RECPARSE writes -- keep
      *    the declarations in step when the extract changes.
       FD  PARSED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01  PARSED-RECORD.
           05  PX-REC-TYPE               PIC X(1).
           05  PX-KEY                    PIC X(7).
           05  PX-TRANS-DATE             PIC 9(8).
           05  PX-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  PX-BRANCH                 PIC X(4).
           05  PX-STATUS-FLAGS           PIC X(2).
           05  PX-SOURCE-ID              PIC X(8).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY PARSHREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                   ==:PREFIX:==  BY ==HI==.

       SD  SORT-TODAY-FILE.
       01  SORT-TODAY-RECORD.
           05  ST-KEY                    PIC X(7).
           05  ST-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  ST-TRANS-DATE             PIC 9(8).
           05  ST-BRANCH                 PIC X(4).

       FD  SORTED-TODAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
       01  SORTED-TODAY-RECORD.
           05  TS-KEY                    PIC X(7).
           05  TS-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  TS-TRANS-DATE             PIC 9(8).
           05  TS-BRANCH                 PIC X(4).

      *    History entries before today: the key, amount, run date and
      *    transaction date, and whether the run date falls inside
      *    the look-back window (only those make the key's norms).
       SD  SORT-HISTORY-FILE.
       01  SORT-HISTORY-RECORD.
           05  SH-KEY                    PIC X(7).
           05  SH-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  SH-RUN-DATE               PIC 9(8).
           05  SH-TRANS-DATE             PIC 9(8).
           05  SH-WINDOW-FLAG            PIC X(1).

       FD  SORTED-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01  SORTED-HISTORY-RECORD.
           05  HS-KEY                    PIC X(7).
           05  HS-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  HS-RUN-DATE               PIC 9(8).
           05  HS-TRANS-DATE             PIC 9(8).
           05  HS-WINDOW-FLAG            PIC X(1).
               88  HS-IN-WINDOW         VALUE "Y".

       FD  BALANCE-FILE.
           COPY BALREC REPLACING ==:RECNAME:== BY ==BALANCE-RECORD==
                                 ==:PREFIX:==  BY ==BL==.

      *****************************************************************
      *  One review finding, for the ranking sort.  KIND "K" is a key
      *  finding (one extract record, reasons A/R/D); KIND "B" is a
      *  branch surge, AMOUNT and REFERENCE then being the day's value
      *  and the daily average value.
      *****************************************************************
       FD  FINDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS.
       01  FINDING-RECORD.
           05  FW-SCORE                  PIC 9(5).
           05  FW-KIND                   PIC X(1).
           05  FW-KEY                    PIC X(7).
           05  FW-BRANCH                 PIC X(4).
           05  FW-TRANS-DATE             PIC 9(8).
           05  FW-AMOUNT                 PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  FW-REASONS                PIC X(3).
           05  FW-REFERENCE              PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  FW-REPEAT-DAYS            PIC 9(3).
           05  FW-IDLE-DAYS              PIC 9(5).
           05  FW-TODAY-COUNT            PIC 9(7).
           05  FW-AVG-COUNT              PIC 9(5)V99.

       SD  SORT-FINDING-FILE.
       01  SORT-FINDING-RECORD.
           05  SF-SCORE                  PIC 9(5).
           05  SF-KIND                   PIC X(1).
           05  SF-KEY                    PIC X(7).
           05  FILLER                    PIC X(65).

       FD  SORTED-FINDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS.
       01  SORTED-FINDING-RECORD.
           05  FS-SCORE                  PIC 9(5).
           05  FS-KIND                   PIC X(1).
               88  FS-KEY-FINDING       VALUE "K".
           05  FS-KEY                    PIC X(7).
           05  FS-BRANCH                 PIC X(4).
           05  FS-TRANS-DATE             PIC 9(8).
           05  FS-AMOUNT                 PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  FS-REASONS                PIC X(3).
           05  FS-REFERENCE              PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  FS-REPEAT-DAYS            PIC 9(3).
           05  FS-IDLE-DAYS              PIC 9(5).
           05  FS-TODAY-COUNT            PIC 9(7).
           05  FS-AVG-COUNT              PIC 9(5)V99.

       FD  FLAG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY SCRFLREC REPLACING ==:RECNAME:== BY ==FLAG-RECORD==
                                   ==:PREFIX:==  BY ==FL==.

       FD  REVIEW-REPORT.
       01  REVIEW-LINE                   PIC X(132).

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-PARAM-STATUS               PIC X(2).
       01  WS-HISTORY-STATUS             PIC X(2).
       01  WS-BALANCE-STATUS             PIC X(2).
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-CTL-RUN-DATE               PIC 9(8).

       01  WS-PARSED-EOF-SWITCH          PIC X VALUE "N".
           88  PARSED-EOF               VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".
       01  WS-TODAY-EOF-SWITCH           PIC X VALUE "N".
           88  TODAY-EOF                VALUE "Y".
       01  WS-SORTED-HIST-EOF-SWITCH     PIC X VALUE "N".
           88  SORTED-HISTORY-EOF       VALUE "Y".
       01  WS-FINDING-EOF-SWITCH         PIC X VALUE "N".
           88  FINDING-EOF              VALUE "Y".
       01  WS-LEDGER-SWITCH              PIC X VALUE "N".
           88  LEDGER-AVAILABLE         VALUE "Y".

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    business date on the report and the flag records; this
      *    step sits outside the enforced chain.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-BUS-DATE                   PIC 9(8).

      *    RECHARC stamps the day's entries with the system date;
      *    those are today's extract, not history.
       01  WS-TODAY-DATE                 PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(8).
       01  WS-WINDOW-START-INTEGER       PIC 9(8).
       01  WS-REPEAT-START-INTEGER       PIC 9(8).
       01  WS-ENTRY-INTEGER              PIC 9(8).

      *****************************************************************
      *  Effective thresholds -- SCRNPARM's values, or the compiled
      *  defaults where the file or a field is unusable.
      *****************************************************************
       01  WS-THRESHOLDS.
           05  WS-LOOKBACK-DAYS          PIC 9(3)     VALUE 30.
           05  WS-MIN-HISTORY            PIC 9(3)     VALUE 3.
           05  WS-AMOUNT-MULTIPLE        PIC 9(3)V9   VALUE 10.0.
           05  WS-AMOUNT-FLOOR           PIC 9(9)V99  VALUE 1000.00.
           05  WS-BRANCH-PCT             PIC 9(5)     VALUE 300.
           05  WS-BRANCH-MIN-COUNT       PIC 9(5)     VALUE 20.
           05  WS-REPEAT-DAYS            PIC 9(2)     VALUE 3.
           05  WS-REPEAT-WINDOW          PIC 9(3)     VALUE 7.
           05  WS-DORMANT-DAYS           PIC 9(4)     VALUE 180.
       01  WS-PARAM-SOURCE               PIC X(20)
                                         VALUE "COMPILED DEFAULTS".

      *****************************************************************
      *  Branch norms: history count and value inside the window, and
      *  the day's count and value, per branch.  Values are absolute
      *  -- a surge of debits is as much a surge as one of credits.
      *****************************************************************
       01  WS-BRANCH-MAX                 PIC 9(3) COMP VALUE 500.
       01  WS-BRANCH-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-BRANCH-SUB                 PIC 9(3) COMP.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BT-CODE            PIC X(4).
               10  WS-BT-HIST-COUNT      PIC 9(9).
               10  WS-BT-HIST-VALUE      PIC 9(13)V99.
               10  WS-BT-TODAY-COUNT     PIC 9(7).
               10  WS-BT-TODAY-VALUE     PIC 9(11)V99.
       01  WS-FIND-BRANCH                PIC X(4).
       01  WS-SEARCH-SUB                 PIC 9(3) COMP.
       01  WS-BRANCH-OVERFLOW-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HIST-DAYS                  PIC 9(5) VALUE ZERO.
       01  WS-LAST-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-AVG-COUNT                  PIC 9(9)V99.
       01  WS-AVG-VALUE                  PIC 9(13)V99.
       01  WS-COUNT-RATIO                PIC 9(7).
       01  WS-VALUE-RATIO                PIC 9(7).
       01  WS-SURGE-SWITCH               PIC X VALUE "N".
           88  BRANCH-SURGE             VALUE "Y".

      *****************************************************************
      *  One key's history: its in-window entries (amount and run
      *  date, in amount then run-date order) for the repeat test, and
      *  the norms taken from them.  A key with more entries than the
      *  table holds still has them all counted in its norms; only the
      *  repeat scan is limited to the first 1000.
      *****************************************************************
       01  WS-KH-MAX                     PIC 9(4) COMP VALUE 1000.
       01  WS-KH-COUNT                   PIC 9(4) COMP.
       01  WS-KH-SUB                     PIC 9(4) COMP.
       01  WS-KEY-HIST-TABLE.
           05  WS-KH-ENTRY OCCURS 1000 TIMES.
               10  WS-KH-AMOUNT          PIC S9(9)V99.
               10  WS-KH-RUN-INTEGER     PIC 9(8).
       01  WS-KH-OVERFLOW-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-KEY-HIST-ENTRIES           PIC 9(7).
       01  WS-KEY-HIST-TOTAL             PIC 9(13)V99.
       01  WS-KEY-HIST-MAX               PIC 9(9)V99.
       01  WS-KEY-AVERAGE                PIC 9(11)V99.
       01  WS-KEY-LAST-ACTIVITY          PIC 9(8).

       01  WS-CURRENT-HISTORY-KEY        PIC X(7).
       01  WS-GROUP-KEY                  PIC X(7).
       01  WS-FIRST-RECORD-SWITCH        PIC X VALUE "Y".
           88  FIRST-RECORD-OF-KEY      VALUE "Y".

      *    The record being screened.
       01  WS-ABS-AMOUNT                 PIC 9(9)V99.
       01  WS-RECORD-SCORE               PIC 9(5).
       01  WS-RECORD-REASONS.
           05  WS-REASON-AMOUNT          PIC X(1).
           05  WS-REASON-REPEAT          PIC X(1).
           05  WS-REASON-DORMANT         PIC X(1).
       01  WS-AMOUNT-RATIO               PIC 9(7).
       01  WS-REPEAT-COUNT               PIC 9(3).
       01  WS-REPEAT-LAST-INTEGER        PIC 9(8).
       01  WS-IDLE-DAYS                  PIC S9(7).
       01  WS-POINTS                     PIC 9(5).

      *    The key's flag, accumulated across its records.
       01  WS-KEY-FLAG-SWITCH            PIC X VALUE "N".
           88  KEY-FLAGGED              VALUE "Y".
       01  WS-KEY-SCORE                  PIC 9(5).
       01  WS-KEY-REASONS.
           05  WS-KEY-REASON-AMOUNT      PIC X(1).
           05  WS-KEY-REASON-REPEAT      PIC X(1).
           05  WS-KEY-REASON-DORMANT     PIC X(1).
       01  WS-KEY-BRANCH                 PIC X(4).
       01  WS-KEY-AMOUNT                 PIC S9(9)V99.

       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-USED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-KEYS-SCREENED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-KEY-FINDING-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-FINDING-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-KEYS-FLAGGED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RANK                       PIC 9(5) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-RANK-ED                    PIC Z(4)9.
       01  WS-SCORE-ED                   PIC Z(4)9.
       01  WS-DAYS-ED                    PIC Z(4)9.
       01  WS-SMALL-COUNT-ED             PIC Z(6)9.
       01  WS-AVG-COUNT-ED               PIC Z(6)9.
       01  WS-AVG-RATE-ED                PIC Z(4)9.99.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.
       01  WS-REFERENCE-ED               PIC -(11)9.99.
       01  WS-MULTIPLE-ED                PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-EXTRACT
           PERFORM 2100-SORT-HISTORY
           OPEN OUTPUT FINDING-FILE
           PERFORM 3000-SCREEN-KEYS
           PERFORM 4000-SCREEN-BRANCHES
           CLOSE FINDING-FILE
           PERFORM 5000-RANK-FINDINGS
           PERFORM 6000-PRINT-REVIEW
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECSCRN" TO RCL-STEP-NAME
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

           PERFORM 1100-LOAD-THRESHOLDS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START-INTEGER =
               WS-TODAY-INTEGER - WS-LOOKBACK-DAYS
           COMPUTE WS-REPEAT-START-INTEGER =
               WS-TODAY-INTEGER - WS-REPEAT-WINDOW

           OPEN OUTPUT REVIEW-REPORT
           PERFORM 1200-WRITE-HEADING.

      *****************************************************************
      *  Thresholds: each SCRNPARM field replaces its default only
      *  when it is numeric and not zero.
      *****************************************************************
       1100-LOAD-THRESHOLDS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-CONTROL-KEY = "RECSCRN"
                           PERFORM 1150-APPLY-PARAM-RECORD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1150-APPLY-PARAM-RECORD.
           MOVE "SCRNPARM" TO WS-PARAM-SOURCE
           IF SP-LOOKBACK-DAYS IS NUMERIC
                   AND SP-LOOKBACK-DAYS > ZERO
               MOVE SP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF SP-MIN-HISTORY IS NUMERIC
                   AND SP-MIN-HISTORY > ZERO
               MOVE SP-MIN-HISTORY TO WS-MIN-HISTORY
           END-IF
           IF SP-AMOUNT-MULTIPLE IS NUMERIC
                   AND SP-AMOUNT-MULTIPLE > ZERO
               MOVE SP-AMOUNT-MULTIPLE TO WS-AMOUNT-MULTIPLE
           END-IF
           IF SP-AMOUNT-FLOOR IS NUMERIC
                   AND SP-AMOUNT-FLOOR > ZERO
               MOVE SP-AMOUNT-FLOOR TO WS-AMOUNT-FLOOR
           END-IF
           IF SP-BRANCH-PCT IS NUMERIC
                   AND SP-BRANCH-PCT > ZERO
               MOVE SP-BRANCH-PCT TO WS-BRANCH-PCT
           END-IF
           IF SP-BRANCH-MIN-COUNT IS NUMERIC
                   AND SP-BRANCH-MIN-COUNT > ZERO
               MOVE SP-BRANCH-MIN-COUNT TO WS-BRANCH-MIN-COUNT
           END-IF
           IF SP-REPEAT-DAYS IS NUMERIC
                   AND SP-REPEAT-DAYS > 1
               MOVE SP-REPEAT-DAYS TO WS-REPEAT-DAYS
           END-IF
           IF SP-REPEAT-WINDOW IS NUMERIC
                   AND SP-REPEAT-WINDOW > ZERO
               MOVE SP-REPEAT-WINDOW TO WS-REPEAT-WINDOW
           END-IF
           IF SP-DORMANT-DAYS IS NUMERIC
                   AND SP-DORMANT-DAYS > ZERO
               MOVE SP-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.

       1200-WRITE-HEADING.
           MOVE SPACES TO REVIEW-LINE
           STRING "UNUSUAL-ACTIVITY REVIEW -- BUSINESS DATE "
                                         DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  "  THRESHOLDS FROM "   DELIMITED BY SIZE
                  WS-PARAM-SOURCE        DELIMITED BY "  "
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-LOOKBACK-DAYS TO WS-DAYS-ED
           MOVE WS-AMOUNT-MULTIPLE TO WS-MULTIPLE-ED
           MOVE WS-AMOUNT-FLOOR TO WS-AMOUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "  LOOK-BACK DAYS "    DELIMITED BY SIZE
                  WS-DAYS-ED             DELIMITED BY SIZE
                  "   AMOUNT MULTIPLE "  DELIMITED BY SIZE
                  WS-MULTIPLE-ED         DELIMITED BY SIZE
                  "   AMOUNT FLOOR "     DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-BRANCH-PCT TO WS-DAYS-ED
           MOVE WS-REPEAT-DAYS TO WS-SMALL-COUNT-ED
           MOVE WS-DORMANT-DAYS TO WS-AVG-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "  BRANCH SURGE PCT "  DELIMITED BY SIZE
                  WS-DAYS-ED             DELIMITED BY SIZE
                  "   REPEAT DAYS "      DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED      DELIMITED BY SIZE
                  "   DORMANT DAYS "     DELIMITED BY SIZE
                  WS-AVG-COUNT-ED        DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE SPACES TO REVIEW-LINE
           STRING "  FLAGS: A=AMOUNT OUTSIDE KEY RANGE  "
                                         DELIMITED BY SIZE
                  "R=AMOUNT REPEATED ACROSS DAYS  "
                                         DELIMITED BY SIZE
                  "D=DORMANT KEY  B=BRANCH SURGE"
                                         DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE.

      *****************************************************************
      *  Today's extract by key and amount; the branch table picks up
      *  the day's count and value on the way through.
      *****************************************************************
       2000-SORT-EXTRACT.
           SORT SORT-TODAY-FILE
               ON ASCENDING KEY ST-KEY
               ON ASCENDING KEY ST-AMOUNT
               ON ASCENDING KEY ST-TRANS-DATE
               INPUT PROCEDURE IS 2050-RELEASE-EXTRACT
               GIVING SORTED-TODAY-FILE.

       2050-RELEASE-EXTRACT.
           OPEN INPUT PARSED-FILE
           PERFORM UNTIL PARSED-EOF
               READ PARSED-FILE
                   AT END
                       SET PARSED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE PX-BRANCH TO WS-FIND-BRANCH
                       PERFORM 8000-FIND-BRANCH
                       IF WS-BRANCH-SUB > ZERO
                           ADD 1 TO WS-BT-TODAY-COUNT(WS-BRANCH-SUB)
                           ADD FUNCTION ABS(PX-AMOUNT)
                               TO WS-BT-TODAY-VALUE(WS-BRANCH-SUB)
                       END-IF
                       MOVE PX-KEY TO ST-KEY
                       MOVE PX-AMOUNT TO ST-AMOUNT
                       MOVE PX-TRANS-DATE TO ST-TRANS-DATE
                       MOVE PX-BRANCH TO ST-BRANCH
                       RELEASE SORT-TODAY-RECORD
               END-READ
           END-PERFORM
           CLOSE PARSED-FILE.

      *****************************************************************
      *  History before today by key, amount and run date.  Entries
      *  inside the look-back window also feed the branch norms and
      *  the count of history days; older entries still travel, as
      *  they carry the key's last activity for the dormancy test.
      *****************************************************************
       2100-SORT-HISTORY.
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SH-KEY
               ON ASCENDING KEY SH-AMOUNT
               ON ASCENDING KEY SH-RUN-DATE
               INPUT PROCEDURE IS 2150-RELEASE-HISTORY
               GIVING SORTED-HISTORY-FILE.

       2150-RELEASE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               SET HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HI-RUN-DATE < WS-TODAY-DATE
                           PERFORM 2200-RELEASE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       2200-RELEASE-ONE-ENTRY.
           MOVE HI-KEY TO SH-KEY
           MOVE HI-AMOUNT TO SH-AMOUNT
           MOVE HI-RUN-DATE TO SH-RUN-DATE
           MOVE HI-TRANS-DATE TO SH-TRANS-DATE
           MOVE "N" TO SH-WINDOW-FLAG
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(HI-RUN-DATE)
           IF WS-ENTRY-INTEGER >= WS-WINDOW-START-INTEGER
               MOVE "Y" TO SH-WINDOW-FLAG
               ADD 1 TO WS-HISTORY-USED-COUNT
      *        RECHARC appends each day after the carried-forward
      *        entries, so the history is in run-date order.
               IF HI-RUN-DATE NOT = WS-LAST-RUN-DATE
                   ADD 1 TO WS-HIST-DAYS
                   MOVE HI-RUN-DATE TO WS-LAST-RUN-DATE
               END-IF
               MOVE HI-BRANCH TO WS-FIND-BRANCH
               PERFORM 8000-FIND-BRANCH
               IF WS-BRANCH-SUB > ZERO
                   ADD 1 TO WS-BT-HIST-COUNT(WS-BRANCH-SUB)
                   ADD FUNCTION ABS(HI-AMOUNT)
                       TO WS-BT-HIST-VALUE(WS-BRANCH-SUB)
               END-IF
           END-IF
           RELEASE SORT-HISTORY-RECORD.

      *****************************************************************
      *  Key screening: a balanced line of today's keys against the
      *  sorted history.  History keys with nothing today are passed
      *  over; each of today's keys has its history loaded, then each
      *  of its records is screened.
      *****************************************************************
       3000-SCREEN-KEYS.
           OPEN INPUT SORTED-TODAY-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN OUTPUT FLAG-FILE
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               SET LEDGER-AVAILABLE TO TRUE
           END-IF
           PERFORM 3050-READ-TODAY
           PERFORM 3060-READ-HISTORY
           PERFORM UNTIL TODAY-EOF
               ADD 1 TO WS-KEYS-SCREENED-COUNT
               MOVE TS-KEY TO WS-GROUP-KEY
               PERFORM 3100-LOAD-KEY-HISTORY
               PERFORM 3200-FIND-LAST-ACTIVITY
               MOVE "N" TO WS-KEY-FLAG-SWITCH
               MOVE ZERO TO WS-KEY-SCORE
               MOVE SPACES TO WS-KEY-REASONS
               MOVE "Y" TO WS-FIRST-RECORD-SWITCH
               PERFORM UNTIL TODAY-EOF OR TS-KEY NOT = WS-GROUP-KEY
                   PERFORM 3300-SCREEN-ONE-RECORD
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   PERFORM 3050-READ-TODAY
               END-PERFORM
               IF KEY-FLAGGED
                   PERFORM 3500-WRITE-FLAG-RECORD
               END-IF
           END-PERFORM
           IF LEDGER-AVAILABLE
               CLOSE BALANCE-FILE
           END-IF
           CLOSE FLAG-FILE
           CLOSE SORTED-HISTORY-FILE
           CLOSE SORTED-TODAY-FILE.

       3050-READ-TODAY.
           READ SORTED-TODAY-FILE
               AT END
                   SET TODAY-EOF TO TRUE
           END-READ.

       3060-READ-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET SORTED-HISTORY-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-HISTORY-KEY
               NOT AT END
                   MOVE HS-KEY TO WS-CURRENT-HISTORY-KEY
           END-READ.

       3100-LOAD-KEY-HISTORY.
           MOVE ZERO TO WS-KH-COUNT
           MOVE ZERO TO WS-KEY-HIST-ENTRIES
           MOVE ZERO TO WS-KEY-HIST-TOTAL
           MOVE ZERO TO WS-KEY-HIST-MAX
           MOVE ZERO TO WS-KEY-AVERAGE
           MOVE ZERO TO WS-KEY-LAST-ACTIVITY
           PERFORM UNTIL WS-CURRENT-HISTORY-KEY >= WS-GROUP-KEY
               PERFORM 3060-READ-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-CURRENT-HISTORY-KEY NOT = WS-GROUP-KEY
               IF HS-TRANS-DATE > WS-KEY-LAST-ACTIVITY
                   MOVE HS-TRANS-DATE TO WS-KEY-LAST-ACTIVITY
               END-IF
               IF HS-IN-WINDOW
                   PERFORM 3150-ADD-WINDOW-ENTRY
               END-IF
               PERFORM 3060-READ-HISTORY
           END-PERFORM
           IF WS-KEY-HIST-ENTRIES > ZERO
               COMPUTE WS-KEY-AVERAGE ROUNDED =
                   WS-KEY-HIST-TOTAL / WS-KEY-HIST-ENTRIES
           END-IF.

       3150-ADD-WINDOW-ENTRY.
           ADD 1 TO WS-KEY-HIST-ENTRIES
           ADD FUNCTION ABS(HS-AMOUNT) TO WS-KEY-HIST-TOTAL
           IF FUNCTION ABS(HS-AMOUNT) > WS-KEY-HIST-MAX
               MOVE FUNCTION ABS(HS-AMOUNT) TO WS-KEY-HIST-MAX
           END-IF
           IF WS-KH-COUNT < WS-KH-MAX
               ADD 1 TO WS-KH-COUNT
               MOVE HS-AMOUNT TO WS-KH-AMOUNT(WS-KH-COUNT)
               COMPUTE WS-KH-RUN-INTEGER(WS-KH-COUNT) =
                   FUNCTION INTEGER-OF-DATE(HS-RUN-DATE)
           ELSE
               ADD 1 TO WS-KH-OVERFLOW-COUNT
           END-IF.

      *    The ledger outlives the history's retention window, so it
      *    knows activity the history has dropped -- but only until
      *    RECLEDG posts today's extract, which makes every key today
      *    look active.
       3200-FIND-LAST-ACTIVITY.
           IF LEDGER-AVAILABLE
               MOVE WS-GROUP-KEY TO BL-KEY
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BL-LAST-POSTED < WS-BUS-DATE
                               AND BL-LAST-ACTIVITY
                                   > WS-KEY-LAST-ACTIVITY
                           MOVE BL-LAST-ACTIVITY
                               TO WS-KEY-LAST-ACTIVITY
                       END-IF
               END-READ
           END-IF.

       3300-SCREEN-ONE-RECORD.
           MOVE ZERO TO WS-RECORD-SCORE
           MOVE SPACES TO WS-RECORD-REASONS
           MOVE ZERO TO WS-AMOUNT-RATIO
           MOVE ZERO TO WS-REPEAT-COUNT
           MOVE ZERO TO WS-IDLE-DAYS
           MOVE FUNCTION ABS(TS-AMOUNT) TO WS-ABS-AMOUNT

      *    A -- outside the key's range.
           IF WS-ABS-AMOUNT >= WS-AMOUNT-FLOOR
                   AND WS-KEY-HIST-ENTRIES >= WS-MIN-HISTORY
                   AND WS-KEY-AVERAGE > ZERO
                   AND WS-ABS-AMOUNT > WS-KEY-HIST-MAX
                   AND WS-ABS-AMOUNT >
                       WS-KEY-AVERAGE * WS-AMOUNT-MULTIPLE
               MOVE "A" TO WS-REASON-AMOUNT
      *        A ratio too big for the field is past the cap anyway.
               COMPUTE WS-AMOUNT-RATIO =
                   WS-ABS-AMOUNT / WS-KEY-AVERAGE
                   ON SIZE ERROR
                       MOVE 60 TO WS-POINTS
                   NOT ON SIZE ERROR
                       MOVE FUNCTION MIN(WS-AMOUNT-RATIO 60)
                           TO WS-POINTS
               END-COMPUTE
               COMPUTE WS-RECORD-SCORE =
                   WS-RECORD-SCORE + 40 + WS-POINTS
           END-IF

      *    R -- the same amount on earlier days inside the repeat
      *    window; the table is in amount then run-date order, so
      *    each new run date for the amount is one more day.
           IF WS-ABS-AMOUNT >= WS-AMOUNT-FLOOR
               MOVE ZERO TO WS-REPEAT-LAST-INTEGER
               PERFORM VARYING WS-KH-SUB FROM 1 BY 1
                       UNTIL WS-KH-SUB > WS-KH-COUNT
                   IF WS-KH-AMOUNT(WS-KH-SUB) = TS-AMOUNT
                           AND WS-KH-RUN-INTEGER(WS-KH-SUB)
                               >= WS-REPEAT-START-INTEGER
                           AND WS-KH-RUN-INTEGER(WS-KH-SUB)
                               NOT = WS-REPEAT-LAST-INTEGER
                       ADD 1 TO WS-REPEAT-COUNT
                       MOVE WS-KH-RUN-INTEGER(WS-KH-SUB)
                           TO WS-REPEAT-LAST-INTEGER
                   END-IF
               END-PERFORM
               ADD 1 TO WS-REPEAT-COUNT
               IF WS-REPEAT-COUNT >= WS-REPEAT-DAYS
                   MOVE "R" TO WS-REASON-REPEAT
                   COMPUTE WS-POINTS =
                       (WS-REPEAT-COUNT - WS-REPEAT-DAYS) * 10
                   MOVE FUNCTION MIN(WS-POINTS 40) TO WS-POINTS
                   COMPUTE WS-RECORD-SCORE =
                       WS-RECORD-SCORE + 20 + WS-POINTS
               END-IF
           END-IF

      *    D -- dormant key, judged once, on the key's first record.
           IF FIRST-RECORD-OF-KEY AND WS-KEY-LAST-ACTIVITY > ZERO
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TS-TRANS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-KEY-LAST-ACTIVITY)
               IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
                   MOVE "D" TO WS-REASON-DORMANT
                   COMPUTE WS-POINTS = WS-IDLE-DAYS / 30
                   MOVE FUNCTION MIN(WS-POINTS 40) TO WS-POINTS
                   COMPUTE WS-RECORD-SCORE =
                       WS-RECORD-SCORE + 30 + WS-POINTS
               END-IF
           END-IF

           IF WS-RECORD-SCORE > ZERO
               PERFORM 3400-WRITE-KEY-FINDING
           END-IF.

       3400-WRITE-KEY-FINDING.
           ADD 1 TO WS-KEY-FINDING-COUNT
           MOVE SPACES TO FINDING-RECORD
           MOVE WS-RECORD-SCORE TO FW-SCORE
           MOVE "K" TO FW-KIND
           MOVE WS-GROUP-KEY TO FW-KEY
           MOVE TS-BRANCH TO FW-BRANCH
           MOVE TS-TRANS-DATE TO FW-TRANS-DATE
           MOVE TS-AMOUNT TO FW-AMOUNT
           MOVE WS-RECORD-REASONS TO FW-REASONS
           MOVE WS-KEY-AVERAGE TO FW-REFERENCE
           IF WS-REASON-REPEAT = "R"
               MOVE WS-REPEAT-COUNT TO FW-REPEAT-DAYS
           ELSE
               MOVE ZERO TO FW-REPEAT-DAYS
           END-IF
           IF WS-REASON-DORMANT = "D"
               MOVE WS-IDLE-DAYS TO FW-IDLE-DAYS
           ELSE
               MOVE ZERO TO FW-IDLE-DAYS
           END-IF
           MOVE ZERO TO FW-TODAY-COUNT
           MOVE ZERO TO FW-AVG-COUNT
           WRITE FINDING-RECORD

           SET KEY-FLAGGED TO TRUE
           IF WS-REASON-AMOUNT = "A"
               MOVE "A" TO WS-KEY-REASON-AMOUNT
           END-IF
           IF WS-REASON-REPEAT = "R"
               MOVE "R" TO WS-KEY-REASON-REPEAT
           END-IF
           IF WS-REASON-DORMANT = "D"
               MOVE "D" TO WS-KEY-REASON-DORMANT
           END-IF
           IF WS-RECORD-SCORE > WS-KEY-SCORE
               MOVE WS-RECORD-SCORE TO WS-KEY-SCORE
               MOVE TS-BRANCH TO WS-KEY-BRANCH
               MOVE TS-AMOUNT TO WS-KEY-AMOUNT
           END-IF.

       3500-WRITE-FLAG-RECORD.
           ADD 1 TO WS-KEYS-FLAGGED-COUNT
           MOVE SPACES TO FLAG-RECORD
           MOVE WS-GROUP-KEY TO FL-KEY
           MOVE WS-BUS-DATE TO FL-SCREEN-DATE
           MOVE WS-KEY-SCORE TO FL-SCORE
           MOVE WS-KEY-REASONS TO FL-REASONS
           MOVE WS-KEY-BRANCH TO FL-BRANCH
           MOVE WS-KEY-AMOUNT TO FL-AMOUNT
           WRITE FLAG-RECORD.

      *****************************************************************
      *  Branch screening: the day's count and value against the
      *  branch's daily average over the history days in the window.
      *  A branch with no history in the window, posting at least
      *  the minimum count, is itself a surge.
      *****************************************************************
       4000-SCREEN-BRANCHES.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               IF WS-BT-TODAY-COUNT(WS-BRANCH-SUB)
                       >= WS-BRANCH-MIN-COUNT
                       AND WS-HIST-DAYS > ZERO
                   PERFORM 4100-CHECK-ONE-BRANCH
               END-IF
           END-PERFORM.

       4100-CHECK-ONE-BRANCH.
           MOVE "N" TO WS-SURGE-SWITCH
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-BT-HIST-COUNT(WS-BRANCH-SUB) / WS-HIST-DAYS
           COMPUTE WS-AVG-VALUE ROUNDED =
               WS-BT-HIST-VALUE(WS-BRANCH-SUB) / WS-HIST-DAYS
           IF WS-AVG-COUNT > ZERO
               COMPUTE WS-COUNT-RATIO =
                   WS-BT-TODAY-COUNT(WS-BRANCH-SUB) / WS-AVG-COUNT
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-COUNT-RATIO
               END-COMPUTE
               IF WS-BT-TODAY-COUNT(WS-BRANCH-SUB) * 100
                       > WS-AVG-COUNT * WS-BRANCH-PCT
                   SET BRANCH-SURGE TO TRUE
               END-IF
           ELSE
               MOVE 99 TO WS-COUNT-RATIO
               SET BRANCH-SURGE TO TRUE
           END-IF
           IF WS-AVG-VALUE > ZERO
               COMPUTE WS-VALUE-RATIO =
                   WS-BT-TODAY-VALUE(WS-BRANCH-SUB) / WS-AVG-VALUE
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-VALUE-RATIO
               END-COMPUTE
               IF WS-BT-TODAY-VALUE(WS-BRANCH-SUB) * 100
                       > WS-AVG-VALUE * WS-BRANCH-PCT
                   SET BRANCH-SURGE TO TRUE
               END-IF
           ELSE
               MOVE 99 TO WS-VALUE-RATIO
           END-IF
           IF BRANCH-SURGE
               ADD 1 TO WS-BRANCH-FINDING-COUNT
      *        Ratio capped at 10 before it is scaled, so 50 points
      *        at most and no overflow of the points field.
               COMPUTE WS-POINTS = FUNCTION MIN(
                   FUNCTION MAX(WS-COUNT-RATIO WS-VALUE-RATIO) 10) * 5
               MOVE SPACES TO FINDING-RECORD
               COMPUTE FW-SCORE = 25 + WS-POINTS
               MOVE "B" TO FW-KIND
               MOVE SPACES TO FW-KEY
               MOVE WS-BT-CODE(WS-BRANCH-SUB) TO FW-BRANCH
               MOVE WS-BUS-DATE TO FW-TRANS-DATE
               MOVE WS-BT-TODAY-VALUE(WS-BRANCH-SUB) TO FW-AMOUNT
               MOVE SPACES TO FW-REASONS
               MOVE WS-AVG-VALUE TO FW-REFERENCE
               MOVE ZERO TO FW-REPEAT-DAYS
               MOVE ZERO TO FW-IDLE-DAYS
               MOVE WS-BT-TODAY-COUNT(WS-BRANCH-SUB) TO FW-TODAY-COUNT
               MOVE WS-AVG-COUNT TO FW-AVG-COUNT
               WRITE FINDING-RECORD
           END-IF.

       5000-RANK-FINDINGS.
           SORT SORT-FINDING-FILE
               ON DESCENDING KEY SF-SCORE
               ON ASCENDING KEY SF-KIND
               ON ASCENDING KEY SF-KEY
               USING FINDING-FILE
               GIVING SORTED-FINDING-FILE.

       6000-PRINT-REVIEW.
           OPEN INPUT SORTED-FINDING-FILE
           PERFORM UNTIL FINDING-EOF
               READ SORTED-FINDING-FILE
                   AT END
                       SET FINDING-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       IF FS-KEY-FINDING
                           PERFORM 6100-WRITE-KEY-LINE
                       ELSE
                           PERFORM 6200-WRITE-BRANCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-FINDING-FILE
           IF WS-RANK = ZERO
               MOVE "NO UNUSUAL ACTIVITY FOUND" TO REVIEW-LINE
               WRITE REVIEW-LINE
           END-IF.

       6100-WRITE-KEY-LINE.
           MOVE WS-RANK TO WS-RANK-ED
           MOVE FS-SCORE TO WS-SCORE-ED
           MOVE FS-AMOUNT TO WS-AMOUNT-ED
           MOVE FS-REFERENCE TO WS-REFERENCE-ED
           MOVE SPACES TO REVIEW-LINE
           STRING WS-RANK-ED             DELIMITED BY SIZE
                  "  SCORE "             DELIMITED BY SIZE
                  WS-SCORE-ED            DELIMITED BY SIZE
                  "  FLAGS "             DELIMITED BY SIZE
                  FS-REASONS             DELIMITED BY SIZE
                  "  KEY="               DELIMITED BY SIZE
                  FS-KEY                 DELIMITED BY SIZE
                  "  BR="                DELIMITED BY SIZE
                  FS-BRANCH              DELIMITED BY SIZE
                  "  DT="                DELIMITED BY SIZE
                  FS-TRANS-DATE          DELIMITED BY SIZE
                  "  AMT="               DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
                  "  KEY AVG="           DELIMITED BY SIZE
                  WS-REFERENCE-ED        DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           IF FS-REPEAT-DAYS > ZERO
               MOVE FS-REPEAT-DAYS TO WS-SMALL-COUNT-ED
               MOVE SPACES TO REVIEW-LINE
               STRING "                      "
                                         DELIMITED BY SIZE
                      "SAME AMOUNT ON DAYS " DELIMITED BY SIZE
                      WS-SMALL-COUNT-ED  DELIMITED BY SIZE
                      INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF
           IF FS-IDLE-DAYS > ZERO
               MOVE FS-IDLE-DAYS TO WS-DAYS-ED
               MOVE SPACES TO REVIEW-LINE
               STRING "                      "
                                         DELIMITED BY SIZE
                      "DAYS SINCE LAST ACTIVITY "
                                         DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF.

       6200-WRITE-BRANCH-LINE.
           MOVE WS-RANK TO WS-RANK-ED
           MOVE FS-SCORE TO WS-SCORE-ED
           MOVE FS-AMOUNT TO WS-AMOUNT-ED
           MOVE FS-REFERENCE TO WS-REFERENCE-ED
           MOVE FS-TODAY-COUNT TO WS-SMALL-COUNT-ED
           MOVE FS-AVG-COUNT TO WS-AVG-RATE-ED
           MOVE SPACES TO REVIEW-LINE
           STRING WS-RANK-ED             DELIMITED BY SIZE
                  "  SCORE "             DELIMITED BY SIZE
                  WS-SCORE-ED            DELIMITED BY SIZE
                  "  FLAGS B    BRANCH=" DELIMITED BY SIZE
                  FS-BRANCH              DELIMITED BY SIZE
                  "  COUNT "             DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED      DELIMITED BY SIZE
                  " VALUE "              DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
                  "  AVG COUNT "         DELIMITED BY SIZE
                  WS-AVG-RATE-ED         DELIMITED BY SIZE
                  " VALUE "              DELIMITED BY SIZE
                  WS-REFERENCE-ED        DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE.

      *****************************************************************
      *  Branch table lookup: WS-BRANCH-SUB is the branch's row,
      *  added if new, or zero when the table is full.
      *****************************************************************
       8000-FIND-BRANCH.
           MOVE ZERO TO WS-BRANCH-SUB
           PERFORM VARYING WS-SEARCH-SUB FROM 1 BY 1
                   UNTIL WS-SEARCH-SUB > WS-BRANCH-COUNT
                      OR WS-BRANCH-SUB > ZERO
               IF WS-BT-CODE(WS-SEARCH-SUB) = WS-FIND-BRANCH
                   MOVE WS-SEARCH-SUB TO WS-BRANCH-SUB
               END-IF
           END-PERFORM
           IF WS-BRANCH-SUB = ZERO
               IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB
                   MOVE WS-FIND-BRANCH TO WS-BT-CODE(WS-BRANCH-SUB)
                   MOVE ZERO TO WS-BT-HIST-COUNT(WS-BRANCH-SUB)
                   MOVE ZERO TO WS-BT-HIST-VALUE(WS-BRANCH-SUB)
                   MOVE ZERO TO WS-BT-TODAY-COUNT(WS-BRANCH-SUB)
                   MOVE ZERO TO WS-BT-TODAY-VALUE(WS-BRANCH-SUB)
               ELSE
                   ADD 1 TO WS-BRANCH-OVERFLOW-COUNT
               END-IF
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE REVIEW-REPORT
           IF WS-RANK > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "EXTRACT RECORDS SCREENED .. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-KEYS-SCREENED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "KEYS SCREENED ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-HISTORY-USED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "HISTORY ENTRIES IN WINDOW . " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-HIST-DAYS TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "HISTORY DAYS IN WINDOW .... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-KEY-FINDING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "KEY FINDINGS .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-KEYS-FLAGGED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "KEYS FLAGGED .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           MOVE WS-BRANCH-FINDING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "BRANCH SURGES ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           IF WS-BRANCH-OVERFLOW-COUNT > ZERO
               MOVE WS-BRANCH-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REVIEW-LINE
               STRING "ENTRIES, BRANCH TABLE FULL  "
                                                 DELIMITED BY SIZE
                      WS-COUNT-ED                DELIMITED BY SIZE
                      INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF

           IF WS-KH-OVERFLOW-COUNT > ZERO
               MOVE WS-KH-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REVIEW-LINE
               STRING "ENTRIES NOT REPEAT-SCANNED  "
                                                 DELIMITED BY SIZE
                      WS-COUNT-ED                DELIMITED BY SIZE
                      INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF

           IF NOT LEDGER-AVAILABLE
               MOVE SPACES TO REVIEW-LINE
               STRING "BALANCE LEDGER NOT AVAILABLE -- "
                                                 DELIMITED BY SIZE
                      "DORMANCY FROM HISTORY ONLY"
                                                 DELIMITED BY SIZE
                      INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE
           END-IF.

       9400-WRITE-CONTROL-TOTALS.
      *    Stamped with the run-control business date.  EXTEND; a
      *    fresh file (status 35) is created instead.
           MOVE WS-BUS-DATE TO WS-CTL-RUN-DATE
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           MOVE "RECSCRN" TO CT-PROGRAM
           MOVE WS-CTL-RUN-DATE TO CT-RUN-DATE
           MOVE "RECORDS-READ" TO CT-COUNTER
           MOVE WS-READ-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "KEY-FINDINGS" TO CT-COUNTER
           MOVE WS-KEY-FINDING-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "KEYS-FLAGGED" TO CT-COUNTER
           MOVE WS-KEYS-FLAGGED-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "BRANCH-SURGES" TO CT-COUNTER
           MOVE WS-BRANCH-FINDING-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.
