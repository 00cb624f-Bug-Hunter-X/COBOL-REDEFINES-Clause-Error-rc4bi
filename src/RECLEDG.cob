      ******************************************************************
      * PROGRAM-ID: RECLEDG
      *
      * Nightly balance-ledger posting.  RECMAST only holds a key's
      * latest payload and PARSHIST rolls off after its retention
      * window, so "what was this customer's balance on the 3rd" had
      * no answer.  The balance ledger (BALMAST, BALREC.cpy) keeps,
      * per 7-byte key, the opening balance for the period, the
      * period-to-date debits and credits, the current balance and
      * the last activity date, and this step posts each day's clean
      * extract (PARSEDX) to it.  Run it after RECHARC, so the day's
      * extract is in PARSHIST by the time the ledger is proved.
      *
      * The run has three passes:
      *   1. period roll -- on the first run in a new month (by the
      *      business date), every ledger record's period-to-date
      *      figures fold into its opening balance and the period
      *      restarts at the first of the month;
      *   2. posting -- PARSEDX sorted by key and transaction date;
      *      a key new to the ledger is added.  An amount dated in the
      *      period goes to the period-to-date debits (negative) or
      *      credits (positive); one dated before the period start --
      *      a late arrival, or a back-dated override into a closed
      *      month -- goes to the opening balance, where it belongs.
      *      A key the ledger shows already posted for this business
      *      date is skipped and listed, so a re-run cannot post the
      *      day twice (FORCE on the command line posts it anyway);
      *   3. proof -- each key's period-to-date debits and credits
      *      must equal the sum of its PARSHIST entries dated in the
      *      period, and its current balance must equal opening plus
      *      credits less debits.  A key that disagrees, and history
      *      with no ledger record, goes on the exceptions list
      *      (LEDGEXC) -- nothing is adjusted to make it agree.
      *
      * LEDGRPT carries the run's counts and totals; the counts and
      * amount hash figures also go to CTLTOTS, where RECBAL proves
      * the records posted here against RECPARSE's extract.
      * RETURN-CODE 4 when the exceptions list is not empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLEDG.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARSED-FILE ASSIGN TO "PARSEDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-PARSED-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-PARSED-FILE ASSIGN TO "SRTLEDG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "PARSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTWK2".

           SELECT SORTED-HISTORY-FILE ASSIGN TO "SRTLHIST"
               ORGANIZATION IS SEQUENTIAL.

      *    DYNAMIC: the roll and the proof read the ledger in key
      *    order, the posting reads and writes it by key.
           SELECT BALANCE-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT LEDGER-REPORT ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO "LEDGEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Common control-totals file (CTLREC.cpy), balanced by
      *    RECBAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-PARSED-FILE.
       01  SORT-PARSED-RECORD.
           05  SP-KEY                    PIC X(7).
           05  SP-TRANS-DATE             PIC 9(8).
           05  SP-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  SORTED-PARSED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  SORTED-PARSED-RECORD.
           05  SR-KEY                    PIC X(7).
           05  SR-TRANS-DATE             PIC 9(8).
           05  SR-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY PARSHREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                   ==:PREFIX:==  BY ==HI==.

       SD  SORT-HISTORY-FILE.
       01  SORT-HISTORY-RECORD.
           05  SH-KEY                    PIC X(7).
           05  SH-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  SORTED-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  SORTED-HISTORY-RECORD.
           05  SH-SORTED-KEY             PIC X(7).
           05  SH-SORTED-AMOUNT          PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  BALANCE-FILE.
           COPY BALREC REPLACING ==:RECNAME:== BY ==BALANCE-RECORD==
                                 ==:PREFIX:==  BY ==BL==.

       FD  LEDGER-REPORT.
       01  LEDGER-LINE                   PIC X(120).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE                PIC X(132).

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS             PIC X(2).
       01  WS-HISTORY-STATUS             PIC X(2).
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-CTL-RUN-DATE               PIC 9(8).

       01  WS-PARSED-EOF-SWITCH          PIC X VALUE "N".
           88  PARSED-EOF               VALUE "Y".
       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH          PIC X VALUE "N".
           88  LEDGER-EOF               VALUE "Y".

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    business date the posting is stamped with; this step sits
      *    outside the enforced chain.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-BUS-DATE                   PIC 9(8).
       01  WS-PERIOD-START               PIC 9(8).

       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-FORCE-WORD                 PIC X(8).

      *****************************************************************
      *  Posting control: the key group being posted and whether the
      *  ledger already had it, or already had it for this date.
      *****************************************************************
       01  WS-GROUP-KEY                  PIC X(7).
       01  WS-GROUP-STATE-SWITCH         PIC X VALUE " ".
           88  GROUP-EXISTING           VALUE "E".
           88  GROUP-NEW                VALUE "N".
           88  GROUP-SKIPPED            VALUE "S".

      *****************************************************************
      *  Proof: balanced-line keys for the ledger and the period's
      *  history, and the history sums for the key being proved.
      *****************************************************************
       01  WS-CURRENT-LEDGER-KEY         PIC X(7).
       01  WS-CURRENT-HISTORY-KEY        PIC X(7).
       01  WS-ACTIVE-KEY                 PIC X(7).
       01  WS-HIST-DEBITS                PIC S9(11)V99.
       01  WS-HIST-CREDITS               PIC S9(11)V99.
       01  WS-HIST-NET                   PIC S9(11)V99.
       01  WS-LEDGER-NET                 PIC S9(11)V99.
       01  WS-EXPECTED-BALANCE           PIC S9(11)V99.
       01  WS-EXCEPTION-TEXT             PIC X(40).

       01  WS-ROLLED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-POSTED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-NEW-KEY-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-BACKDATED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-PROVED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-POSTED-DEBIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTED-CREDIT              PIC S9(11)V99 VALUE ZERO.

      *    Amount totals reduced to CTLTOTS hash figures: the total
      *    in cents, of which the MOVE to CT-VALUE keeps the low-order
      *    nine digits.
       01  WS-HASH-CENTS                 PIC 9(13).

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.
       01  WS-LEDGER-ED                  PIC -(11)9.99.
       01  WS-HISTORY-ED                 PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-ROLL-PERIOD
           PERFORM 2000-SORT-EXTRACT
           PERFORM 2100-POST-EXTRACT
           PERFORM 3000-SORT-PERIOD-HISTORY
           PERFORM 3100-PROVE-LEDGER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-FORCE-WORD
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-FORCE-WORD
           END-UNSTRING

           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECLEDG" TO RCL-STEP-NAME
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
           MOVE WS-BUS-DATE TO WS-PERIOD-START
           MOVE "01" TO WS-PERIOD-START(7:2)

           OPEN OUTPUT LEDGER-REPORT
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO LEDGER-LINE
           STRING "BALANCE LEDGER POSTING -- BUSINESS DATE "
                                         DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  "  PERIOD FROM "       DELIMITED BY SIZE
                  WS-PERIOD-START        DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "BALANCE LEDGER EXCEPTIONS -- BUSINESS DATE "
                                         DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

      *    The first run creates the ledger (file status 35).
           OPEN I-O BALANCE-FILE
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.

      *****************************************************************
      *  Pass 1: bring every ledger record into the current period.
      *  Folding the period-to-date figures into the opening balance
      *  leaves the current balance untouched.
      *****************************************************************
       1100-ROLL-PERIOD.
           PERFORM UNTIL LEDGER-EOF
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET LEDGER-EOF TO TRUE
                   NOT AT END
                       IF BL-PERIOD-START < WS-PERIOD-START
                           MOVE BL-CURRENT-BALANCE
                               TO BL-OPENING-BALANCE
                           MOVE ZERO TO BL-PTD-DEBITS
                           MOVE ZERO TO BL-PTD-CREDITS
                           MOVE WS-PERIOD-START TO BL-PERIOD-START
                           REWRITE BALANCE-RECORD
                           ADD 1 TO WS-ROLLED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       2000-SORT-EXTRACT.
           SORT SORT-PARSED-FILE
               ON ASCENDING KEY SP-KEY
               ON ASCENDING KEY SP-TRANS-DATE
               INPUT PROCEDURE IS 2050-RELEASE-EXTRACT
               GIVING SORTED-PARSED-FILE.

       2050-RELEASE-EXTRACT.
           OPEN INPUT PARSED-FILE
           PERFORM UNTIL PARSED-EOF
               READ PARSED-FILE
                   AT END
                       SET PARSED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE PX-KEY TO SP-KEY
                       MOVE PX-TRANS-DATE TO SP-TRANS-DATE
                       MOVE PX-AMOUNT TO SP-AMOUNT
                       RELEASE SORT-PARSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PARSED-FILE.

      *****************************************************************
      *  Pass 2: one key group at a time -- read (or start) the
      *  ledger record, post every extract record for the key, write
      *  it back once.
      *****************************************************************
       2100-POST-EXTRACT.
           OPEN INPUT SORTED-PARSED-FILE
           PERFORM 2150-READ-SORTED
           PERFORM UNTIL SORTED-EOF
               PERFORM 2200-START-KEY-GROUP
               PERFORM UNTIL SORTED-EOF OR SR-KEY NOT = WS-GROUP-KEY
                   IF NOT GROUP-SKIPPED
                       PERFORM 2300-POST-ONE-AMOUNT
                   END-IF
                   PERFORM 2150-READ-SORTED
               END-PERFORM
               PERFORM 2400-END-KEY-GROUP
           END-PERFORM
           CLOSE SORTED-PARSED-FILE.

       2150-READ-SORTED.
           READ SORTED-PARSED-FILE
               AT END
                   SET SORTED-EOF TO TRUE
           END-READ.

       2200-START-KEY-GROUP.
           MOVE SR-KEY TO WS-GROUP-KEY
           MOVE SR-KEY TO BL-KEY
           READ BALANCE-FILE
               INVALID KEY
                   SET GROUP-NEW TO TRUE
                   MOVE SPACES TO BALANCE-RECORD
                   MOVE WS-GROUP-KEY TO BL-KEY
                   MOVE WS-PERIOD-START TO BL-PERIOD-START
                   MOVE ZERO TO BL-OPENING-BALANCE
                   MOVE ZERO TO BL-PTD-DEBITS
                   MOVE ZERO TO BL-PTD-CREDITS
                   MOVE ZERO TO BL-CURRENT-BALANCE
                   MOVE ZERO TO BL-LAST-ACTIVITY
                   MOVE ZERO TO BL-LAST-POSTED
               NOT INVALID KEY
                   IF BL-LAST-POSTED = WS-BUS-DATE
                           AND WS-FORCE-WORD NOT = "FORCE"
                       SET GROUP-SKIPPED TO TRUE
                       MOVE "ALREADY POSTED FOR THIS BUSINESS DATE"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 2500-WRITE-SKIPPED-LINE
                   ELSE
                       SET GROUP-EXISTING TO TRUE
                   END-IF
           END-READ.

       2300-POST-ONE-AMOUNT.
           ADD SR-AMOUNT TO BL-CURRENT-BALANCE
           IF SR-TRANS-DATE < BL-PERIOD-START
               ADD SR-AMOUNT TO BL-OPENING-BALANCE
               ADD 1 TO WS-BACKDATED-COUNT
           ELSE
               IF SR-AMOUNT < ZERO
                   SUBTRACT SR-AMOUNT FROM BL-PTD-DEBITS
               ELSE
                   ADD SR-AMOUNT TO BL-PTD-CREDITS
               END-IF
           END-IF
           IF SR-AMOUNT < ZERO
               SUBTRACT SR-AMOUNT FROM WS-POSTED-DEBIT
           ELSE
               ADD SR-AMOUNT TO WS-POSTED-CREDIT
           END-IF
           IF SR-TRANS-DATE > BL-LAST-ACTIVITY
               MOVE SR-TRANS-DATE TO BL-LAST-ACTIVITY
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       2400-END-KEY-GROUP.
           EVALUATE TRUE
               WHEN GROUP-NEW
                   MOVE WS-BUS-DATE TO BL-LAST-POSTED
                   WRITE BALANCE-RECORD
                       INVALID KEY
                           MOVE "LEDGER WRITE FAILED -- NOT POSTED"
                               TO WS-EXCEPTION-TEXT
                           PERFORM 2500-WRITE-SKIPPED-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-KEY-COUNT
                   END-WRITE
               WHEN GROUP-EXISTING
                   MOVE WS-BUS-DATE TO BL-LAST-POSTED
                   REWRITE BALANCE-RECORD
           END-EVALUATE.

       2500-WRITE-SKIPPED-LINE.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "KEY="                 DELIMITED BY SIZE
                  WS-GROUP-KEY           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT      DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

      *****************************************************************
      *  Pass 3: the period's history by key -- only entries dated on
      *  or after the period start count toward the period-to-date
      *  figures they are proved against.
      *****************************************************************
       3000-SORT-PERIOD-HISTORY.
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SH-KEY
               INPUT PROCEDURE IS 3050-RELEASE-PERIOD-HISTORY
               GIVING SORTED-HISTORY-FILE.

       3050-RELEASE-PERIOD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               SET HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HI-TRANS-DATE >= WS-PERIOD-START
                           MOVE HI-KEY TO SH-KEY
                           MOVE HI-AMOUNT TO SH-AMOUNT
                           RELEASE SORT-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

      *****************************************************************
      *  Balanced line of the ledger (re-read from the top in key
      *  order) against the sorted period history.  A ledger key
      *  with no history proves against zero sums.
      *****************************************************************
       3100-PROVE-LEDGER.
           CLOSE BALANCE-FILE
           OPEN INPUT BALANCE-FILE
           MOVE "N" TO WS-LEDGER-EOF-SWITCH
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT SORTED-HISTORY-FILE
           PERFORM 3150-READ-LEDGER
           PERFORM 3160-READ-HISTORY
           PERFORM 3200-PROVE-ONE-KEY
               UNTIL LEDGER-EOF AND HISTORY-EOF
           CLOSE SORTED-HISTORY-FILE.

       3150-READ-LEDGER.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-LEDGER-KEY
               NOT AT END
                   MOVE BL-KEY TO WS-CURRENT-LEDGER-KEY
           END-READ.

       3160-READ-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-HISTORY-KEY
               NOT AT END
                   MOVE SH-SORTED-KEY TO WS-CURRENT-HISTORY-KEY
           END-READ.

       3200-PROVE-ONE-KEY.
           IF WS-CURRENT-LEDGER-KEY < WS-CURRENT-HISTORY-KEY
               MOVE WS-CURRENT-LEDGER-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-CURRENT-HISTORY-KEY TO WS-ACTIVE-KEY
           END-IF
           MOVE ZERO TO WS-HIST-DEBITS
           MOVE ZERO TO WS-HIST-CREDITS
           PERFORM UNTIL WS-CURRENT-HISTORY-KEY NOT = WS-ACTIVE-KEY
               IF SH-SORTED-AMOUNT < ZERO
                   SUBTRACT SH-SORTED-AMOUNT FROM WS-HIST-DEBITS
               ELSE
                   ADD SH-SORTED-AMOUNT TO WS-HIST-CREDITS
               END-IF
               PERFORM 3160-READ-HISTORY
           END-PERFORM
           COMPUTE WS-HIST-NET = WS-HIST-CREDITS - WS-HIST-DEBITS
           IF WS-CURRENT-LEDGER-KEY = WS-ACTIVE-KEY
               PERFORM 3300-CHECK-LEDGER-RECORD
               PERFORM 3150-READ-LEDGER
           ELSE
               MOVE ZERO TO WS-LEDGER-NET
               MOVE "PERIOD HISTORY BUT NO LEDGER RECORD"
                   TO WS-EXCEPTION-TEXT
               PERFORM 3400-WRITE-EXCEPTION-LINE
           END-IF.

       3300-CHECK-LEDGER-RECORD.
           COMPUTE WS-LEDGER-NET = BL-PTD-CREDITS - BL-PTD-DEBITS
           COMPUTE WS-EXPECTED-BALANCE =
               BL-OPENING-BALANCE + BL-PTD-CREDITS - BL-PTD-DEBITS
           EVALUATE TRUE
               WHEN WS-EXPECTED-BALANCE NOT = BL-CURRENT-BALANCE
                   MOVE "BALANCE NOT OPENING + CREDITS - DEBITS"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 3400-WRITE-EXCEPTION-LINE
               WHEN WS-HIST-DEBITS NOT = BL-PTD-DEBITS
                       OR WS-HIST-CREDITS NOT = BL-PTD-CREDITS
                   MOVE "PERIOD-TO-DATE DISAGREES WITH HISTORY"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 3400-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-PROVED-COUNT
           END-EVALUATE.

       3400-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-LEDGER-NET TO WS-LEDGER-ED
           MOVE WS-HIST-NET TO WS-HISTORY-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "KEY="                 DELIMITED BY SIZE
                  WS-ACTIVE-KEY          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT      DELIMITED BY SIZE
                  "  LEDGER PTD NET="    DELIMITED BY SIZE
                  WS-LEDGER-ED           DELIMITED BY SIZE
                  "  HISTORY NET="       DELIMITED BY SIZE
                  WS-HISTORY-ED          DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE BALANCE-FILE
           CLOSE LEDGER-REPORT
           CLOSE EXCEPTION-REPORT
           IF WS-EXCEPTION-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO LEDGER-LINE
           WRITE LEDGER-LINE

           MOVE WS-ROLLED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "KEYS ROLLED TO NEW PERIOD . " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "EXTRACT RECORDS READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-POSTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "AMOUNTS POSTED ............ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-BACKDATED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "  TO OPENING (PRIOR PERIOD) " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-NEW-KEY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "NEW LEDGER KEYS ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "KEYS NOT POSTED ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-POSTED-DEBIT TO WS-AMOUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "DEBITS POSTED ............. " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-POSTED-CREDIT TO WS-AMOUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "CREDITS POSTED ............ " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-PROVED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "KEYS PROVED TO HISTORY .... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO LEDGER-LINE
           STRING "KEYS ON EXCEPTIONS LIST ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO LEDGER-LINE
           END-STRING
           WRITE LEDGER-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "KEYS DISAGREEING .......... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "KEYS NOT POSTED ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       9400-WRITE-CONTROL-TOTALS.
      *    Stamped with the run-control business date.  EXTEND; a
      *    fresh file (status 35) is created instead.
           MOVE WS-BUS-DATE TO WS-CTL-RUN-DATE
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           MOVE "RECLEDG" TO CT-PROGRAM
           MOVE WS-CTL-RUN-DATE TO CT-RUN-DATE
           MOVE "RECORDS-READ" TO CT-COUNTER
           MOVE WS-READ-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "POSTED" TO CT-COUNTER
           MOVE WS-POSTED-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "NOT-POSTED" TO CT-COUNTER
           MOVE WS-SKIPPED-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "EXCEPTIONS" TO CT-COUNTER
           MOVE WS-EXCEPTION-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           COMPUTE WS-HASH-CENTS = WS-POSTED-DEBIT * 100
           MOVE "DEBIT-HASH" TO CT-COUNTER
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           COMPUTE WS-HASH-CENTS = WS-POSTED-CREDIT * 100
           MOVE "CREDIT-HASH" TO CT-COUNTER
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.
