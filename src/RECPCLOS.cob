      ******************************************************************
      * PROGRAM-ID: RECPCLOS
      *
      * Month-end accounting-period close.  Until now nothing marked
      * a month as finished: a transaction dated last month could
      * arrive on the feed, come back out of suspense through RECFIX,
      * or be keyed in through RECUPD long after the month's figures
      * were signed off, and land silently in a period finance had
      * already reported.  RUNCTL now carries a period-control record
      * alongside the business date (the open period and the latest
      * closed one), and this step closes the open period:
      *
      *   - it prints the period-end summary (PCLOSRPT) for sign-off:
      *     the retained history (PARSHIST, PARSHREC.cpy) for every
      *     transaction dated in the period, totaled by branch --
      *     records, debits, credits and net on RECSETTL's convention
      *     (debits are the negative amounts, shown unsigned) -- with
      *     a grand total and the sign-off lines;
      *   - it then asks RUNCTL to CLOSE the period, which locks it
      *     and opens the next month, and rewrites the PERIODS file
      *     (PERIODREC.cpy) that the online transactions read.
      *
      * Once a period is closed, RECPARSE routes transactions dated
      * in it to the back-dated exception report (BACKDRPT) instead
      * of PARSEDX unless the item carries the authorised back-dated
      * override, and RECUPD refuses to set a transaction date in it.
      *
      * Command line: period(CCYYMM) FORCE, both optional.  The period
      * defaults to the open period, or -- before the first close has
      * established one -- to the month before the business date.
      * FORCE closes even though the business date is not yet marked
      * released.  Naming a period that is already closed reprints
      * its summary without closing anything.
      *
      * Return codes: 0 closed (or reprinted); 8 the period given is
      * not a CCYYMM month; 16 RUNCTL has no business date or refused
      * the close -- the summary still prints, marked NOT CLOSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPCLOS.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "PARSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-HISTORY-FILE ASSIGN TO "SRTPCLOS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSE-REPORT ASSIGN TO "PCLOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY PARSHREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                   ==:PREFIX:==  BY ==HI==.

       SD  SORT-HISTORY-FILE.
       01  SORT-RECORD.
           05  SD-BRANCH                 PIC X(4).
           05  SD-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  SORTED-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  SORTED-RECORD.
           05  SR-BRANCH                 PIC X(4).
           05  SR-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  PERIOD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           COPY PERIODREC REPLACING ==:RECNAME:== BY ==PERIOD-RECORD==
                                    ==:PREFIX:==  BY ==PC==.

       FD  CLOSE-REPORT.
       01  REPORT-LINE                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS             PIC X(2).

       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".

       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".

      *    Run-control interface (RUNCTLLK.cpy): QUERY for the
      *    business date and the periods in effect, then CLOSE.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-BUS-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-OPEN-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-CLOSED-PERIOD              PIC 9(6) VALUE ZERO.

      *****************************************************************
      *  Command line: the period to close and the FORCE word.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-PERIOD-WORD                PIC X(8).
       01  WS-FORCE-WORD                 PIC X(8).

       01  WS-CLOSE-PERIOD.
           05  WS-CLOSE-CCYY             PIC 9(4).
           05  WS-CLOSE-MM               PIC 9(2).
       01  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD
                                         PIC 9(6).

      *    What the run will do with the period once it is known.
       01  WS-RUN-MODE-SWITCH            PIC X VALUE "C".
           88  MODE-CLOSE               VALUE "C".
           88  MODE-REPRINT             VALUE "R".
           88  MODE-REFUSED             VALUE "X".

       01  WS-CLOSE-MESSAGE              PIC X(60) VALUE SPACES.

      *****************************************************************
      *  Control-break hold and accumulators: the branch being
      *  totaled, and the period as a whole.
      *****************************************************************
       01  WS-CURRENT-BRANCH             PIC X(4).
       01  WS-FIRST-RECORD-SWITCH        PIC X VALUE "Y".
           88  FIRST-RECORD             VALUE "Y".

       01  WS-BRANCH-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-DEBIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-BRANCH-CREDIT              PIC S9(11)V99 VALUE ZERO.
       01  WS-BRANCH-NET                 PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-BRANCHES             PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-DEBIT                PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NET                  PIC S9(11)V99 VALUE ZERO.

       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1100-SORT-PERIOD-HISTORY
               PERFORM 2000-SUMMARIZE-BRANCHES
               PERFORM 2900-WRITE-GRAND-TOTAL
               IF MODE-CLOSE
                   PERFORM 3000-CLOSE-PERIOD
               END-IF
               PERFORM 3900-WRITE-SIGN-OFF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  Settle which period this run is about, and whether it is a
      *  close or a reprint of one already closed.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT CLOSE-REPORT
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PERIOD-WORD
           MOVE SPACES TO WS-FORCE-WORD
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PERIOD-WORD
                    WS-FORCE-WORD
           END-UNSTRING
      *    FORCE may be given without a period.
           IF WS-PERIOD-WORD = "FORCE"
               MOVE "FORCE" TO WS-FORCE-WORD
               MOVE SPACES TO WS-PERIOD-WORD
           END-IF

           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECPCLOS" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT NOT = "00"
               MOVE RCL-MESSAGE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY RCL-MESSAGE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE RCL-BUS-DATE TO WS-BUS-DATE
               MOVE RCL-OPEN-PERIOD TO WS-OPEN-PERIOD
               MOVE RCL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
               PERFORM 1050-SET-CLOSE-PERIOD
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM 1200-WRITE-HEADING
           END-IF.

       1050-SET-CLOSE-PERIOD.
           EVALUATE TRUE
               WHEN WS-PERIOD-WORD NOT = SPACES
                   IF WS-PERIOD-WORD(1:6) IS NUMERIC
                           AND WS-PERIOD-WORD(7:2) = SPACES
                       MOVE WS-PERIOD-WORD(1:6) TO WS-CLOSE-PERIOD
                   ELSE
                       MOVE ZERO TO WS-CLOSE-PERIOD-NUM
                   END-IF
               WHEN WS-OPEN-PERIOD > ZERO
                   MOVE WS-OPEN-PERIOD TO WS-CLOSE-PERIOD-NUM
               WHEN OTHER
      *            No period established yet -- the month before the
      *            business date is the one waiting to close.
                   MOVE WS-BUS-DATE(1:6) TO WS-CLOSE-PERIOD
                   IF WS-CLOSE-MM = 1
                       SUBTRACT 1 FROM WS-CLOSE-CCYY
                       MOVE 12 TO WS-CLOSE-MM
                   ELSE
                       SUBTRACT 1 FROM WS-CLOSE-MM
                   END-IF
           END-EVALUATE

           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD NOT UNDERSTOOD -- GIVE CCYYMM: "
                                             DELIMITED BY SIZE
                      WS-PERIOD-WORD         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CLOSED-PERIOD > ZERO
                       AND WS-CLOSE-PERIOD-NUM <= WS-CLOSED-PERIOD
                   SET MODE-REPRINT TO TRUE
               END-IF
           END-IF.

       1100-SORT-PERIOD-HISTORY.
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SD-BRANCH
               INPUT PROCEDURE IS 1150-RELEASE-PERIOD-HISTORY
               GIVING SORTED-HISTORY-FILE.

      *    Only history dated in the period goes to the sort; a
      *    missing history file is an empty period, not an abend.
       1150-RELEASE-PERIOD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               SET HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF HI-TRANS-DATE(1:6) = WS-CLOSE-PERIOD
                           MOVE HI-BRANCH TO SD-BRANCH
                           MOVE HI-AMOUNT TO SD-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       1200-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD-END SUMMARY BY BRANCH -- PERIOD "
                                         DELIMITED BY SIZE
                  WS-CLOSE-PERIOD        DELIMITED BY SIZE
                  "  BUSINESS DATE "     DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF MODE-REPRINT
               MOVE "PERIOD ALREADY CLOSED -- REPRINT, NOTHING CLOSED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Control-break pass over the sorted period history: one line
      *  per branch, the way RECSETTL totals its branches.
      *****************************************************************
       2000-SUMMARIZE-BRANCHES.
           OPEN INPUT SORTED-HISTORY-FILE
           PERFORM 2100-READ-SORTED-RECORD
           PERFORM 2200-TOTAL-ONE-RECORD UNTIL SORTED-EOF
           IF NOT FIRST-RECORD
               PERFORM 2500-FINISH-BRANCH-GROUP
           END-IF
           CLOSE SORTED-HISTORY-FILE.

       2100-READ-SORTED-RECORD.
           READ SORTED-HISTORY-FILE
               AT END
                   SET SORTED-EOF TO TRUE
           END-READ.

       2200-TOTAL-ONE-RECORD.
           EVALUATE TRUE
               WHEN FIRST-RECORD
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   MOVE SR-BRANCH TO WS-CURRENT-BRANCH
               WHEN SR-BRANCH NOT = WS-CURRENT-BRANCH
                   PERFORM 2500-FINISH-BRANCH-GROUP
                   MOVE SR-BRANCH TO WS-CURRENT-BRANCH
           END-EVALUATE
           ADD 1 TO WS-BRANCH-COUNT
           IF SR-AMOUNT < ZERO
               SUBTRACT SR-AMOUNT FROM WS-BRANCH-DEBIT
           ELSE
               ADD SR-AMOUNT TO WS-BRANCH-CREDIT
           END-IF
           ADD SR-AMOUNT TO WS-BRANCH-NET
           PERFORM 2100-READ-SORTED-RECORD.

       2500-FINISH-BRANCH-GROUP.
           MOVE WS-BRANCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH "              DELIMITED BY SIZE
                  WS-CURRENT-BRANCH      DELIMITED BY SIZE
                  "         RECORDS "    DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-BRANCH-DEBIT TO WS-AMOUNT-ED
           MOVE "  DR " TO REPORT-LINE(40:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(45:15)
           MOVE WS-BRANCH-CREDIT TO WS-AMOUNT-ED
           MOVE "  CR " TO REPORT-LINE(60:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(65:15)
           MOVE WS-BRANCH-NET TO WS-AMOUNT-ED
           MOVE "  NET" TO REPORT-LINE(80:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(85:15)
           WRITE REPORT-LINE
           ADD 1 TO WS-TOTAL-BRANCHES
           ADD WS-BRANCH-COUNT TO WS-TOTAL-COUNT
           ADD WS-BRANCH-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-BRANCH-CREDIT TO WS-TOTAL-CREDIT
           ADD WS-BRANCH-NET TO WS-TOTAL-NET
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-BRANCH-DEBIT
           MOVE ZERO TO WS-BRANCH-CREDIT
           MOVE ZERO TO WS-BRANCH-NET.

       2900-WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD TOTAL        RECORDS " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-ED
           MOVE "  DR " TO REPORT-LINE(40:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(45:15)
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-ED
           MOVE "  CR " TO REPORT-LINE(60:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(65:15)
           MOVE WS-TOTAL-NET TO WS-AMOUNT-ED
           MOVE "  NET" TO REPORT-LINE(80:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(85:15)
           WRITE REPORT-LINE

           MOVE WS-TOTAL-BRANCHES TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCHES .................. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY RECORDS READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *****************************************************************
      *  Lock the period on the run-control dataset, then bring the
      *  online copy of the period control into step with it.
      *****************************************************************
       3000-CLOSE-PERIOD.
           MOVE "CLOSE" TO RCL-FUNCTION
           MOVE "RECPCLOS" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           IF WS-FORCE-WORD = "FORCE"
               MOVE "Y" TO RCL-FORCE-FLAG
           ELSE
               MOVE "N" TO RCL-FORCE-FLAG
           END-IF
           MOVE WS-CLOSE-PERIOD-NUM TO RCL-OPEN-PERIOD
           CALL "RUNCTL" USING WS-RUN-PARM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF RCL-RESULT = "00"
               PERFORM 3100-WRITE-PERIOD-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD "              DELIMITED BY SIZE
                      RCL-CLOSED-PERIOD      DELIMITED BY SIZE
                      " CLOSED -- OPEN PERIOD NOW "
                                             DELIMITED BY SIZE
                      RCL-OPEN-PERIOD        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               SET MODE-REFUSED TO TRUE
               MOVE RCL-MESSAGE TO WS-CLOSE-MESSAGE
               MOVE SPACES TO REPORT-LINE
               STRING "*** PERIOD NOT CLOSED -- " DELIMITED BY SIZE
                      WS-CLOSE-MESSAGE            DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY RCL-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    One record, rebuilt whole -- it is the online copy of the
      *    "P" record RUNCTL has just rewritten.
       3100-WRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE
           MOVE SPACES TO PERIOD-RECORD
           MOVE "PERIOD" TO PC-CONTROL-KEY
           MOVE RCL-OPEN-PERIOD TO PC-OPEN-PERIOD
           MOVE RCL-CLOSED-PERIOD TO PC-CLOSED-PERIOD
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-CLOSE-STAMP
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE.

       3900-WRITE-SIGN-OFF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PREPARED BY ____________________   DATE __________"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "APPROVED BY ____________________   DATE __________"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE CLOSE-REPORT.
