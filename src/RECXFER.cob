      ******************************************************************
      * PROGRAM-ID: RECXFER
      *
      * Inter-branch transfer matching, run after RECPARSE.  A
      * transfer arrives on the feed as two type "X" legs carrying
      * the same transfer reference -- the debit leg posted to the
      * from-branch and the credit leg posted to the to-branch -- and
      * the two legs need not come in on the same day or from the
      * same region.  When one leg goes missing, or the two disagree,
      * the branch nets in SETTLRPT stop agreeing and used to be the
      * first anyone heard of it.  This step pairs the legs and lists
      * every transfer that has not paired cleanly in time.
      *
      * RECPARSE writes each clean leg it extracts to XFERX (layout in
      * XFERREC.cpy).  This step rolls those legs into the transfer
      * history XFERHIST: last generation's legs are carried forward
      * and the day's XFERX legs appended on the work file XFERWK.
      * Legs already on the history for the business date (a re-run
      * of the day) are replaced by the re-run's XFERX rather than
      * carried twice.
      *
      * The work file is sorted on transfer reference and each
      * reference's legs are taken together.  Retention goes by
      * reference, not by leg -- the two legs of one transfer can be
      * days apart, and trimming them one at a time would leave the
      * younger leg alone on the history looking unmatched.  A
      * reference whose newest leg is past retention is dropped
      * whole and not judged; every other reference's legs are
      * written to XFERHIST.NEW, swapped in at end of job so an
      * abend leaves the history intact, and judged.  A transfer is
      * matched
      * when it has exactly one debit leg and one credit leg for the
      * same amount and the same from- and to-branch.  Anything else
      * is an exception:
      *
      *   NO CREDIT LEG     only the debit side has arrived
      *   NO DEBIT LEG      only the credit side has arrived
      *   AMOUNT MISMATCH   the two legs carry different amounts
      *   BRANCH MISMATCH   the two legs name different branches
      *   DUPLICATE LEGS    more than one leg on either side
      *
      * An exception is listed on the matching report (XFERRPT) once
      * its oldest leg's transaction date is more than the match
      * window before the business date; younger ones are counted as
      * pending, since the other leg may still be on its way.
      *
      * Command line: the match window in days (first word, default
      * 3) and the history retention in days (second word, default
      * 90); digits only, anything else keeps the default.  A
      * reference still unmatched when its newest leg ages out of
      * retention has been on the report every day in between.
      *
      * RETURN-CODE 4 when any exception is listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECXFER.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "XFERX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "XFERHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-FILE-NEW ASSIGN TO "XFERHIST.NEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLED-LEG-FILE ASSIGN TO "XFERWK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-LEG-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-LEG-FILE ASSIGN TO "SRTXFER"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MATCH-REPORT ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==TRANSFER-RECORD==
                                  ==:PREFIX:==  BY ==XF==.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                  ==:PREFIX:==  BY ==HI==.

       FD  HISTORY-FILE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING
                                ==:RECNAME:== BY ==HISTORY-RECORD-NEW==
                                ==:PREFIX:==  BY ==HN==.

       FD  ROLLED-LEG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==ROLLED-RECORD==
                                  ==:PREFIX:==  BY ==RL==.

       SD  SORT-LEG-FILE.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==SORT-RECORD==
                                  ==:PREFIX:==  BY ==SD==.

       FD  SORTED-LEG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==SORTED-RECORD==
                                  ==:PREFIX:==  BY ==SR==.

       FD  MATCH-REPORT.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANSFER-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS             PIC X(2).

       01  WS-TRANSFER-EOF-SWITCH        PIC X VALUE "N".
           88  TRANSFER-EOF             VALUE "Y".

       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".

       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".

      *    Remembers whether the OPEN itself succeeded -- a first run
      *    has no prior generation to carry forward, and a day with
      *    no transfers may have no XFERX at all.
       01  WS-HISTORY-OPEN-SWITCH        PIC X VALUE "N".
           88  HISTORY-FILE-OPENED      VALUE "Y".

       01  WS-TRANSFER-OPEN-SWITCH       PIC X VALUE "N".
           88  TRANSFER-FILE-OPENED     VALUE "Y".

      *****************************************************************
      *  Run-control interface (RUNCTL subprogram, RUNCTLLK.cpy),
      *  QUERY only: this step sits outside the enforced chain, but
      *  ages are measured from the chain's business date.
      *****************************************************************
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

      *****************************************************************
      *  Match window and retention, first and second command-line
      *  words, digits only.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-MATCH-DAYS-TEXT            PIC X(9).
       01  WS-RETENTION-TEXT             PIC X(9).
       01  WS-MATCH-DAYS                 PIC 9(5) VALUE 3.
       01  WS-RETENTION-DAYS             PIC 9(5) VALUE 90.

       01  WS-BUS-DATE                   PIC 9(8).
       01  WS-BUS-INTEGER                PIC 9(8).
       01  WS-ENTRY-INTEGER              PIC 9(8).
       01  WS-ENTRY-AGE-DAYS             PIC S9(5).

      *****************************************************************
      *  One transfer reference's legs, gathered across the group:
      *  how many of each side, and the first leg of each side for
      *  the comparison and the report.
      *****************************************************************
       01  WS-FIRST-RECORD-SWITCH        PIC X VALUE "Y".
           88  FIRST-RECORD             VALUE "Y".
       01  WS-CURRENT-REF                PIC X(12).
       01  WS-REFERENCE-KEPT-SWITCH      PIC X VALUE "N".
           88  REFERENCE-KEPT           VALUE "Y".
       01  WS-DEBIT-LEGS                 PIC 9(5).
       01  WS-CREDIT-LEGS                PIC 9(5).
       01  WS-DEBIT-AMOUNT               PIC 9(9)V99.
       01  WS-CREDIT-AMOUNT              PIC 9(9)V99.
       01  WS-DEBIT-FROM                 PIC X(4).
       01  WS-DEBIT-TO                   PIC X(4).
       01  WS-CREDIT-FROM                PIC X(4).
       01  WS-CREDIT-TO                  PIC X(4).
       01  WS-OLDEST-DATE                PIC 9(8).

       01  WS-EXCEPTION-REASON           PIC X(16).

       01  WS-HEADING-SWITCH             PIC X VALUE "N".
           88  HEADING-WRITTEN          VALUE "Y".

       01  WS-CARRIED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-DROPPED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-REPLACED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-APPENDED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-LEG-COUNT                  PIC 9(9) VALUE ZERO.
       01  WS-MATCHED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-NO-CREDIT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NO-DEBIT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-AMOUNT-MISMATCH-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-MISMATCH-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-DUPLICATE-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-LEGS-ED                    PIC ZZZZ9.
       01  WS-AGE-ED                     PIC ZZZZ9.
       01  WS-DEBIT-ED                   PIC Z(8)9.99.
       01  WS-CREDIT-ED                  PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-HISTORY
           PERFORM 3000-SORT-LEGS
           PERFORM 4000-MATCH-TRANSFERS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECXFER" TO RCL-STEP-NAME
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
           PERFORM 1050-SET-WINDOWS
           OPEN OUTPUT MATCH-REPORT.

       1050-SET-WINDOWS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-MATCH-DAYS-TEXT WS-RETENTION-TEXT
           END-UNSTRING
      *    An argument that is not a clean number keeps the default.
           IF WS-MATCH-DAYS-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-MATCH-DAYS-TEXT) = ZERO
               COMPUTE WS-MATCH-DAYS =
                   FUNCTION NUMVAL(WS-MATCH-DAYS-TEXT)
           END-IF
           IF WS-RETENTION-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RETENTION-TEXT) = ZERO
               COMPUTE WS-RETENTION-DAYS =
                   FUNCTION NUMVAL(WS-RETENTION-TEXT)
           END-IF.

      *****************************************************************
      *  Carry last generation's legs forward, less those from an
      *  earlier run of this same business date, then append the
      *  day's XFERX.  Retention is applied by reference in 4000.
      *****************************************************************
       2000-ROLL-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET HISTORY-FILE-OPENED TO TRUE
           ELSE
               SET HISTORY-EOF TO TRUE
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = "00"
               SET TRANSFER-FILE-OPENED TO TRUE
           ELSE
               SET TRANSFER-EOF TO TRUE
           END-IF
           OPEN OUTPUT ROLLED-LEG-FILE

           IF NOT HISTORY-EOF
               PERFORM 2100-READ-HISTORY
           END-IF
           PERFORM 2200-CARRY-ONE-LEG UNTIL HISTORY-EOF

           IF NOT TRANSFER-EOF
               PERFORM 2300-READ-TRANSFER
           END-IF
           PERFORM 2400-APPEND-ONE-LEG UNTIL TRANSFER-EOF

           IF HISTORY-FILE-OPENED
               CLOSE HISTORY-FILE
           END-IF
           IF TRANSFER-FILE-OPENED
               CLOSE TRANSFER-FILE
           END-IF
           CLOSE ROLLED-LEG-FILE.

       2100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       2200-CARRY-ONE-LEG.
           IF HI-RUN-DATE = WS-BUS-DATE
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               MOVE HISTORY-RECORD TO ROLLED-RECORD
               WRITE ROLLED-RECORD
           END-IF
           PERFORM 2100-READ-HISTORY.

       2300-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET TRANSFER-EOF TO TRUE
           END-READ.

       2400-APPEND-ONE-LEG.
           MOVE TRANSFER-RECORD TO ROLLED-RECORD
           MOVE WS-BUS-DATE TO RL-RUN-DATE
           WRITE ROLLED-RECORD
           ADD 1 TO WS-APPENDED-COUNT
           PERFORM 2300-READ-TRANSFER.

      *    Newest run date first within the reference, so the first
      *    leg of each group says whether the reference is kept.
       3000-SORT-LEGS.
           SORT SORT-LEG-FILE
               ON ASCENDING KEY SD-TRANSFER-REF
               ON DESCENDING KEY SD-RUN-DATE
               ON ASCENDING KEY SD-LEG
               ON ASCENDING KEY SD-TRANS-DATE
               USING ROLLED-LEG-FILE
               GIVING SORTED-LEG-FILE.

      *****************************************************************
      *  Control-break pass over the sorted legs: gather each kept
      *  reference's legs onto the new history generation, judge the
      *  reference at its break.
      *****************************************************************
       4000-MATCH-TRANSFERS.
           OPEN INPUT SORTED-LEG-FILE
           OPEN OUTPUT HISTORY-FILE-NEW
           PERFORM 4100-READ-SORTED-LEG
           PERFORM 4200-GATHER-ONE-LEG UNTIL SORTED-EOF
           IF NOT FIRST-RECORD AND REFERENCE-KEPT
               PERFORM 4400-JUDGE-TRANSFER
           END-IF
           CLOSE HISTORY-FILE-NEW
           CLOSE SORTED-LEG-FILE.

       4100-READ-SORTED-LEG.
           READ SORTED-LEG-FILE
               AT END
                   SET SORTED-EOF TO TRUE
           END-READ.

       4200-GATHER-ONE-LEG.
           EVALUATE TRUE
               WHEN FIRST-RECORD
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   PERFORM 4300-START-TRANSFER
               WHEN SR-TRANSFER-REF NOT = WS-CURRENT-REF
                   IF REFERENCE-KEPT
                       PERFORM 4400-JUDGE-TRANSFER
                   END-IF
                   PERFORM 4300-START-TRANSFER
           END-EVALUATE
           IF REFERENCE-KEPT
               PERFORM 4250-KEEP-ONE-LEG
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF
           PERFORM 4100-READ-SORTED-LEG.

       4250-KEEP-ONE-LEG.
           MOVE SORTED-RECORD TO HISTORY-RECORD-NEW
           WRITE HISTORY-RECORD-NEW
           IF SR-RUN-DATE NOT = WS-BUS-DATE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           ADD 1 TO WS-LEG-COUNT
           IF SR-TRANS-DATE < WS-OLDEST-DATE
               MOVE SR-TRANS-DATE TO WS-OLDEST-DATE
           END-IF
           IF SR-DEBIT-LEG
               ADD 1 TO WS-DEBIT-LEGS
               IF WS-DEBIT-LEGS = 1
                   MOVE SR-AMOUNT TO WS-DEBIT-AMOUNT
                   MOVE SR-FROM-BRANCH TO WS-DEBIT-FROM
                   MOVE SR-TO-BRANCH TO WS-DEBIT-TO
               END-IF
           ELSE
               ADD 1 TO WS-CREDIT-LEGS
               IF WS-CREDIT-LEGS = 1
                   MOVE SR-AMOUNT TO WS-CREDIT-AMOUNT
                   MOVE SR-FROM-BRANCH TO WS-CREDIT-FROM
                   MOVE SR-TO-BRANCH TO WS-CREDIT-TO
               END-IF
           END-IF.

      *    The group's first leg carries its newest run date.
       4300-START-TRANSFER.
           MOVE SR-TRANSFER-REF TO WS-CURRENT-REF
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(SR-RUN-DATE)
           COMPUTE WS-ENTRY-AGE-DAYS =
               WS-BUS-INTEGER - WS-ENTRY-INTEGER
           IF WS-ENTRY-AGE-DAYS > WS-RETENTION-DAYS
               MOVE "N" TO WS-REFERENCE-KEPT-SWITCH
           ELSE
               SET REFERENCE-KEPT TO TRUE
           END-IF
           MOVE ZERO TO WS-DEBIT-LEGS
           MOVE ZERO TO WS-CREDIT-LEGS
           MOVE ZERO TO WS-DEBIT-AMOUNT
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE SPACES TO WS-DEBIT-FROM
           MOVE SPACES TO WS-DEBIT-TO
           MOVE SPACES TO WS-CREDIT-FROM
           MOVE SPACES TO WS-CREDIT-TO
           MOVE 99999999 TO WS-OLDEST-DATE.

       4400-JUDGE-TRANSFER.
           EVALUATE TRUE
               WHEN WS-DEBIT-LEGS > 1 OR WS-CREDIT-LEGS > 1
                   MOVE "DUPLICATE LEGS" TO WS-EXCEPTION-REASON
               WHEN WS-CREDIT-LEGS = ZERO
                   MOVE "NO CREDIT LEG" TO WS-EXCEPTION-REASON
               WHEN WS-DEBIT-LEGS = ZERO
                   MOVE "NO DEBIT LEG" TO WS-EXCEPTION-REASON
               WHEN WS-DEBIT-AMOUNT NOT = WS-CREDIT-AMOUNT
                   MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-REASON
               WHEN WS-DEBIT-FROM NOT = WS-CREDIT-FROM
                       OR WS-DEBIT-TO NOT = WS-CREDIT-TO
                   MOVE "BRANCH MISMATCH" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXCEPTION-REASON
           END-EVALUATE

           IF WS-EXCEPTION-REASON = SPACES
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               COMPUTE WS-ENTRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE)
               COMPUTE WS-ENTRY-AGE-DAYS =
                   WS-BUS-INTEGER - WS-ENTRY-INTEGER
               IF WS-ENTRY-AGE-DAYS > WS-MATCH-DAYS
                   PERFORM 4500-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.

       4500-WRITE-EXCEPTION.
           IF NOT HEADING-WRITTEN
               PERFORM 4600-WRITE-HEADING
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE WS-EXCEPTION-REASON
               WHEN "DUPLICATE LEGS"
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN "NO CREDIT LEG"
                   ADD 1 TO WS-NO-CREDIT-COUNT
               WHEN "NO DEBIT LEG"
                   ADD 1 TO WS-NO-DEBIT-COUNT
               WHEN "AMOUNT MISMATCH"
                   ADD 1 TO WS-AMOUNT-MISMATCH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BRANCH-MISMATCH-COUNT
           END-EVALUATE

      *    Branches as the debit leg names them when there is one --
      *    it is the side that moved the money out.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CURRENT-REF TO REPORT-LINE(1:12)
           MOVE WS-EXCEPTION-REASON TO REPORT-LINE(15:16)
           IF WS-DEBIT-LEGS > ZERO
               MOVE WS-DEBIT-FROM TO REPORT-LINE(33:4)
               MOVE WS-DEBIT-TO TO REPORT-LINE(40:4)
           ELSE
               MOVE WS-CREDIT-FROM TO REPORT-LINE(33:4)
               MOVE WS-CREDIT-TO TO REPORT-LINE(40:4)
           END-IF
           MOVE WS-DEBIT-LEGS TO WS-LEGS-ED
           MOVE WS-LEGS-ED TO REPORT-LINE(46:5)
           MOVE WS-DEBIT-AMOUNT TO WS-DEBIT-ED
           MOVE WS-DEBIT-ED TO REPORT-LINE(52:12)
           MOVE WS-CREDIT-LEGS TO WS-LEGS-ED
           MOVE WS-LEGS-ED TO REPORT-LINE(66:5)
           MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-ED
           MOVE WS-CREDIT-ED TO REPORT-LINE(72:12)
           MOVE WS-OLDEST-DATE TO REPORT-LINE(86:8)
           MOVE WS-ENTRY-AGE-DAYS TO WS-AGE-ED
           MOVE WS-AGE-ED TO REPORT-LINE(96:5)
           WRITE REPORT-LINE.

       4600-WRITE-HEADING.
           SET HEADING-WRITTEN TO TRUE
           MOVE SPACES TO REPORT-LINE
           STRING "UNMATCHED INTER-BRANCH TRANSFERS -- BUSINESS DATE "
                                             DELIMITED BY SIZE
                  WS-BUS-DATE                DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "REFERENCE" TO REPORT-LINE(1:9)
           MOVE "EXCEPTION" TO REPORT-LINE(15:9)
           MOVE "FROM" TO REPORT-LINE(33:4)
           MOVE "TO" TO REPORT-LINE(40:2)
           MOVE "DR LEGS/AMOUNT" TO REPORT-LINE(48:14)
           MOVE "CR LEGS/AMOUNT" TO REPORT-LINE(68:14)
           MOVE "OLDEST" TO REPORT-LINE(86:6)
           MOVE "AGE" TO REPORT-LINE(98:3)
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF NOT HEADING-WRITTEN
               MOVE "NO UNMATCHED TRANSFERS PAST THE MATCH WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-TRAILER
           CLOSE MATCH-REPORT
      *    The rolled history replaces the old generation only on
      *    normal completion -- an abend leaves XFERHIST untouched.
           CALL "CBL_DELETE_FILE" USING "XFERHIST"
           CALL "CBL_RENAME_FILE" USING "XFERHIST.NEW" "XFERHIST"
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CARRIED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LEGS CARRIED FORWARD ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LEGS PAST RETENTION ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-REPLACED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LEGS REPLACED BY RE-RUN ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-APPENDED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LEGS APPENDED TODAY ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-LEG-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LEGS ON HISTORY ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSFERS MATCHED ......... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-PENDING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "PENDING WITHIN WINDOW ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-NO-CREDIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "NO CREDIT LEG ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-NO-DEBIT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "NO DEBIT LEG .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-AMOUNT-MISMATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "AMOUNT MISMATCH ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-BRANCH-MISMATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH MISMATCH ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "DUPLICATE LEGS ............ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
