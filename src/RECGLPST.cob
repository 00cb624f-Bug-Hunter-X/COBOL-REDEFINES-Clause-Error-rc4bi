      ******************************************************************
      * PROGRAM-ID: RECGLPST
      *
      * General-ledger posting interface, run after RECSETTL.
      * Finance used to rekey every branch's debit and credit totals
      * from SETTLRPT into the ledger by hand.  This step reads the
      * same decoded extract RECSETTL totals (PARSEDX -- PX-BRANCH,
      * PX-STATUS-FLAGS, PX-TRANS-DATE, signed PX-AMOUNT), sorts it
      * by branch, status flag and transaction date, and writes the
      * ledger's journal interface file (GLJRNL, layout in
      * GLJREC.cpy): a header record, one pair of balanced journal
      * lines per branch/status/date group and direction, and a
      * trailer carrying the line count and the debit and credit
      * totals.
      *
      * Each branch/status combination is mapped to its GL accounts
      * through the account-mapping reference file GLMNT maintains
      * (GLACCTS, layout in GLMAPREC.cpy).  A group's credits (the
      * positive amounts) are credited to the mapped account and
      * debited to its offset clearing account; its debits (the
      * negative amounts, posted unsigned, the way SETTLRPT shows
      * them) are debited to the mapped account and credited to the
      * offset -- so the file balances by construction.  A
      * combination with no mapping is posted to the suspense
      * accounts on the "****"/"*" control entry (a fixed suspense
      * account if the file has none), flagged on its journal lines,
      * and listed on the exceptions report (GLEXCRPT) so Finance can
      * clear it and add the mapping; any suspense posting ends the
      * run with RETURN-CODE 4.
      *
      * The posted totals go to CTLTOTS with the record count -- the
      * branch-side debit and credit totals as hash figures, the low-
      * order nine digits of the total in cents, the same way the
      * feed trailer's hash total is checked -- so RECBAL can prove
      * the GL feed equals what RECSETTL reported and that the
      * journal itself balances.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECGLPST.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARSED-FILE ASSIGN TO "PARSEDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-PARSED-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-PARSED-FILE ASSIGN TO "SRTGLPST"
               ORGANIZATION IS SEQUENTIAL.

      *    Account-mapping reference file, maintained by GLMNT.
           SELECT MAPPING-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAPPING-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO "GLEXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Common control-totals file (CTLREC.cpy) -- appended to by
      *    every step after RECSPLIT, balanced by RECBAL at end of
      *    chain.
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
       01  SORT-RECORD.
           05  SD-BRANCH                 PIC X(4).
           05  SD-STATUS                 PIC X(1).
           05  SD-TRANS-DATE             PIC 9(8).
           05  SD-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  SORTED-PARSED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01  SORTED-RECORD.
           05  SR-BRANCH                 PIC X(4).
           05  SR-STATUS                 PIC X(1).
           05  SR-TRANS-DATE             PIC 9(8).
           05  SR-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.

       FD  MAPPING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLMAPREC REPLACING ==:RECNAME:== BY ==MAPPING-RECORD==
                                   ==:PREFIX:==  BY ==GM==.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJREC REPLACING ==:RECNAME:== BY ==JOURNAL-RECORD==
                                 ==:PREFIX:==  BY ==GJ==.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE                PIC X(130).

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-MAPPING-STATUS             PIC X(2).
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-CTL-RUN-DATE               PIC 9(8).

      *****************************************************************
      *  Run-control interface (RUNCTL subprogram, RUNCTLLK.cpy),
      *  QUERY only: like RECSETTL this step sits outside the
      *  enforced chain, but the journal's posting date and the
      *  CTLTOTS records must carry the chain's business date, not
      *  the wall clock.
      *****************************************************************
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-PARSED-EOF-SWITCH          PIC X VALUE "N".
           88  PARSED-EOF               VALUE "Y".

       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".

       01  WS-MAPPING-EOF-SWITCH         PIC X VALUE "N".
           88  MAPPING-EOF              VALUE "Y".

      *****************************************************************
      *  Account-mapping table, loaded at initialization from
      *  GLACCTS.  Several hundred branches times three status flags
      *  fits comfortably in 2000 entries; a missing or empty file
      *  leaves the table empty, so every combination goes to
      *  suspense and is reported rather than posted silently.
      *****************************************************************
       01  WS-MAP-MAX                    PIC 9(4) VALUE 2000.
       01  WS-MAP-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES.
               10  WS-MT-KEY             PIC X(5).
               10  WS-MT-ACCOUNT         PIC X(12).
               10  WS-MT-OFFSET-ACCOUNT  PIC X(12).
       01  WS-MT-SUB                     PIC 9(4) COMP.
       01  WS-MAP-FOUND-SWITCH           PIC X VALUE "N".
           88  MAP-FOUND                VALUE "Y".
       01  WS-MAP-LOOKUP-KEY.
           05  WS-ML-BRANCH              PIC X(4).
           05  WS-ML-STATUS              PIC X(1).

      *    Suspense accounts: the "****"/"*" control entry on GLACCTS
      *    when there is one, else these fixed defaults.
       01  WS-SUSPENSE-ACCOUNT           PIC X(12) VALUE "999999999999".
       01  WS-SUSPENSE-OFFSET            PIC X(12) VALUE "999999999998".

      *    Accounts chosen for the group being posted.
       01  WS-POST-ACCOUNT               PIC X(12).
       01  WS-POST-OFFSET                PIC X(12).
       01  WS-POST-SUSPENSE-FLAG         PIC X(1).

      *****************************************************************
      *  Control-break hold and accumulators: the branch/status/date
      *  group being totaled (debits unsigned, as SETTLRPT shows
      *  them), the branch-side run totals RECBAL proves against
      *  RECSETTL, and the journal's own debit and credit totals.
      *****************************************************************
       01  WS-CURRENT-BRANCH             PIC X(4).
       01  WS-CURRENT-STATUS             PIC X(1).
       01  WS-CURRENT-DATE               PIC 9(8).
       01  WS-FIRST-RECORD-SWITCH        PIC X VALUE "Y".
           88  FIRST-RECORD             VALUE "Y".

       01  WS-GROUP-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-GROUP-DEBIT                PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-CREDIT               PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-DEBIT                PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-DEBIT              PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-CREDIT             PIC S9(11)V99 VALUE ZERO.

      *    One journal line being built by 2700-WRITE-JOURNAL-LINE.
       01  WS-LINE-ACCOUNT               PIC X(12).
       01  WS-LINE-DR-CR                 PIC X(1).
       01  WS-LINE-AMOUNT                PIC S9(11)V99.

      *    Amount totals reduced to CTLTOTS hash figures: the total
      *    in cents, of which the MOVE to CT-VALUE keeps the low-order
      *    nine digits.
       01  WS-HASH-CENTS                 PIC 9(13).

       01  WS-RECORD-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-LINE-SEQUENCE              PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSE-GROUP-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-SUSPENSE-ITEM-COUNT        PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SORT-PARSED-RECORDS
           PERFORM 2000-POST-RECORDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECGLPST" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT = "00"
               MOVE RCL-BUS-DATE TO WS-CTL-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CTL-RUN-DATE
           END-IF
           PERFORM 1050-LOAD-MAPPING-TABLE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM 1080-WRITE-JOURNAL-HEADER.

       1050-LOAD-MAPPING-TABLE.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS NOT = "00"
               SET MAPPING-EOF TO TRUE
           END-IF
           PERFORM UNTIL MAPPING-EOF
               READ MAPPING-FILE
                   AT END
                       SET MAPPING-EOF TO TRUE
                   NOT AT END
                       PERFORM 1060-STORE-ONE-MAPPING
               END-READ
           END-PERFORM
           IF WS-MAPPING-STATUS = "10"
               CLOSE MAPPING-FILE
           END-IF.

       1060-STORE-ONE-MAPPING.
           IF GM-BRANCH = "****" AND GM-STATUS = "*"
               MOVE GM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
               MOVE GM-OFFSET-ACCOUNT TO WS-SUSPENSE-OFFSET
           ELSE
               IF WS-MAP-COUNT < WS-MAP-MAX
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GM-MAP-KEY TO WS-MT-KEY(WS-MAP-COUNT)
                   MOVE GM-ACCOUNT TO WS-MT-ACCOUNT(WS-MAP-COUNT)
                   MOVE GM-OFFSET-ACCOUNT
                       TO WS-MT-OFFSET-ACCOUNT(WS-MAP-COUNT)
               END-IF
           END-IF.

       1080-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO JOURNAL-RECORD
           SET GJ-HEADER TO TRUE
           MOVE WS-CTL-RUN-DATE TO GJ-HDR-POSTING-DATE
           MOVE "RECGLPST" TO GJ-HDR-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO GJ-HDR-CREATED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO GJ-HDR-CREATED-TIME
           WRITE JOURNAL-RECORD.

       1100-SORT-PARSED-RECORDS.
           SORT SORT-PARSED-FILE
               ON ASCENDING KEY SD-BRANCH
               ON ASCENDING KEY SD-STATUS
               ON ASCENDING KEY SD-TRANS-DATE
               INPUT PROCEDURE IS 1150-RELEASE-PARSED-RECORDS
               GIVING SORTED-PARSED-FILE.

       1150-RELEASE-PARSED-RECORDS.
           OPEN INPUT PARSED-FILE
           PERFORM UNTIL PARSED-EOF
               READ PARSED-FILE
                   AT END
                       SET PARSED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE PX-BRANCH TO SD-BRANCH
                       MOVE PX-STATUS-FLAGS(1:1) TO SD-STATUS
                       MOVE PX-TRANS-DATE TO SD-TRANS-DATE
                       MOVE PX-AMOUNT TO SD-AMOUNT
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE PARSED-FILE.

      *****************************************************************
      *  Control-break pass over the sorted extract, RECSETTL's shape
      *  with the status flag added to the break: accumulate each
      *  record, post the group at each branch/status/date break.
      *****************************************************************
       2000-POST-RECORDS.
           OPEN INPUT SORTED-PARSED-FILE
           PERFORM 2100-READ-SORTED-RECORD
           PERFORM 2200-TOTAL-ONE-RECORD UNTIL SORTED-EOF
           IF NOT FIRST-RECORD
               PERFORM 2400-POST-GROUP
           END-IF
           CLOSE SORTED-PARSED-FILE.

       2100-READ-SORTED-RECORD.
           READ SORTED-PARSED-FILE
               AT END
                   SET SORTED-EOF TO TRUE
           END-READ.

       2200-TOTAL-ONE-RECORD.
           EVALUATE TRUE
               WHEN FIRST-RECORD
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
               WHEN SR-BRANCH NOT = WS-CURRENT-BRANCH
                       OR SR-STATUS NOT = WS-CURRENT-STATUS
                       OR SR-TRANS-DATE NOT = WS-CURRENT-DATE
                   PERFORM 2400-POST-GROUP
           END-EVALUATE
           MOVE SR-BRANCH TO WS-CURRENT-BRANCH
           MOVE SR-STATUS TO WS-CURRENT-STATUS
           MOVE SR-TRANS-DATE TO WS-CURRENT-DATE
           ADD 1 TO WS-GROUP-COUNT
           IF SR-AMOUNT < ZERO
               SUBTRACT SR-AMOUNT FROM WS-GROUP-DEBIT
           ELSE
               ADD SR-AMOUNT TO WS-GROUP-CREDIT
           END-IF
           PERFORM 2100-READ-SORTED-RECORD.

      *****************************************************************
      *  Post one branch/status/date group: resolve its accounts,
      *  then one balanced pair of journal lines per direction that
      *  has an amount.
      *****************************************************************
       2400-POST-GROUP.
           PERFORM 2500-RESOLVE-ACCOUNTS
           IF WS-GROUP-CREDIT NOT = ZERO
               MOVE WS-POST-OFFSET TO WS-LINE-ACCOUNT
               MOVE "D" TO WS-LINE-DR-CR
               MOVE WS-GROUP-CREDIT TO WS-LINE-AMOUNT
               PERFORM 2700-WRITE-JOURNAL-LINE
               MOVE WS-POST-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM 2700-WRITE-JOURNAL-LINE
           END-IF
           IF WS-GROUP-DEBIT NOT = ZERO
               MOVE WS-POST-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "D" TO WS-LINE-DR-CR
               MOVE WS-GROUP-DEBIT TO WS-LINE-AMOUNT
               PERFORM 2700-WRITE-JOURNAL-LINE
               MOVE WS-POST-OFFSET TO WS-LINE-ACCOUNT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM 2700-WRITE-JOURNAL-LINE
           END-IF
           ADD WS-GROUP-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-GROUP-CREDIT TO WS-TOTAL-CREDIT
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-DEBIT
           MOVE ZERO TO WS-GROUP-CREDIT.

       2500-RESOLVE-ACCOUNTS.
           MOVE WS-CURRENT-BRANCH TO WS-ML-BRANCH
           MOVE WS-CURRENT-STATUS TO WS-ML-STATUS
           MOVE "N" TO WS-MAP-FOUND-SWITCH
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MAP-COUNT
                       OR MAP-FOUND
               IF WS-MT-KEY(WS-MT-SUB) = WS-MAP-LOOKUP-KEY
                   SET MAP-FOUND TO TRUE
                   MOVE WS-MT-ACCOUNT(WS-MT-SUB) TO WS-POST-ACCOUNT
                   MOVE WS-MT-OFFSET-ACCOUNT(WS-MT-SUB)
                       TO WS-POST-OFFSET
               END-IF
           END-PERFORM
           IF MAP-FOUND
               MOVE "N" TO WS-POST-SUSPENSE-FLAG
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-SUSPENSE-OFFSET TO WS-POST-OFFSET
               MOVE "Y" TO WS-POST-SUSPENSE-FLAG
               ADD 1 TO WS-SUSPENSE-GROUP-COUNT
               ADD WS-GROUP-COUNT TO WS-SUSPENSE-ITEM-COUNT
               PERFORM 2600-WRITE-EXCEPTION-LINE
           END-IF.

       2600-WRITE-EXCEPTION-LINE.
           MOVE WS-GROUP-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "BRANCH "              DELIMITED BY SIZE
                  WS-CURRENT-BRANCH      DELIMITED BY SIZE
                  "  STATUS "            DELIMITED BY SIZE
                  WS-CURRENT-STATUS      DELIMITED BY SIZE
                  "  DATE "              DELIMITED BY SIZE
                  WS-CURRENT-DATE        DELIMITED BY SIZE
                  "  RECORDS "           DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           MOVE WS-GROUP-DEBIT TO WS-AMOUNT-ED
           MOVE "  DR " TO EXCEPTION-LINE(56:5)
           MOVE WS-AMOUNT-ED TO EXCEPTION-LINE(61:15)
           MOVE WS-GROUP-CREDIT TO WS-AMOUNT-ED
           MOVE "  CR " TO EXCEPTION-LINE(76:5)
           MOVE WS-AMOUNT-ED TO EXCEPTION-LINE(81:15)
           MOVE "  NO MAPPING -- TO SUSPENSE" TO EXCEPTION-LINE(96:)
           WRITE EXCEPTION-LINE.

       2700-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-SEQUENCE
           MOVE SPACES TO JOURNAL-RECORD
           SET GJ-DETAIL TO TRUE
           MOVE WS-LINE-SEQUENCE TO GJ-DTL-SEQUENCE
           MOVE WS-LINE-ACCOUNT TO GJ-DTL-ACCOUNT
           MOVE WS-LINE-DR-CR TO GJ-DTL-DR-CR
           MOVE WS-LINE-AMOUNT TO GJ-DTL-AMOUNT
           MOVE WS-CURRENT-DATE TO GJ-DTL-VALUE-DATE
           MOVE WS-CURRENT-BRANCH TO GJ-DTL-BRANCH
           MOVE WS-CURRENT-STATUS TO GJ-DTL-STATUS
           MOVE WS-POST-SUSPENSE-FLAG TO GJ-DTL-SUSPENSE-FLAG
           MOVE WS-GROUP-COUNT TO GJ-DTL-ITEM-COUNT
           WRITE JOURNAL-RECORD
           IF GJ-DTL-DEBIT
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-DEBIT
           ELSE
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-CREDIT
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-WRITE-JOURNAL-TRAILER
           PERFORM 9200-WRITE-REPORT-TRAILER
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE JOURNAL-FILE
           CLOSE EXCEPTION-REPORT
           IF WS-SUSPENSE-GROUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JOURNAL-RECORD
           SET GJ-TRAILER TO TRUE
           MOVE WS-LINE-SEQUENCE TO GJ-TRL-LINE-COUNT
           MOVE WS-JOURNAL-DEBIT TO GJ-TRL-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDIT TO GJ-TRL-CREDIT-TOTAL
           WRITE JOURNAL-RECORD.

       9200-WRITE-REPORT-TRAILER.
           MOVE SPACES TO EXCEPTION-LINE
           STRING "POSTING DATE .............. " DELIMITED BY SIZE
                  WS-CTL-RUN-DATE                DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-RECORD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "EXTRACT RECORDS READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-LINE-SEQUENCE TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "JOURNAL LINES WRITTEN ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-SUSPENSE-ITEM-COUNT TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "RECORDS TO SUSPENSE ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "BRANCH DEBITS POSTED ...... " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "BRANCH CREDITS POSTED ..... " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-JOURNAL-DEBIT TO WS-AMOUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "JOURNAL DEBIT TOTAL ....... " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE WS-JOURNAL-CREDIT TO WS-AMOUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "JOURNAL CREDIT TOTAL ...... " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       9400-WRITE-CONTROL-TOTALS.
      *    The machine-readable side of the trailer -- one CTLREC
      *    record per counter, appended for RECBAL's end-of-chain
      *    balance against RECSETTL's figures.  EXTEND; a fresh file
      *    (status 35) is created instead.
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           MOVE "RECGLPST" TO CT-PROGRAM
           MOVE WS-CTL-RUN-DATE TO CT-RUN-DATE
           MOVE "RECORDS-READ" TO CT-COUNTER
           MOVE WS-RECORD-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "JOURNAL-LINES" TO CT-COUNTER
           MOVE WS-LINE-SEQUENCE TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "SUSPENSE-ITEMS" TO CT-COUNTER
           MOVE WS-SUSPENSE-ITEM-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "DEBIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-TOTAL-DEBIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "CREDIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-TOTAL-CREDIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "JRNL-DEBIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-JOURNAL-DEBIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "JRNL-CREDIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-JOURNAL-CREDIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.
