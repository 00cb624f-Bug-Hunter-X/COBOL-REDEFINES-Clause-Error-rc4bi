      * tolerance-gate convention RECSPLIT's 9300-SET-RETURN-CODE
      * uses.  With no argument the limit defaults to "no limit" and
      * the report is informational only.
      *
      * The run's record count and its debit and credit totals go to
      * CTLTOTS as well -- the amounts as hash figures, the low-order
      * nine digits of the total in cents -- so RECBAL can prove that
      * RECPARSE's extract was settled in full and that RECGLPST's
      * ledger feed carries exactly the totals this report shows.
      *
      * Inter-branch transfer legs (record type "X") reach PARSEDX
      * already resolved to the branch they post to -- RECPARSE puts
      * the debit leg on the from-branch and the credit leg on the
      * to-branch -- so each side settles in its own branch's totals
      * like any other record.  They are also totalled apart: a
      * TRANSFERS line under each branch total that had any, and a
      * run-wide transfer line after the grand total.  Transfer
      * debits and credits that do not agree for the run are flagged
      * on that line for the operator to follow up on RECXFER's
      * matching report (XFERRPT); a leg may legitimately arrive a
      * day after its partner, so this is a warning, not a gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSETTL.
           SELECT SETTLEMENT-REPORT ASSIGN TO "SETTLRPT"
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
           05  SD-TRANS-DATE             PIC 9(8).
           05  SD-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  SD-REC-TYPE               PIC X(1).

       FD  SORTED-PARSED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01  SORTED-RECORD.
           05  SR-BRANCH                 PIC X(4).
           05  SR-TRANS-DATE             PIC 9(8).
           05  SR-AMOUNT                 PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  SR-REC-TYPE               PIC X(1).
               88  SR-TRANSFER-LEG      VALUE "X".

       FD  SETTLEMENT-REPORT.
       01  REPORT-LINE                   PIC X(120).

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-CTL-RUN-DATE               PIC 9(8).

      *****************************************************************
      *  Run-control interface (RUNCTL subprogram, RUNCTLLK.cpy),
      *  QUERY only: this step sits outside the enforced chain, but
      *  its CTLTOTS records must carry the chain's business date.
      *****************************************************************
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

      *    Amount totals reduced to CTLTOTS hash figures: the total
      *    in cents, of which the MOVE to CT-VALUE keeps the low-order
      *    nine digits.
       01  WS-HASH-CENTS                 PIC 9(13).

       01  WS-PARSED-EOF-SWITCH          PIC X VALUE "N".
           88  PARSED-EOF               VALUE "Y".

       01  WS-TOTAL-CREDIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NET                  PIC S9(11)V99 VALUE ZERO.

      *    Transfer legs within the above, per branch and for the
      *    run.
       01  WS-BRANCH-XFER-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-XFER-DEBIT          PIC S9(11)V99 VALUE ZERO.
       01  WS-BRANCH-XFER-CREDIT         PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-XFER-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-XFER-DEBIT           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-XFER-CREDIT          PIC S9(11)V99 VALUE ZERO.

       01  WS-OUT-OF-BALANCE-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-RECORD-COUNT               PIC 9(9) VALUE ZERO.
                       MOVE PX-BRANCH TO SD-BRANCH
                       MOVE PX-TRANS-DATE TO SD-TRANS-DATE
                       MOVE PX-AMOUNT TO SD-AMOUNT
                       MOVE PX-REC-TYPE TO SD-REC-TYPE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
               ADD SR-AMOUNT TO WS-GROUP-CREDIT
           END-IF
           ADD SR-AMOUNT TO WS-GROUP-NET
           IF SR-TRANSFER-LEG
               ADD 1 TO WS-BRANCH-XFER-COUNT
               IF SR-AMOUNT < ZERO
                   SUBTRACT SR-AMOUNT FROM WS-BRANCH-XFER-DEBIT
               ELSE
                   ADD SR-AMOUNT TO WS-BRANCH-XFER-CREDIT
               END-IF
           END-IF
           PERFORM 2100-READ-SORTED-RECORD.

       2400-FINISH-DATE-GROUP.
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE REPORT-LINE
           IF WS-BRANCH-XFER-COUNT > ZERO
               PERFORM 2550-WRITE-BRANCH-TRANSFERS
           END-IF
           ADD WS-BRANCH-COUNT TO WS-TOTAL-COUNT
           ADD WS-BRANCH-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-BRANCH-CREDIT TO WS-TOTAL-CREDIT
           MOVE ZERO TO WS-BRANCH-CREDIT
           MOVE ZERO TO WS-BRANCH-NET.

      *    The branch's share of the transfers, already inside its
      *    total line above: debit legs sent out, credit legs taken in.
       2550-WRITE-BRANCH-TRANSFERS.
           MOVE WS-BRANCH-XFER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH "              DELIMITED BY SIZE
                  WS-CURRENT-BRANCH      DELIMITED BY SIZE
                  "  TRANSFER LEGS "     DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-BRANCH-XFER-DEBIT TO WS-AMOUNT-ED
           MOVE "  DR " TO REPORT-LINE(40:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(45:15)
           MOVE WS-BRANCH-XFER-CREDIT TO WS-AMOUNT-ED
           MOVE "  CR " TO REPORT-LINE(60:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(65:15)
           WRITE REPORT-LINE
           ADD WS-BRANCH-XFER-COUNT TO WS-TOTAL-XFER-COUNT
           ADD WS-BRANCH-XFER-DEBIT TO WS-TOTAL-XFER-DEBIT
           ADD WS-BRANCH-XFER-CREDIT TO WS-TOTAL-XFER-CREDIT
           MOVE ZERO TO WS-BRANCH-XFER-COUNT
           MOVE ZERO TO WS-BRANCH-XFER-DEBIT
           MOVE ZERO TO WS-BRANCH-XFER-CREDIT.

       9000-TERMINATE.
           PERFORM 9100-WRITE-GRAND-TOTAL
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE SETTLEMENT-REPORT
      *    The gate trips only when a limit was actually given -- the
      *    default limit is never exceeded.
           MOVE WS-AMOUNT-ED TO REPORT-LINE(85:15)
           WRITE REPORT-LINE

      *    Every transfer debited out of one branch should be credited
      *    into another: unequal run totals mean a leg is missing or
      *    wrong today.
           MOVE WS-TOTAL-XFER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSFER LEGS              " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-TOTAL-XFER-DEBIT TO WS-AMOUNT-ED
           MOVE "  DR " TO REPORT-LINE(40:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(45:15)
           MOVE WS-TOTAL-XFER-CREDIT TO WS-AMOUNT-ED
           MOVE "  CR " TO REPORT-LINE(60:5)
           MOVE WS-AMOUNT-ED TO REPORT-LINE(65:15)
           IF WS-TOTAL-XFER-DEBIT NOT = WS-TOTAL-XFER-CREDIT
               MOVE " *** LEGS DO NOT AGREE -- SEE XFERRPT ***"
                   TO REPORT-LINE(80:41)
           END-IF
           WRITE REPORT-LINE

           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCHES OUT OF BALANCE ... " DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       9400-WRITE-CONTROL-TOTALS.
      *    The machine-readable side of the grand total -- one CTLREC
      *    record per counter, appended for RECBAL's end-of-chain
      *    balance (records read here must equal RECPARSE's extracted
      *    count, and the amounts must equal RECGLPST's postings).
      *    EXTEND; a fresh file (status 35) is created instead.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECSETTL" TO RCL-STEP-NAME
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
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           MOVE "RECSETTL" TO CT-PROGRAM
           MOVE WS-CTL-RUN-DATE TO CT-RUN-DATE
           MOVE "RECORDS-READ" TO CT-COUNTER
           MOVE WS-RECORD-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "OUT-OF-BALANCE" TO CT-COUNTER
           MOVE WS-OUT-OF-BALANCE-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "TRANSFER-LEGS" TO CT-COUNTER
           MOVE WS-TOTAL-XFER-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "DEBIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-TOTAL-DEBIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "CREDIT-HASH" TO CT-COUNTER
           COMPUTE WS-HASH-CENTS = WS-TOTAL-CREDIT * 100
           MOVE WS-HASH-CENTS TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.
