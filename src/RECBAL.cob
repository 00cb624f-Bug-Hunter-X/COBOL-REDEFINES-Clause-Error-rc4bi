      * that used to be eyeballed across four reports every morning:
      *
      *   RECSPLIT WORK-FILE writes  = RECPARSE records read
      *   RECPARSE extracted + error
      *     + back-dated held        = RECPARSE records read
      *   RECSPLIT WORK-FILE writes  = RECLOAD records read
      *   RECLOAD records read       = RECVRFY records read
      *   RECVRFY keys expected      = RECVRFY keys matched
      *   RECVRFY keys expected      = RECVRFY RECMAST keys
      *   RECVRFY input hash         = RECVRFY RECMAST hash
      *   RECSPLIT WORK-FILE writes  = RECXREF records read
      *   RECSPLIT WORK-FILE writes  = RECDELTA records read
      *   RECPARSE extracted         = RECSETTL records read
      *   RECPARSE transfer legs     = RECSETTL transfer legs
      *   RECSETTL records read      = RECGLPST records read
      *   RECSETTL debit total       = RECGLPST debits posted
      *   RECSETTL credit total      = RECGLPST credits posted
      *   RECGLPST journal debits    = RECGLPST journal credits
      *   RECPARSE extracted         = RECLEDG records read
      *     (only when RECLEDG has run for the date)
      *   RECPARSE extracted         = RECSCRN records read
      *     (only when RECSCRN has run for the date)
      *
      * (amount totals are compared as CTLTOTS hash figures, the low-
      * order nine digits of the total in cents)
      *
      * One line per check on the balancing report (BALRPT) with both
      * figures and the verdict, a PASS/FAIL summary line, and
      *  Counter table: one row per program/counter pair, last
      *  occurrence read from CTLTOTS winning -- a re-run step's
      *  appended figures supersede the abandoned run's.  The chain
      *  writes some 63 counters; 200 leaves room to grow.  A row
      *  that will not fit is counted and fails the run rather than
      *  being dropped quietly and reported as a missing counter.
      *****************************************************************
       01  WS-COUNTER-MAX                PIC 9(3) VALUE 200.
       01  WS-COUNTER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-COUNTER-DROPPED            PIC 9(3) VALUE ZERO.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 200 TIMES.
               10  WS-CE-PROGRAM         PIC X(8).
               10  WS-CE-COUNTER         PIC X(16).
               10  WS-CE-VALUE           PIC 9(9).

       01  WS-CHECK-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-FAILED-BEFORE              PIC 9(3).

       01  WS-LEFT-ED                    PIC Z(8)9.
       01  WS-RIGHT-ED                   PIC Z(8)9.
                   NOT AT END
                       PERFORM 2100-STORE-ONE-COUNTER
               END-READ
           END-PERFORM
           IF WS-COUNTER-DROPPED > ZERO
               PERFORM 2200-REPORT-TABLE-FULL
           END-IF.

       2100-STORE-ONE-COUNTER.
      *    Replace an existing program/counter row in place -- the
               END-IF
           END-PERFORM
           IF NOT FETCH-FOUND
               IF WS-COUNTER-COUNT < WS-COUNTER-MAX
                   ADD 1 TO WS-COUNTER-COUNT
                   MOVE CT-PROGRAM TO WS-CE-PROGRAM(WS-COUNTER-COUNT)
                   MOVE CT-COUNTER TO WS-CE-COUNTER(WS-COUNTER-COUNT)
                   MOVE CT-VALUE TO WS-CE-VALUE(WS-COUNTER-COUNT)
               ELSE
                   ADD 1 TO WS-COUNTER-DROPPED
               END-IF
           END-IF.

      *    Counters that did not fit the table: the checks that want
      *    them would fail as MISSING, which points the operator at
      *    the wrong step.  Say what really happened and hold the day.
       2200-REPORT-TABLE-FULL.
           MOVE WS-COUNTER-DROPPED TO WS-COUNT-ED
           MOVE SPACES TO BALANCE-LINE
           STRING "COUNTER TABLE FULL -- ROWS NOT LOADED "
                                                DELIMITED BY SIZE
                  WS-COUNT-ED                   DELIMITED BY SIZE
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE
           DISPLAY "RECBAL: COUNTER TABLE FULL -- RAISE WS-COUNTER-MAX"
           ADD 1 TO WS-CHECK-COUNT
           ADD 1 TO WS-FAILED-COUNT.

       3000-RUN-BALANCE-CHECKS.
           PERFORM 3100-CHECK-SPLIT-TO-PARSE
           PERFORM 3200-CHECK-PARSE-INTERNAL
           PERFORM 3300-CHECK-SPLIT-TO-LOAD
           PERFORM 3350-CHECK-LOAD-TO-VERIFY
           PERFORM 3400-CHECK-SPLIT-TO-XREF
           PERFORM 3500-CHECK-SPLIT-TO-DELTA
           PERFORM 3600-CHECK-PARSE-TO-SETTLE
           PERFORM 3700-CHECK-SETTLE-TO-LEDGER
           PERFORM 3800-CHECK-PARSE-TO-BALANCES
           PERFORM 3850-CHECK-PARSE-TO-SCREEN.

       3100-CHECK-SPLIT-TO-PARSE.
           MOVE "RECSPLIT WORK-WRITES = RECPARSE READ"
           PERFORM 3900-WRITE-CHECK-LINE.

       3200-CHECK-PARSE-INTERNAL.
           MOVE "RECPARSE EXTRACT+ERROR+BACKDATE = READ"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECPARSE" TO WS-FETCH-PROGRAM
           MOVE "ERROR-RECORDS" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           ADD WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "BACKDATED" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           ADD WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE.

      *****************************************************************
      *  The load proved against the file it built: RECVRFY must
      *  have read the WORK-FILE RECLOAD read, found every expected
      *  key on RECMAST byte for byte, and -- in FULL mode -- no key
      *  the input did not carry, with both sides' image hashes
      *  agreeing.  A break here means RECMAST is not what the load
      *  says it is, and the operator is sent to RECBKOUT before
      *  anything else.
      *****************************************************************
       3350-CHECK-LOAD-TO-VERIFY.
           MOVE WS-FAILED-COUNT TO WS-FAILED-BEFORE

           MOVE "RECLOAD READ = RECVRFY READ"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECLOAD" TO WS-FETCH-PROGRAM
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECVRFY" TO WS-FETCH-PROGRAM
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECVRFY KEYS EXPECTED = KEYS MATCHED"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "KEYS-EXPECTED" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "KEYS-MATCHED" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECVRFY KEYS EXPECTED = RECMAST KEYS"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "KEYS-EXPECTED" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "MASTER-KEYS" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECVRFY INPUT HASH = RECMAST HASH"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "INPUT-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "MASTER-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           IF WS-FAILED-COUNT > WS-FAILED-BEFORE
               MOVE SPACES TO BALANCE-LINE
               STRING "  RECMAST NOT PROVED AGAINST THE LOAD -- SEE "
                                             DELIMITED BY SIZE
                      "VRFYRPT, BACK OUT WITH RECBKOUT"
                                             DELIMITED BY SIZE
                      INTO BALANCE-LINE
               END-STRING
               WRITE BALANCE-LINE
           END-IF.

       3400-CHECK-SPLIT-TO-XREF.
           MOVE "RECSPLIT WORK-WRITES = RECXREF READ"
               TO WS-CHECK-DESC
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE.

       3600-CHECK-PARSE-TO-SETTLE.
           MOVE "RECPARSE EXTRACTED = RECSETTL READ"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECPARSE" TO WS-FETCH-PROGRAM
           MOVE "EXTRACTED" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECSETTL" TO WS-FETCH-PROGRAM
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECPARSE XFER LEGS = RECSETTL XFER LEGS"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECPARSE" TO WS-FETCH-PROGRAM
           MOVE "TRANSFER-LEGS" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECSETTL" TO WS-FETCH-PROGRAM
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE.

      *****************************************************************
      *  The ledger feed must carry exactly what the settlement
      *  report showed: the same records, the same debit and credit
      *  totals on the branch side, and a journal that balances.
      *****************************************************************
       3700-CHECK-SETTLE-TO-LEDGER.
           MOVE "RECSETTL READ = RECGLPST READ"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECSETTL" TO WS-FETCH-PROGRAM
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECGLPST" TO WS-FETCH-PROGRAM
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECSETTL DEBITS = RECGLPST DEBITS"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECSETTL" TO WS-FETCH-PROGRAM
           MOVE "DEBIT-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECGLPST" TO WS-FETCH-PROGRAM
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECSETTL CREDITS = RECGLPST CREDITS"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECSETTL" TO WS-FETCH-PROGRAM
           MOVE "CREDIT-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "RECGLPST" TO WS-FETCH-PROGRAM
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE

           MOVE "RECGLPST JOURNAL DEBITS = CREDITS"
               TO WS-CHECK-DESC
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           MOVE "RECGLPST" TO WS-FETCH-PROGRAM
           MOVE "JRNL-DEBIT-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
           MOVE "JRNL-CREDIT-HASH" TO WS-FETCH-COUNTER
           PERFORM 8000-FETCH-COUNTER
           MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
           PERFORM 3900-WRITE-CHECK-LINE.

      *****************************************************************
      *  The balance ledger posting is proved only when RECLEDG has
      *  run for the date: it must read the same extract RECSETTL
      *  reads.  Keys it left unposted are on its own exceptions list.
      *****************************************************************
       3800-CHECK-PARSE-TO-BALANCES.
           MOVE "RECLEDG" TO WS-FETCH-PROGRAM
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           PERFORM 8000-FETCH-COUNTER
           IF FETCH-FOUND
               MOVE "RECPARSE EXTRACTED = RECLEDG READ"
                   TO WS-CHECK-DESC
               MOVE "N" TO WS-CHECK-MISSING-SWITCH
               MOVE "RECPARSE" TO WS-FETCH-PROGRAM
               MOVE "EXTRACTED" TO WS-FETCH-COUNTER
               PERFORM 8000-FETCH-COUNTER
               MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
               MOVE "RECLEDG" TO WS-FETCH-PROGRAM
               MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
               PERFORM 8000-FETCH-COUNTER
               MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
               PERFORM 3900-WRITE-CHECK-LINE
           END-IF.

      *****************************************************************
      *  The unusual-activity screening likewise, when RECSCRN has
      *  run for the date: it must have screened the whole extract.
      *****************************************************************
       3850-CHECK-PARSE-TO-SCREEN.
           MOVE "RECSCRN" TO WS-FETCH-PROGRAM
           MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
           MOVE "N" TO WS-CHECK-MISSING-SWITCH
           PERFORM 8000-FETCH-COUNTER
           IF FETCH-FOUND
               MOVE "RECPARSE EXTRACTED = RECSCRN READ"
                   TO WS-CHECK-DESC
               MOVE "N" TO WS-CHECK-MISSING-SWITCH
               MOVE "RECPARSE" TO WS-FETCH-PROGRAM
               MOVE "EXTRACTED" TO WS-FETCH-COUNTER
               PERFORM 8000-FETCH-COUNTER
               MOVE WS-FETCH-VALUE TO WS-LEFT-VALUE
               MOVE "RECSCRN" TO WS-FETCH-PROGRAM
               MOVE "RECORDS-READ" TO WS-FETCH-COUNTER
               PERFORM 8000-FETCH-COUNTER
               MOVE WS-FETCH-VALUE TO WS-RIGHT-VALUE
               PERFORM 3900-WRITE-CHECK-LINE
           END-IF.

       3900-WRITE-CHECK-LINE.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-LEFT-VALUE TO WS-LEFT-ED
