      ******************************************************************
      * PROGRAM-ID: RECSTMT
      *
      * Customer statement for one key over a date range, from the
      * balance ledger (BALMAST, BALREC.cpy) that RECLEDG posts and
      * the PARSHIST history RECHARC rolls forward.
      *
      * From the command line:
      *   key [from [to]]
      *     key   the 7-byte key; a numeric key may be typed short
      *           and is zero-filled, as RECACT does
      *     from  CCYYMMDD first transaction date on the statement
      *           (default: the first of the TO date's month)
      *     to    CCYYMMDD last transaction date on the statement
      *           (default: the run-control business date, or today
      *           when run control cannot be read)
      *
      * The ledger holds the key's balance as of its last posting;
      * the opening balance on the statement is that balance less
      * every history entry for the key dated on or after FROM.  Each
      * entry dated FROM through TO then prints in transaction-date
      * order with a running balance, and the closing balance ends
      * the statement.  History rolls off after the retention window,
      * so when FROM falls before the oldest run date still retained
      * the statement carries a warning that the opening balance
      * cannot be relied on.  RECLEDG's exceptions list shows any key
      * whose ledger disagrees with its history.
      *
      * The statement goes to STMTRPT.  A key not on the ledger or a
      * bad date range is reported and the run ends RETURN-CODE 8;
      * the retention warning sets RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSTMT.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "PARSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-HISTORY-FILE ASSIGN TO "SRTSTMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC REPLACING ==:RECNAME:== BY ==BALANCE-RECORD==
                                 ==:PREFIX:==  BY ==BL==.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY PARSHREC REPLACING ==:RECNAME:== BY ==HISTORY-RECORD==
                                   ==:PREFIX:==  BY ==HI==.

       SD  SORT-HISTORY-FILE.
           COPY PARSHREC REPLACING ==:RECNAME:== BY ==SORT-HIST-RECORD==
                                   ==:PREFIX:==  BY ==SH==.

       FD  SORTED-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY PARSHREC
               REPLACING ==:RECNAME:== BY ==SORTED-HIST-RECORD==
                         ==:PREFIX:==  BY ==SS==.

       FD  STATEMENT-REPORT.
       01  STATEMENT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-STATUS             PIC X(2).
       01  WS-HISTORY-STATUS             PIC X(2).

       01  WS-HISTORY-EOF-SWITCH         PIC X VALUE "N".
           88  HISTORY-EOF              VALUE "Y".
       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    default TO date.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

      *****************************************************************
      *  Selection from the command line.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-SELECT-VALUE               PIC X(7).
       01  WS-FROM-VALUE                 PIC X(8).
       01  WS-TO-VALUE                   PIC X(8).
       01  WS-SELECT-KEY                 PIC X(7).
       01  WS-FROM-DATE                  PIC 9(8).
       01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
                                         PIC X(8).
       01  WS-TO-DATE                    PIC 9(8).
       01  WS-TO-DATE-X REDEFINES WS-TO-DATE
                                         PIC X(8).
       01  WS-SELECT-OK-SWITCH           PIC X VALUE "N".
           88  SELECTION-OK             VALUE "Y".
       01  WS-KEY-FOUND-SWITCH           PIC X VALUE "N".
           88  KEY-ON-LEDGER            VALUE "Y".
       01  WS-VALUE-LENGTH               PIC 9(2) COMP.
       01  WS-KEY-NUMERIC                PIC 9(7).

      *    Oldest run date still in PARSHIST -- history before it has
      *    rolled off.
       01  WS-OLDEST-RUN-DATE            PIC 9(8) VALUE 99999999.
       01  WS-RETENTION-SWITCH           PIC X VALUE "N".
           88  HISTORY-INCOMPLETE       VALUE "Y".

       01  WS-AFTER-FROM-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-OPENING-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01  WS-RUNNING-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01  WS-PERIOD-DEBITS              PIC S9(11)V99 VALUE ZERO.
       01  WS-PERIOD-CREDITS             PIC S9(11)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT                PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.
       01  WS-BALANCE-ED                 PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN NOT SELECTION-OK
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "SELECTION NOT UNDERSTOOD -- GIVE "
                                         DELIMITED BY SIZE
                          "key [CCYYMMDD [CCYYMMDD]]"
                                         DELIMITED BY SIZE
                          INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT KEY-ON-LEDGER
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "KEY "         DELIMITED BY SIZE
                          WS-SELECT-KEY  DELIMITED BY SIZE
                          " NOT ON THE BALANCE LEDGER"
                                         DELIMITED BY SIZE
                          INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-SORT-KEY-HISTORY
                   PERFORM 3000-PRINT-STATEMENT
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM 1100-PARSE-SELECTION
           IF SELECTION-OK
               OPEN INPUT BALANCE-FILE
               IF WS-BALANCE-STATUS = "00"
                   MOVE WS-SELECT-KEY TO BL-KEY
                   READ BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET KEY-ON-LEDGER TO TRUE
                   END-READ
                   CLOSE BALANCE-FILE
               END-IF
           END-IF.

       1100-PARSE-SELECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-SELECT-VALUE
           MOVE SPACES TO WS-FROM-VALUE
           MOVE SPACES TO WS-TO-VALUE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-SELECT-VALUE COUNT IN WS-VALUE-LENGTH
                    WS-FROM-VALUE
                    WS-TO-VALUE
           END-UNSTRING
      *    Zero-fill a short numeric key to the 7 display digits the
      *    ledger and history carry.
           IF WS-VALUE-LENGTH <= 7 AND WS-VALUE-LENGTH > ZERO
                   AND WS-SELECT-VALUE(1:WS-VALUE-LENGTH) IS NUMERIC
               MOVE WS-SELECT-VALUE(1:WS-VALUE-LENGTH)
                   TO WS-KEY-NUMERIC
               MOVE WS-KEY-NUMERIC TO WS-SELECT-KEY
           ELSE
               MOVE WS-SELECT-VALUE TO WS-SELECT-KEY
           END-IF

           IF WS-TO-VALUE = SPACES
               PERFORM 1150-DEFAULT-TO-DATE
           ELSE
               MOVE WS-TO-VALUE TO WS-TO-DATE-X
           END-IF
           IF WS-FROM-VALUE = SPACES
               MOVE WS-TO-DATE-X TO WS-FROM-DATE-X
               MOVE "01" TO WS-FROM-DATE-X(7:2)
           ELSE
               MOVE WS-FROM-VALUE TO WS-FROM-DATE-X
           END-IF
           IF WS-SELECT-VALUE NOT = SPACES
                   AND WS-FROM-DATE-X IS NUMERIC
                   AND WS-TO-DATE-X IS NUMERIC
                   AND WS-FROM-DATE(5:2) >= "01"
                   AND WS-FROM-DATE(5:2) <= "12"
                   AND WS-TO-DATE(5:2) >= "01"
                   AND WS-TO-DATE(5:2) <= "12"
                   AND WS-FROM-DATE <= WS-TO-DATE
               SET SELECTION-OK TO TRUE
           END-IF.

       1150-DEFAULT-TO-DATE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECSTMT" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT = "00"
               MOVE RCL-BUS-DATE TO WS-TO-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           END-IF.

      *****************************************************************
      *  The key's history entries dated on or after FROM, in
      *  transaction-date order (run date within it).  The oldest
      *  retained run date is noted across the whole file on the way.
      *****************************************************************
       2000-SORT-KEY-HISTORY.
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SH-TRANS-DATE
               ON ASCENDING KEY SH-RUN-DATE
               INPUT PROCEDURE IS 2050-RELEASE-KEY-HISTORY
               GIVING SORTED-HISTORY-FILE
           IF WS-FROM-DATE < WS-OLDEST-RUN-DATE
               SET HISTORY-INCOMPLETE TO TRUE
           END-IF.

       2050-RELEASE-KEY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               SET HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF HI-RUN-DATE < WS-OLDEST-RUN-DATE
                           MOVE HI-RUN-DATE TO WS-OLDEST-RUN-DATE
                       END-IF
                       IF HI-KEY = WS-SELECT-KEY
                               AND HI-TRANS-DATE >= WS-FROM-DATE
                           ADD HI-AMOUNT TO WS-AFTER-FROM-TOTAL
                           MOVE HISTORY-RECORD TO SORT-HIST-RECORD
                           RELEASE SORT-HIST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       3000-PRINT-STATEMENT.
           COMPUTE WS-OPENING-BALANCE =
               BL-CURRENT-BALANCE - WS-AFTER-FROM-TOTAL
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM 3100-WRITE-HEADING

           OPEN INPUT SORTED-HISTORY-FILE
           PERFORM UNTIL SORTED-EOF
               READ SORTED-HISTORY-FILE
                   AT END
                       SET SORTED-EOF TO TRUE
                   NOT AT END
                       IF SS-TRANS-DATE <= WS-TO-DATE
                           PERFORM 3200-WRITE-ENTRY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-HISTORY-FILE

           PERFORM 3300-WRITE-CLOSING
           IF HISTORY-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-HEADING.
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT FOR KEY "   DELIMITED BY SIZE
                  WS-SELECT-KEY          DELIMITED BY SIZE
                  "  FROM "              DELIMITED BY SIZE
                  WS-FROM-DATE           DELIMITED BY SIZE
                  " TO "                 DELIMITED BY SIZE
                  WS-TO-DATE             DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "LEDGER LAST POSTED "  DELIMITED BY SIZE
                  BL-LAST-POSTED         DELIMITED BY SIZE
                  "  LAST ACTIVITY "     DELIMITED BY SIZE
                  BL-LAST-ACTIVITY       DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF HISTORY-INCOMPLETE
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** WARNING -- HISTORY RETAINED FROM "
                                         DELIMITED BY SIZE
                      WS-OLDEST-RUN-DATE DELIMITED BY SIZE
                      " ONLY; OPENING BALANCE MAY BE INCOMPLETE"
                                         DELIMITED BY SIZE
                      INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-OPENING-BALANCE TO WS-BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "OPENING BALANCE ........... " DELIMITED BY SIZE
                  WS-BALANCE-ED                  DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       3200-WRITE-ENTRY-LINE.
           ADD SS-AMOUNT TO WS-RUNNING-BALANCE
           ADD 1 TO WS-ENTRY-COUNT
           IF SS-AMOUNT < ZERO
               SUBTRACT SS-AMOUNT FROM WS-PERIOD-DEBITS
           ELSE
               ADD SS-AMOUNT TO WS-PERIOD-CREDITS
           END-IF
           MOVE SS-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "TRANS="               DELIMITED BY SIZE
                  SS-TRANS-DATE          DELIMITED BY SIZE
                  "  BRANCH="            DELIMITED BY SIZE
                  SS-BRANCH              DELIMITED BY SIZE
                  "  SRC="               DELIMITED BY SIZE
                  SS-SOURCE-ID           DELIMITED BY SIZE
                  "  AMT="               DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
                  "  BAL="               DELIMITED BY SIZE
                  WS-BALANCE-ED          DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       3300-WRITE-CLOSING.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-ENTRY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "TRANSACTIONS .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-PERIOD-DEBITS TO WS-AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL DEBITS .............. " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-PERIOD-CREDITS TO WS-AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL CREDITS ............. " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING BALANCE ........... " DELIMITED BY SIZE
                  WS-BALANCE-ED                  DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       9000-TERMINATE.
           CLOSE STATEMENT-REPORT.
