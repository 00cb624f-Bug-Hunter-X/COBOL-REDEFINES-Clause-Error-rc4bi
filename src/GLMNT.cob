      ******************************************************************
      * PROGRAM-ID: GLMNT
      *
      * General-ledger account-mapping maintenance.  RECGLPST posts
      * each branch/status combination to the GL accounts on the
      * GLACCTS reference file (layout in GLMAPREC.cpy), and this
      * program maintains that file the same way BRNMNT maintains
      * BRANCHES: a transaction file of adds, changes and deletes
      * (GLTRANS, keyed on the 4-byte branch plus the 1-byte status
      * flag), sorted by key and arrival order, applied with a
      * balanced-line match-merge to GLACCTS.NEW and swapped in at
      * end of job, so the file stays in ascending branch/status
      * sequence.
      *
      * Transaction layout: action(1) branch(4) status(1)
      * account(12) offset-account(12) description(31).  Adds and
      * changes carry the full replacement accounts and description;
      * an add or change with either account blank is refused, since
      * RECGLPST would otherwise post a one-sided journal.  Branch
      * "****" with status "*" maintains the suspense control entry
      * that takes every unmapped combination.
      *
      * Every applied transaction is written to the maintenance audit
      * report (GLAUDIT) with the record's before and after values,
      * and every refused transaction with its reason, the same
      * accountability BRNAUDIT gives the branch file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMNT.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-TRANS-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-TRANS-FILE ASSIGN TO "SRTGLT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAPPING-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAPPING-STATUS.

           SELECT MAPPING-FILE-NEW ASSIGN TO "GLACCTS.NEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-REPORT ASSIGN TO "GLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01  TRANS-RECORD.
           05  GT-ACTION                 PIC X(1).
           05  GT-MAP-KEY                PIC X(5).
           05  GT-ACCOUNT                PIC X(12).
           05  GT-OFFSET-ACCOUNT         PIC X(12).
           05  GT-DESCRIPTION            PIC X(31).

      *    Arrival sequence is carried as a secondary sort key so
      *    several transactions against the same combination apply in
      *    the order the deck was keyed -- same scheme as BRNMNT.
       SD  SORT-TRANS-FILE.
       01  SORT-TRANS-RECORD.
           05  ST-MAP-KEY                PIC X(5).
           05  ST-SEQUENCE               PIC 9(9).
           05  ST-ACTION                 PIC X(1).
           05  ST-ACCOUNT                PIC X(12).
           05  ST-OFFSET-ACCOUNT         PIC X(12).
           05  ST-DESCRIPTION            PIC X(31).

       FD  SORTED-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01  SORTED-TRANS-RECORD.
           05  SR-MAP-KEY                PIC X(5).
           05  SR-SEQUENCE               PIC 9(9).
           05  SR-ACTION                 PIC X(1).
           05  SR-ACCOUNT                PIC X(12).
           05  SR-OFFSET-ACCOUNT         PIC X(12).
           05  SR-DESCRIPTION            PIC X(31).

       FD  MAPPING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLMAPREC REPLACING ==:RECNAME:== BY ==MAPPING-RECORD==
                                   ==:PREFIX:==  BY ==GM==.

       FD  MAPPING-FILE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLMAPREC REPLACING
                                ==:RECNAME:== BY ==MAPPING-RECORD-NEW==
                                ==:PREFIX:==  BY ==GN==.

       FD  AUDIT-REPORT.
       01  AUDIT-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MAPPING-STATUS             PIC X(2).

       01  WS-TRANS-EOF-SWITCH           PIC X VALUE "N".
           88  TRANS-EOF                VALUE "Y".

       01  WS-TRANS-INPUT-EOF-SWITCH     PIC X VALUE "N".
           88  TRANS-INPUT-EOF          VALUE "Y".

       01  WS-MASTER-EOF-SWITCH          PIC X VALUE "N".
           88  MASTER-EOF               VALUE "Y".

      *    Remembers whether the OPEN itself succeeded -- a first-time
      *    run builds the file from the transaction deck alone.
       01  WS-MAPPING-OPEN-SWITCH        PIC X VALUE "N".
           88  MAPPING-FILE-OPENED      VALUE "Y".

       01  WS-TRANS-SEQUENCE             PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-TRANS-KEY          PIC X(5).
       01  WS-CURRENT-MASTER-KEY         PIC X(5).

      *****************************************************************
      *  Balanced-line hold area -- the mapping record being built for
      *  the combination currently under maintenance, plus its before
      *  image for the audit pair.  Same scheme as BRNMNT's.
      *****************************************************************
       01  WS-ACTIVE-KEY                 PIC X(5).
       01  WS-HOLD-ACCOUNT               PIC X(12).
       01  WS-HOLD-OFFSET-ACCOUNT        PIC X(12).
       01  WS-HOLD-DESCRIPTION           PIC X(31).
       01  WS-BEFORE-ACCOUNT             PIC X(12).
       01  WS-BEFORE-OFFSET-ACCOUNT      PIC X(12).
       01  WS-BEFORE-DESCRIPTION         PIC X(31).
       01  WS-KEY-ALLOCATED-SWITCH       PIC X VALUE "N".
           88  KEY-ALLOCATED            VALUE "Y".

       01  WS-ADD-COUNT                  PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-DELETE-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-MASTER-IN-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-MASTER-OUT-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ED                   PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-SORT-TRANSACTIONS
           PERFORM 2000-INITIALIZE
           PERFORM 3000-PROCESS-ONE-KEY
               UNTIL TRANS-EOF AND MASTER-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-SORT-TRANSACTIONS.
           SORT SORT-TRANS-FILE
               ON ASCENDING KEY ST-MAP-KEY
               ON ASCENDING KEY ST-SEQUENCE
               INPUT PROCEDURE IS 1050-NUMBER-TRANSACTIONS
               GIVING SORTED-TRANS-FILE.

       1050-NUMBER-TRANSACTIONS.
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL TRANS-INPUT-EOF
               READ TRANS-FILE
                   AT END
                       SET TRANS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-SEQUENCE
                       MOVE GT-MAP-KEY TO ST-MAP-KEY
                       MOVE WS-TRANS-SEQUENCE TO ST-SEQUENCE
                       MOVE GT-ACTION TO ST-ACTION
                       MOVE GT-ACCOUNT TO ST-ACCOUNT
                       MOVE GT-OFFSET-ACCOUNT TO ST-OFFSET-ACCOUNT
                       MOVE GT-DESCRIPTION TO ST-DESCRIPTION
                       RELEASE SORT-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       2000-INITIALIZE.
           OPEN INPUT SORTED-TRANS-FILE
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = "00"
               SET MAPPING-FILE-OPENED TO TRUE
           ELSE
               SET MASTER-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-CURRENT-MASTER-KEY
           END-IF
           OPEN OUTPUT MAPPING-FILE-NEW
           OPEN OUTPUT AUDIT-REPORT
           PERFORM 2100-READ-TRANS
           IF MAPPING-FILE-OPENED
               PERFORM 2200-READ-MASTER
           END-IF.

       2100-READ-TRANS.
           READ SORTED-TRANS-FILE
               AT END
                   SET TRANS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-TRANS-KEY
               NOT AT END
                   MOVE SR-MAP-KEY TO WS-CURRENT-TRANS-KEY
           END-READ.

       2200-READ-MASTER.
           READ MAPPING-FILE
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   MOVE GM-MAP-KEY TO WS-CURRENT-MASTER-KEY
           END-READ.

      *****************************************************************
      *  One balanced-line cycle, the same shape as BRNMNT's: pick
      *  the lower of the two current keys, seed the hold area from
      *  the mapping file if it has that combination, apply every
      *  transaction carrying it in sequence, write whatever
      *  survives.
      *****************************************************************
       3000-PROCESS-ONE-KEY.
           IF WS-CURRENT-MASTER-KEY < WS-CURRENT-TRANS-KEY
               MOVE WS-CURRENT-MASTER-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-CURRENT-TRANS-KEY TO WS-ACTIVE-KEY
           END-IF
           MOVE "N" TO WS-KEY-ALLOCATED-SWITCH
           MOVE SPACES TO WS-HOLD-ACCOUNT
           MOVE SPACES TO WS-HOLD-OFFSET-ACCOUNT
           MOVE SPACES TO WS-HOLD-DESCRIPTION
           MOVE SPACES TO WS-BEFORE-ACCOUNT
           MOVE SPACES TO WS-BEFORE-OFFSET-ACCOUNT
           MOVE SPACES TO WS-BEFORE-DESCRIPTION
           IF WS-CURRENT-MASTER-KEY = WS-ACTIVE-KEY
               MOVE GM-ACCOUNT TO WS-HOLD-ACCOUNT
               MOVE GM-OFFSET-ACCOUNT TO WS-HOLD-OFFSET-ACCOUNT
               MOVE GM-DESCRIPTION TO WS-HOLD-DESCRIPTION
               MOVE GM-ACCOUNT TO WS-BEFORE-ACCOUNT
               MOVE GM-OFFSET-ACCOUNT TO WS-BEFORE-OFFSET-ACCOUNT
               MOVE GM-DESCRIPTION TO WS-BEFORE-DESCRIPTION
               SET KEY-ALLOCATED TO TRUE
               PERFORM 2200-READ-MASTER
           END-IF
           PERFORM UNTIL WS-CURRENT-TRANS-KEY NOT = WS-ACTIVE-KEY
               PERFORM 3100-APPLY-ONE-TRANS
               PERFORM 2100-READ-TRANS
           END-PERFORM
           IF KEY-ALLOCATED
               MOVE WS-ACTIVE-KEY TO GN-MAP-KEY
               MOVE WS-HOLD-ACCOUNT TO GN-ACCOUNT
               MOVE WS-HOLD-OFFSET-ACCOUNT TO GN-OFFSET-ACCOUNT
               MOVE WS-HOLD-DESCRIPTION TO GN-DESCRIPTION
               WRITE MAPPING-RECORD-NEW
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

       3100-APPLY-ONE-TRANS.
           EVALUATE TRUE
               WHEN (SR-ACTION = "A" OR SR-ACTION = "C")
                       AND (SR-ACCOUNT = SPACES
                           OR SR-OFFSET-ACCOUNT = SPACES)
                   MOVE "REFUSED -- BOTH ACCOUNTS REQUIRED"
                       TO AUDIT-LINE(41:)
                   PERFORM 3200-WRITE-ERROR-LINE
               WHEN SR-ACTION = "A" AND KEY-ALLOCATED
                   MOVE "ADD REFUSED -- MAPPING ALREADY ON FILE"
                       TO AUDIT-LINE(41:)
                   PERFORM 3200-WRITE-ERROR-LINE
               WHEN SR-ACTION = "A"
                   PERFORM 3400-MOVE-TRANS-TO-HOLD
                   SET KEY-ALLOCATED TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 3300-WRITE-AUDIT-PAIR
               WHEN SR-ACTION = "C" AND NOT KEY-ALLOCATED
                   MOVE "CHANGE REFUSED -- MAPPING NOT ON FILE"
                       TO AUDIT-LINE(41:)
                   PERFORM 3200-WRITE-ERROR-LINE
               WHEN SR-ACTION = "C"
                   PERFORM 3450-SAVE-BEFORE-IMAGE
                   PERFORM 3400-MOVE-TRANS-TO-HOLD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 3300-WRITE-AUDIT-PAIR
               WHEN SR-ACTION = "D" AND NOT KEY-ALLOCATED
                   MOVE "DELETE REFUSED -- MAPPING NOT ON FILE"
                       TO AUDIT-LINE(41:)
                   PERFORM 3200-WRITE-ERROR-LINE
               WHEN SR-ACTION = "D"
                   PERFORM 3450-SAVE-BEFORE-IMAGE
                   MOVE "N" TO WS-KEY-ALLOCATED-SWITCH
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 3300-WRITE-AUDIT-PAIR
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO AUDIT-LINE(41:)
                   PERFORM 3200-WRITE-ERROR-LINE
           END-EVALUATE.

       3200-WRITE-ERROR-LINE.
      *    The refusal text is already sitting in columns 41 on; fill
      *    in the identifying columns around it and release the line.
           MOVE SR-ACTION TO AUDIT-LINE(1:1)
           MOVE " MAP=" TO AUDIT-LINE(2:5)
           MOVE SR-MAP-KEY TO AUDIT-LINE(7:5)
           MOVE SPACES TO AUDIT-LINE(12:29)
           WRITE AUDIT-LINE
           ADD 1 TO WS-ERROR-COUNT.

       3300-WRITE-AUDIT-PAIR.
           MOVE SPACES TO AUDIT-LINE
           STRING SR-ACTION              DELIMITED BY SIZE
                  " MAP="                DELIMITED BY SIZE
                  SR-MAP-KEY             DELIMITED BY SIZE
                  "  BEFORE="            DELIMITED BY SIZE
                  WS-BEFORE-ACCOUNT      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-BEFORE-OFFSET-ACCOUNT DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-BEFORE-DESCRIPTION  DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           IF SR-ACTION = "A"
               MOVE "(NOT ON FILE)" TO AUDIT-LINE(21:)
           END-IF
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING SR-ACTION              DELIMITED BY SIZE
                  " MAP="                DELIMITED BY SIZE
                  SR-MAP-KEY             DELIMITED BY SIZE
                  "  AFTER ="            DELIMITED BY SIZE
                  WS-HOLD-ACCOUNT        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HOLD-OFFSET-ACCOUNT DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HOLD-DESCRIPTION    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           IF SR-ACTION = "D"
               MOVE "(DELETED)" TO AUDIT-LINE(21:)
           END-IF
           WRITE AUDIT-LINE.

       3400-MOVE-TRANS-TO-HOLD.
           MOVE SR-ACCOUNT TO WS-HOLD-ACCOUNT
           MOVE SR-OFFSET-ACCOUNT TO WS-HOLD-OFFSET-ACCOUNT
           MOVE SR-DESCRIPTION TO WS-HOLD-DESCRIPTION.

       3450-SAVE-BEFORE-IMAGE.
           MOVE WS-HOLD-ACCOUNT TO WS-BEFORE-ACCOUNT
           MOVE WS-HOLD-OFFSET-ACCOUNT TO WS-BEFORE-OFFSET-ACCOUNT
           MOVE WS-HOLD-DESCRIPTION TO WS-BEFORE-DESCRIPTION.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           CLOSE SORTED-TRANS-FILE
           IF MAPPING-FILE-OPENED
               CLOSE MAPPING-FILE
           END-IF
           CLOSE MAPPING-FILE-NEW
           CLOSE AUDIT-REPORT
      *    The maintained file replaces the old generation only on
      *    normal completion, keeping RECGLPST's input intact if this
      *    job dies mid-run.
           CALL "CBL_DELETE_FILE" USING "GLACCTS"
           CALL "CBL_RENAME_FILE" USING "GLACCTS.NEW" "GLACCTS".

       9100-WRITE-TRAILER.
           MOVE WS-MASTER-IN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "MAPPING RECORDS IN ........ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE WS-MASTER-OUT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "MAPPING RECORDS OUT ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE WS-ADD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "ADDS APPLIED .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "CHANGES APPLIED ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE WS-DELETE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "DELETES APPLIED ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AUDIT-LINE
           STRING "TRANSACTIONS REFUSED ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.
