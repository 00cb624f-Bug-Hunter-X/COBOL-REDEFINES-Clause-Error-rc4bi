      ******************************************************************
      * PROGRAM-ID: RECPNDRP
      *
      * Daily report of the maker/checker pending-approval file
      * (RECPEND, PENDREC.cpy) that RECUPD parks high-value online
      * updates on and RECAPPR decides.  Supervisors need two things
      * from it each day: what is still waiting on a checker, and
      * what was turned down.
      *
      * The report (PENDRPT) has two sections:
      *   PENDING   every item still at status P, with the maker,
      *             when it was parked, its age in days against the
      *             report date, and the decoded before and after
      *             amount, branch and status
      *   REJECTED  every item rejected on or after the report date
      *             -- by a checker, or closed by RECAPPR because the
      *             record changed under it -- with the checker and
      *             the reason
      * then a trailer with the counts, including the approvals
      * decided on or after the report date.
      *
      * The report date is the run-control business date (RUNCTL
      * QUERY), or today's date when no business date is set.  An
      * item left pending longer than the stale-age limit (first
      * command-line word, days, default 2) is marked STALE and the
      * run ends with RETURN-CODE 4 so the schedule flags it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPNDRP.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The CICS pending-approval KSDS, read in key order.
           SELECT PENDING-FILE ASSIGN TO "RECPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC REPLACING ==:RECNAME:== BY ==PENDING-RECORD==
                                  ==:PREFIX:==  BY ==PR==.

       FD  PENDING-REPORT.
       01  PENDING-LINE                  PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS             PIC X(2).

       01  WS-PENDING-EOF-SWITCH         PIC X VALUE "N".
           88  PENDING-EOF              VALUE "Y".

      *    Which section the current pass over the file is writing.
       01  WS-PASS-SWITCH                PIC X VALUE "P".
           88  PENDING-PASS             VALUE "P".
           88  REJECTED-PASS            VALUE "R".

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    report date; this report is outside the enforced chain.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-REPORT-DATE                PIC 9(8).
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-CL-WORD-1                  PIC X(10).
       01  WS-STALE-DAYS                 PIC 9(3) VALUE 2.

       01  WS-ITEM-DATE                  PIC 9(8).
       01  WS-AGE-DAYS                   PIC S9(5) VALUE ZERO.
       01  WS-OLDEST-AGE                 PIC S9(5) VALUE ZERO.

      *    The item's two payload images, decoded for the lines.
           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-BEFORE-FIELDS==
                                  ==:PREFIX:==  BY ==BF==.
           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-AFTER-FIELDS==
                                  ==:PREFIX:==  BY ==AF==.

       01  WS-SUMMARY-KEY                PIC X(7).
       01  WS-DECODED-NUMERIC-KEY        PIC 9(7).
       01  WS-BEFORE-AMOUNT              PIC S9(9)V99.
       01  WS-AFTER-AMOUNT               PIC S9(9)V99.
       01  WS-AFTER-BRANCH               PIC X(4).
       01  WS-AFTER-STATUS               PIC X(2).

       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-STALE-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-APPROVED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PENDING-AMOUNT             PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-AGE-ED                     PIC ZZZZ9.
       01  WS-AMOUNT-ED                  PIC -(11)9.99.
       01  WS-BEFORE-AMOUNT-ED           PIC -(9)9.99.
       01  WS-AFTER-AMOUNT-ED            PIC -(9)9.99.
       01  WS-STALE-FLAG                 PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           SET PENDING-PASS TO TRUE
           PERFORM 2000-REPORT-PASS
           SET REJECTED-PASS TO TRUE
           PERFORM 2000-REPORT-PASS
           PERFORM 9100-WRITE-TRAILER
           IF WS-STALE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CL-WORD-1
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-CL-WORD-1
           END-UNSTRING
           IF WS-CL-WORD-1 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CL-WORD-1) = ZERO
               COMPUTE WS-STALE-DAYS = FUNCTION NUMVAL(WS-CL-WORD-1)
           END-IF

           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECPNDRP" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT = "00"
               MOVE RCL-BUS-DATE TO WS-REPORT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF

           OPEN OUTPUT PENDING-REPORT
           MOVE SPACES TO PENDING-LINE
           STRING "UPDATES AWAITING OR REFUSED APPROVAL"
                                         DELIMITED BY SIZE
                  " -- REPORT DATE "     DELIMITED BY SIZE
                  WS-REPORT-DATE         DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.

      *****************************************************************
      *  One pass over the file per section -- the file is in key
      *  order, and each section wants all of its own items together.
      *****************************************************************
       2000-REPORT-PASS.
           MOVE SPACES TO PENDING-LINE
           WRITE PENDING-LINE
           IF PENDING-PASS
               MOVE "PENDING -- WAITING ON A CHECKER" TO PENDING-LINE
           ELSE
               MOVE "REJECTED -- ON OR AFTER THE REPORT DATE"
                   TO PENDING-LINE
           END-IF
           WRITE PENDING-LINE
           MOVE "N" TO WS-PENDING-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               SET PENDING-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-PENDING
           END-IF
           PERFORM 2200-REPORT-ITEM UNTIL PENDING-EOF
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF.

       2100-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   IF PENDING-PASS
                       ADD 1 TO WS-READ-COUNT
                   END-IF
           END-READ.

       2200-REPORT-ITEM.
           EVALUATE TRUE
               WHEN PENDING-PASS AND PR-PENDING
                   PERFORM 3000-DECODE-ITEM
                   PERFORM 2300-WRITE-PENDING-LINE
               WHEN REJECTED-PASS AND PR-REJECTED
                       AND PR-DECIDED-DATE IS NUMERIC
                   MOVE PR-DECIDED-DATE TO WS-ITEM-DATE
                   IF WS-ITEM-DATE >= WS-REPORT-DATE
                       PERFORM 3000-DECODE-ITEM
                       PERFORM 2400-WRITE-REJECTED-LINE
                   END-IF
               WHEN PENDING-PASS AND PR-APPROVED
                       AND PR-DECIDED-DATE IS NUMERIC
                   MOVE PR-DECIDED-DATE TO WS-ITEM-DATE
                   IF WS-ITEM-DATE >= WS-REPORT-DATE
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-PENDING.

       2300-WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           ADD WS-AFTER-AMOUNT TO WS-PENDING-AMOUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF PR-PARKED-DATE IS NUMERIC
               MOVE PR-PARKED-DATE TO WS-ITEM-DATE
               IF WS-ITEM-DATE < WS-REPORT-DATE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
               END-IF
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF
           MOVE SPACES TO WS-STALE-FLAG
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE "STALE" TO WS-STALE-FLAG
               ADD 1 TO WS-STALE-COUNT
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE SPACES TO PENDING-LINE
           STRING "KEY="                 DELIMITED BY SIZE
                  WS-SUMMARY-KEY         DELIMITED BY SIZE
                  "  MAKER="             DELIMITED BY SIZE
                  PR-MAKER               DELIMITED BY SIZE
                  "  PARKED="            DELIMITED BY SIZE
                  PR-PARKED-DATE         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PR-PARKED-TIME         DELIMITED BY SIZE
                  "  AGE="               DELIMITED BY SIZE
                  WS-AGE-ED              DELIMITED BY SIZE
                  "  BEFORE="            DELIMITED BY SIZE
                  WS-BEFORE-AMOUNT-ED    DELIMITED BY SIZE
                  "  AFTER="             DELIMITED BY SIZE
                  WS-AFTER-AMOUNT-ED     DELIMITED BY SIZE
                  "  BR="                DELIMITED BY SIZE
                  WS-AFTER-BRANCH        DELIMITED BY SIZE
                  "  ST="                DELIMITED BY SIZE
                  WS-AFTER-STATUS        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-STALE-FLAG          DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.

       2400-WRITE-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO PENDING-LINE
           STRING "KEY="                 DELIMITED BY SIZE
                  WS-SUMMARY-KEY         DELIMITED BY SIZE
                  "  MAKER="             DELIMITED BY SIZE
                  PR-MAKER               DELIMITED BY SIZE
                  "  CHECKER="           DELIMITED BY SIZE
                  PR-CHECKER             DELIMITED BY SIZE
                  "  DECIDED="           DELIMITED BY SIZE
                  PR-DECIDED-DATE        DELIMITED BY SIZE
                  "  BEFORE="            DELIMITED BY SIZE
                  WS-BEFORE-AMOUNT-ED    DELIMITED BY SIZE
                  "  AFTER="             DELIMITED BY SIZE
                  WS-AFTER-AMOUNT-ED     DELIMITED BY SIZE
                  "  REASON="            DELIMITED BY SIZE
                  PR-REASON              DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.

      *****************************************************************
      *  Decode the item's key for display (numeric keys unpacked to
      *  their 7 digits) and its payload images through PAYFLDS.
      *****************************************************************
       3000-DECODE-ITEM.
           IF PR-REC-TYPE = "N"
               MOVE PR-KEY-NUMERIC TO WS-DECODED-NUMERIC-KEY
               MOVE WS-DECODED-NUMERIC-KEY TO WS-SUMMARY-KEY
           ELSE
               MOVE PR-KEY-AREA TO WS-SUMMARY-KEY
           END-IF
           MOVE PR-BEFORE TO BF-PAY-IMAGE
           MOVE PR-AFTER TO AF-PAY-IMAGE
           MOVE ZERO TO WS-BEFORE-AMOUNT
           MOVE ZERO TO WS-AFTER-AMOUNT
           IF PR-REC-TYPE = "N"
               IF BF-PN-AMOUNT IS NUMERIC
                   MOVE BF-PN-AMOUNT TO WS-BEFORE-AMOUNT
               END-IF
               IF AF-PN-AMOUNT IS NUMERIC
                   MOVE AF-PN-AMOUNT TO WS-AFTER-AMOUNT
               END-IF
               MOVE AF-PN-BRANCH TO WS-AFTER-BRANCH
               MOVE AF-PN-STATUS-FLAGS TO WS-AFTER-STATUS
           ELSE
               IF BF-PA-AMOUNT IS NUMERIC
                   MOVE BF-PA-AMOUNT TO WS-BEFORE-AMOUNT
               END-IF
               IF AF-PA-AMOUNT IS NUMERIC
                   MOVE AF-PA-AMOUNT TO WS-AFTER-AMOUNT
               END-IF
               MOVE AF-PA-BRANCH TO WS-AFTER-BRANCH
               MOVE AF-PA-STATUS-FLAGS TO WS-AFTER-STATUS
           END-IF
           MOVE WS-BEFORE-AMOUNT TO WS-BEFORE-AMOUNT-ED
           MOVE WS-AFTER-AMOUNT TO WS-AFTER-AMOUNT-ED.

       9000-TERMINATE.
           CLOSE PENDING-REPORT.

       9100-WRITE-TRAILER.
           MOVE SPACES TO PENDING-LINE
           WRITE PENDING-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "ITEMS ON FILE ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-PENDING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "PENDING ................... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-PENDING-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "PENDING AFTER-AMOUNT TOTAL  " DELIMITED BY SIZE
                  WS-AMOUNT-ED                   DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-OLDEST-AGE TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "OLDEST PENDING (DAYS) ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-STALE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "STALE (OVER AGE LIMIT) .... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "REJECTED .................. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE

           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PENDING-LINE
           STRING "APPROVED .................. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.
