      * failing field go to the error report only, one line per bad
      * field, so a single record can surface several field errors in
      * one pass.
      *
      * Clean records dated in a closed accounting period (the latest
      * closed period comes back from RUNCTL with the run-control
      * registration) do not go to the extract: once the month has
      * been signed off, a back-dated transaction -- off the feed, or
      * recycled out of suspense by RECFIX -- is listed on the
      * back-dated exception report (BACKDRPT) for finance to decide
      * instead of posting silently into the closed month.  An item
      * carrying the authorised back-dated override (status flag 2 =
      * "B", see PAYFLDS.cpy) is extracted as normal and still listed
      * on the report, marked as an override, so every posting into a
      * closed period is accounted for.
      *
      * Inter-branch transfer legs (record type "X") are edited
      * through the transfer overlay: both the from-branch and the
      * to-branch must be on the branch file and must differ, the
      * transfer reference must be present and the amount non-zero.
      * A clean leg goes to the extract as a posting to its own
      * branch -- the debit leg (negative amount) to the from-branch,
      * the credit leg (positive amount) to the to-branch -- so
      * RECSETTL and RECGLPST post each side where it belongs, and
      * is also written to the day's transfer extract (XFERX, layout
      * in XFERREC.cpy) for RECXFER to pair the legs on their
      * reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPARSE.
           SELECT PARSED-FILE ASSIGN TO "PARSEDX"
               ORGANIZATION IS SEQUENTIAL.

      *    Transfer legs extracted today, for RECXFER's matching.
           SELECT TRANSFER-FILE ASSIGN TO "XFERX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ERROR-REPORT ASSIGN TO "PARSERR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKDATED-REPORT ASSIGN TO "BACKDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Branch reference file, maintained by BRNMNT -- the branch
      *    edit validates against this instead of a compiled-in list,
      *    so a branch opening or closing is a BRNMNT transaction,
           05  PX-STATUS-FLAGS           PIC X(2).
           05  PX-SOURCE-ID              PIC X(8).

       FD  TRANSFER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY XFERREC REPLACING ==:RECNAME:== BY ==TRANSFER-RECORD==
                                  ==:PREFIX:==  BY ==XF==.

      *    Field-error lines are fixed-position: record number(9)
      *    + "  KEY="(6) + key(7) + "  FIELD="(8) + field name(12)
      *    + "  "(2) + reason(30) + "  VALUE="(8) + value(12)
      *    + "  SRC="(6) + source id(8) = 108, built by 2600 -- RECQUAL
      *    reads the source, field and reason back by position.
       FD  ERROR-REPORT.
       01  ERROR-LINE                    PIC X(110).

       FD  BACKDATED-REPORT.
       01  BACKDATED-LINE                PIC X(132).

       FD  BRANCH-FILE
           RECORDING MODE IS F
       01  WS-PARSED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-ERROR-RECORD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-FIELD-ERROR-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-BACKDATED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-OVERRIDE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-TRANSFER-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-RECORD-NUMBER-ED           PIC Z(8)9.

       01  WS-DECODED-NUMERIC-KEY        PIC 9(7).
       01  WS-PARSE-KEY                  PIC X(7).

      *****************************************************************
      *  Closed-period control.  WS-CLOSED-PERIOD is the latest closed
      *  accounting period (CCYYMM) RUNCTL handed back at the start
      *  registration -- zero until the first month-end close, which
      *  turns the check off.  A clean record whose transaction month
      *  is not after it is back-dated.
      *****************************************************************
       01  WS-CLOSED-PERIOD              PIC 9(6) VALUE ZERO.
       01  WS-TRANS-PERIOD               PIC 9(6).
       01  WS-BACKDATED-SWITCH           PIC X VALUE "N".
           88  RECORD-BACKDATED         VALUE "Y".
       01  WS-BACKDATED-AMOUNT           PIC S9(9)V99.
       01  WS-BACKDATED-AMOUNT-ED        PIC -(9)9.99.
       01  WS-BACKDATED-ACTION           PIC X(30).

      *****************************************************************
      *  Common edit work fields -- the numeric-type and alpha-type
      *  overlays carry the same business fields at different offsets

       01  WS-BRANCH-CHECK               PIC X(4).

      *    The branch a transfer leg posts to: the from-branch for
      *    the debit leg, the to-branch for the credit leg.
       01  WS-POSTING-BRANCH             PIC X(4).

      *    Whether the current record's transaction date survived its
      *    own edit well enough (all digits) to be compared against
      *    the branch's close date -- a record with a garbage date

       1000-INITIALIZE.
           PERFORM 1100-LOAD-BRANCH-TABLE
           MOVE RCL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
           OPEN INPUT WORK-FILE
           OPEN OUTPUT PARSED-FILE
           OPEN OUTPUT TRANSFER-FILE
           OPEN OUTPUT ERROR-REPORT
           OPEN OUTPUT BACKDATED-REPORT
           MOVE SPACES TO BACKDATED-LINE
           STRING "TRANSACTIONS DATED IN A CLOSED PERIOD -- CLOSED"
                                         DELIMITED BY SIZE
                  " THROUGH "            DELIMITED BY SIZE
                  WS-CLOSED-PERIOD       DELIMITED BY SIZE
                  "  BUSINESS DATE "     DELIMITED BY SIZE
                  RCL-BUS-DATE           DELIMITED BY SIZE
                  INTO BACKDATED-LINE
           END-STRING
           WRITE BACKDATED-LINE
           PERFORM 2100-READ-WORK-FILE.

       1100-LOAD-BRANCH-TABLE.
                   PERFORM 2200-EDIT-NUMERIC-PAYLOAD
               WHEN WI-REC-TYPE = "A"
                   PERFORM 2300-EDIT-ALPHA-PAYLOAD
               WHEN WI-REC-TYPE = "X"
                   PERFORM 2350-EDIT-TRANSFER-PAYLOAD
               WHEN OTHER
                   MOVE "REC-TYPE" TO WS-EDIT-FIELD-NAME
                   MOVE "UNKNOWN RECORD-TYPE" TO WS-EDIT-REASON
                   PERFORM 2600-WRITE-FIELD-ERROR
           END-EVALUATE
           IF VALID-RECORD
               PERFORM 2450-CHECK-CLOSED-PERIOD
               IF RECORD-BACKDATED
                   ADD 1 TO WS-BACKDATED-COUNT
               ELSE
                   PERFORM 2400-WRITE-PARSED-RECORD
                   IF WI-REC-TYPE = "X"
                       PERFORM 2420-WRITE-TRANSFER-LEG
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-RECORD-COUNT
           END-IF
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF.

      *****************************************************************
      *  Transfer leg: the type "A" edits on the shared fields, with
      *  the from-branch in the branch position, then the transfer's
      *  own fields.  The amount's sign says which leg it is, so a
      *  zero amount is no leg at all.
      *****************************************************************
       2350-EDIT-TRANSFER-PAYLOAD.
           MOVE "TRANS-DATE" TO WS-EDIT-FIELD-NAME
           MOVE PF-PT-TRANS-DATE TO WS-EDIT-VALUE
           MOVE "N" TO WS-DATE-USABLE-SWITCH
           IF PF-PT-TRANS-DATE IS NUMERIC
               MOVE PF-PT-TRANS-DATE TO WS-EDIT-DATE
               SET TRANS-DATE-USABLE TO TRUE
               PERFORM 2500-VALIDATE-DATE
           ELSE
               MOVE "DATE NOT NUMERIC" TO WS-EDIT-REASON
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF

           MOVE "AMOUNT" TO WS-EDIT-FIELD-NAME
      *    Raw bytes, not a numeric MOVE -- the whole point here is to
      *    show the field image when it fails the numeric class test.
           MOVE PF-PAY-IMAGE(13:10) TO WS-EDIT-VALUE
           IF PF-PT-AMOUNT IS NUMERIC
               MOVE PF-PT-AMOUNT TO WS-EDIT-AMOUNT
               PERFORM 2550-VALIDATE-AMOUNT
               IF WS-EDIT-AMOUNT = ZERO
                   MOVE "TRANSFER AMOUNT ZERO" TO WS-EDIT-REASON
                   PERFORM 2600-WRITE-FIELD-ERROR
               END-IF
           ELSE
               MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF

           MOVE "FROM-BRANCH" TO WS-EDIT-FIELD-NAME
           MOVE PF-PT-FROM-BRANCH TO WS-EDIT-VALUE
           MOVE PF-PT-FROM-BRANCH TO WS-BRANCH-CHECK
           PERFORM 2570-VALIDATE-BRANCH

           MOVE "TO-BRANCH" TO WS-EDIT-FIELD-NAME
           MOVE PF-PT-TO-BRANCH TO WS-EDIT-VALUE
           MOVE PF-PT-TO-BRANCH TO WS-BRANCH-CHECK
           PERFORM 2570-VALIDATE-BRANCH
           IF PF-PT-TO-BRANCH = PF-PT-FROM-BRANCH
               MOVE "SAME AS FROM-BRANCH" TO WS-EDIT-REASON
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF

           MOVE "XFER-REF" TO WS-EDIT-FIELD-NAME
           MOVE PF-PT-TRANSFER-REF TO WS-EDIT-VALUE
           IF PF-PT-TRANSFER-REF = SPACES
               MOVE "TRANSFER REFERENCE BLANK" TO WS-EDIT-REASON
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF

           MOVE "STATUS-1" TO WS-EDIT-FIELD-NAME
           MOVE PF-PT-STATUS-FLAGS TO WS-EDIT-VALUE
           IF NOT (PF-PT-STATUS-ACTIVE OR PF-PT-STATUS-HELD
                   OR PF-PT-STATUS-CLOSED)
               MOVE "UNKNOWN STATUS FLAG" TO WS-EDIT-REASON
               PERFORM 2600-WRITE-FIELD-ERROR
           END-IF

           IF PF-PT-AMOUNT IS NUMERIC AND PF-PT-AMOUNT < ZERO
               MOVE PF-PT-FROM-BRANCH TO WS-POSTING-BRANCH
           ELSE
               MOVE PF-PT-TO-BRANCH TO WS-POSTING-BRANCH
           END-IF
           MOVE WS-POSTING-BRANCH TO WS-BRANCH-CHECK.

       2500-VALIDATE-DATE.
      *    Caller has already established the date is all digits --
      *    this paragraph checks it is a real calendar date.
                  WS-EDIT-REASON        DELIMITED BY SIZE
                  "  VALUE="            DELIMITED BY SIZE
                  WS-EDIT-VALUE         DELIMITED BY SIZE
                  "  SRC="              DELIMITED BY SIZE
                  WI-SOURCE-ID          DELIMITED BY SIZE
                  INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE
           MOVE WI-REC-TYPE TO PX-REC-TYPE
           MOVE WS-PARSE-KEY TO PX-KEY
           MOVE WI-SOURCE-ID TO PX-SOURCE-ID
           EVALUATE WI-REC-TYPE
               WHEN "N"
                   MOVE PF-PN-TRANS-DATE TO PX-TRANS-DATE
                   MOVE PF-PN-AMOUNT TO PX-AMOUNT
                   MOVE PF-PN-BRANCH TO PX-BRANCH
                   MOVE PF-PN-STATUS-FLAGS TO PX-STATUS-FLAGS
               WHEN "X"
                   MOVE PF-PT-TRANS-DATE TO PX-TRANS-DATE
                   MOVE PF-PT-AMOUNT TO PX-AMOUNT
                   MOVE WS-POSTING-BRANCH TO PX-BRANCH
                   MOVE PF-PT-STATUS-FLAGS TO PX-STATUS-FLAGS
               WHEN OTHER
                   MOVE PF-PA-TRANS-DATE TO PX-TRANS-DATE
                   MOVE PF-PA-AMOUNT TO PX-AMOUNT
                   MOVE PF-PA-BRANCH TO PX-BRANCH
                   MOVE PF-PA-STATUS-FLAGS TO PX-STATUS-FLAGS
           END-EVALUATE
           WRITE PARSED-RECORD
           ADD 1 TO WS-PARSED-COUNT.

      *    Only a leg that reached the extract -- was actually posted
      *    -- is offered for matching.
       2420-WRITE-TRANSFER-LEG.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE PF-PT-TRANSFER-REF TO XF-TRANSFER-REF
           IF PF-PT-AMOUNT < ZERO
               SET XF-DEBIT-LEG TO TRUE
               COMPUTE XF-AMOUNT = ZERO - PF-PT-AMOUNT
           ELSE
               SET XF-CREDIT-LEG TO TRUE
               MOVE PF-PT-AMOUNT TO XF-AMOUNT
           END-IF
           MOVE PF-PT-TRANS-DATE TO XF-TRANS-DATE
           MOVE PF-PT-FROM-BRANCH TO XF-FROM-BRANCH
           MOVE PF-PT-TO-BRANCH TO XF-TO-BRANCH
           MOVE WS-PARSE-KEY TO XF-KEY
           MOVE WI-SOURCE-ID TO XF-SOURCE-ID
           MOVE RCL-BUS-DATE TO XF-RUN-DATE
           WRITE TRANSFER-RECORD
           ADD 1 TO WS-TRANSFER-COUNT.

      *****************************************************************
      *  A clean record dated in a closed period is held off the
      *  extract unless it carries the back-dated override; either
      *  way it is listed on BACKDRPT.
      *****************************************************************
       2450-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-BACKDATED-SWITCH
           EVALUATE WI-REC-TYPE
               WHEN "N"
                   MOVE PF-PN-TRANS-DATE(1:6) TO WS-TRANS-PERIOD
                   MOVE PF-PN-AMOUNT TO WS-BACKDATED-AMOUNT
               WHEN "X"
                   MOVE PF-PT-TRANS-DATE(1:6) TO WS-TRANS-PERIOD
                   MOVE PF-PT-AMOUNT TO WS-BACKDATED-AMOUNT
               WHEN OTHER
                   MOVE PF-PA-TRANS-DATE(1:6) TO WS-TRANS-PERIOD
                   MOVE PF-PA-AMOUNT TO WS-BACKDATED-AMOUNT
           END-EVALUATE
           IF WS-CLOSED-PERIOD > ZERO
                   AND WS-TRANS-PERIOD <= WS-CLOSED-PERIOD
               IF (WI-REC-TYPE = "N" AND PF-PN-BACKDATE-OVERRIDE)
                       OR (WI-REC-TYPE = "A"
                           AND PF-PA-BACKDATE-OVERRIDE)
                       OR (WI-REC-TYPE = "X"
                           AND PF-PT-BACKDATE-OVERRIDE)
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE "OVERRIDE -- EXTRACTED" TO WS-BACKDATED-ACTION
               ELSE
                   SET RECORD-BACKDATED TO TRUE
                   MOVE "HELD -- NOT EXTRACTED" TO WS-BACKDATED-ACTION
               END-IF
               PERFORM 2460-WRITE-BACKDATED-LINE
           END-IF.

       2460-WRITE-BACKDATED-LINE.
           MOVE WS-RECORD-COUNT TO WS-RECORD-NUMBER-ED
           MOVE WS-BACKDATED-AMOUNT TO WS-BACKDATED-AMOUNT-ED
           MOVE SPACES TO BACKDATED-LINE
           STRING WS-RECORD-NUMBER-ED   DELIMITED BY SIZE
                  "  KEY="              DELIMITED BY SIZE
                  WS-PARSE-KEY          DELIMITED BY SIZE
                  "  DATE="             DELIMITED BY SIZE
                  PF-PAY-IMAGE(1:8)     DELIMITED BY SIZE
                  "  AMT="              DELIMITED BY SIZE
                  WS-BACKDATED-AMOUNT-ED DELIMITED BY SIZE
                  "  BR="               DELIMITED BY SIZE
                  WS-BRANCH-CHECK       DELIMITED BY SIZE
                  "  SRC="              DELIMITED BY SIZE
                  WI-SOURCE-ID          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-BACKDATED-ACTION   DELIMITED BY SIZE
                  INTO BACKDATED-LINE
           END-STRING
           WRITE BACKDATED-LINE.

       9000-TERMINATE.
           PERFORM 9100-WRITE-ERROR-TRAILER
           PERFORM 9200-WRITE-BACKDATED-TRAILER
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE WORK-FILE
           CLOSE PARSED-FILE
           CLOSE TRANSFER-FILE
           CLOSE ERROR-REPORT
           CLOSE BACKDATED-REPORT.

       9400-WRITE-CONTROL-TOTALS.
      *    The machine-readable side of the trailer -- one CTLREC
      *    record per counter, appended behind RECSPLIT's so RECBAL
      *    can prove records out of the split equal records read
      *    here, and extracted plus error plus back-dated records
      *    equal records read.
      *    Stamped with the run-control business date, not the wall
      *    clock, so a chain finishing past midnight stays one day.
      *    EXTEND; a fresh file (status 35) is created instead.
           MOVE "FIELD-ERRORS" TO CT-COUNTER
           MOVE WS-FIELD-ERROR-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "BACKDATED" TO CT-COUNTER
           MOVE WS-BACKDATED-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "BACKDATED-OVRIDE" TO CT-COUNTER
           MOVE WS-OVERRIDE-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "TRANSFER-LEGS" TO CT-COUNTER
           MOVE WS-TRANSFER-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.

       9100-WRITE-ERROR-TRAILER.
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE

           MOVE WS-BACKDATED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ERROR-LINE
           STRING "RECORDS HELD AS BACK-DATED  " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE

           MOVE WS-TRANSFER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ERROR-LINE
           STRING "TRANSFER LEGS EXTRACTED ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ERROR-LINE
           END-STRING
           WRITE ERROR-LINE.

       9200-WRITE-BACKDATED-TRAILER.
           MOVE SPACES TO BACKDATED-LINE
           WRITE BACKDATED-LINE

           MOVE WS-BACKDATED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO BACKDATED-LINE
           STRING "HELD -- NOT EXTRACTED ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO BACKDATED-LINE
           END-STRING
           WRITE BACKDATED-LINE

           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO BACKDATED-LINE
           STRING "OVERRIDE -- EXTRACTED ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO BACKDATED-LINE
           END-STRING
           WRITE BACKDATED-LINE.
