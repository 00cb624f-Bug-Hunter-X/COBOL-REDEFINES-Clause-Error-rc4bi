      * operator id and timestamp, so same-day corrections are as
      * accountable as the batch maintenance trail.
      *
      * High-value updates need a second operator.  An update that
      * passes the edits but touches a record whose amount, before
      * or after, is above the APRLIMIT amount limit -- or that
      * moves the amount by more than the APRLIMIT percentage -- is
      * not applied: it is parked on the pending-approval file
      * (RECPEND, PENDREC.cpy) with its before and after images and
      * the maker's operator id, and only reaches RECMAST and the
      * RAUD queue when a different operator approves it through
      * RECAPPR.  While an update is pending on a key, further
      * updates to that key are refused, so the parked before image
      * stays the one the checker judges against.
      *
      * Once an accounting period has been closed at month end
      * (RECPCLOS), an update may not move a record's transaction
      * date into it: the PERIODS file (PERIODREC.cpy) carries the
      * latest closed period, and a replacement date in or before it
      * is refused unless it is the date the record already holds --
      * correcting another field of an old record is still allowed.
      *
      * CICS command-level program -- translate with the CICS
      * preprocessor before compile.
      ******************************************************************
           88  EDIT-FAILED               VALUE "E".
           88  REWRITE-FAILED            VALUE "W".
           88  KEY-INVALID               VALUE "I".
           88  UPDATE-PARKED             VALUE "P".
           88  APPROVAL-OPEN             VALUE "O".
           88  PARK-FAILED               VALUE "K".
           88  PERIOD-CLOSED             VALUE "D".
           88  PERIOD-UNREADABLE         VALUE "U".

       01  WS-EDIT-FIELD-NAME            PIC X(12).

       01  WS-AUDIT-LENGTH               PIC S9(4) COMP VALUE 223.

       01  WS-BEFORE-PAYLOAD             PIC X(96).

      *****************************************************************
      *  Accounting-period control, the "PERIOD" record on the PERIODS
      *  KSDS that the month-end close rewrites.  Not found means no
      *  period has been closed yet.
      *****************************************************************
           COPY PERIODREC
               REPLACING ==:RECNAME:== BY ==WS-PERIOD-RECORD==
                         ==:PREFIX:==  BY ==PC==.
       01  WS-PERIOD-KEY                 PIC X(8) VALUE "PERIOD".
       01  WS-ABSTIME                    PIC S9(15) COMP-3.

      *****************************************************************
      *  Maker/checker control.  The limits come from the "RECUPD"
      *  record on the APRLIMIT file; when it cannot be read the
      *  figures below stand, so the control never silently lapses.
      *  The before image's amount is decoded through a second
      *  PAYFLDS overlay -- PF holds the replacement.
      *****************************************************************
           COPY APRLMREC REPLACING ==:RECNAME:== BY ==WS-LIMIT-RECORD==
                                   ==:PREFIX:==  BY ==AL==.
       01  WS-LIMIT-KEY                  PIC X(8) VALUE "RECUPD".
       01  WS-DEFAULT-AMOUNT-LIMIT       PIC 9(9)V99 VALUE 50000.00.
       01  WS-DEFAULT-CHANGE-PCT         PIC 9(3)V99 VALUE 50.00.

           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-BEFORE-FIELDS==
                                  ==:PREFIX:==  BY ==BF==.

       01  WS-BEFORE-AMOUNT              PIC S9(9)V99.
       01  WS-AFTER-AMOUNT               PIC S9(9)V99.
       01  WS-AMOUNT-CHANGE              PIC S9(10)V99.
       01  WS-CHANGE-PCT                 PIC S9(7)V99.

       01  WS-APPROVAL-SWITCH            PIC X VALUE "N".
           88  APPROVAL-NEEDED          VALUE "Y".

      *    Pending-approval record (PENDREC.cpy), built here when an
      *    update is parked and read back by the open-item check.
           COPY PENDREC REPLACING ==:RECNAME:== BY ==WS-PEND-RECORD==
                                  ==:PREFIX:==  BY ==PD==.
       01  WS-PEND-BROWSE-KEY.
           05  WS-PEND-BROWSE-AREA       PIC X(7).
           05  FILLER                    PIC X(16) VALUE LOW-VALUES.
       01  WS-PEND-BROWSE-SWITCH         PIC X VALUE "N".
           88  PEND-BROWSE-ENDED        VALUE "Y".

       01  WS-RESPONSE-LINE              PIC X(120).
       01  WS-RESPONSE-LENGTH            PIC S9(4) COMP.
       01  WS-RESPONSE-PTR               PIC S9(4) COMP.
           END-IF
           IF NOT RECEIVE-FAILED AND NOT RECORD-NOT-FOUND
                   AND NOT KEY-INVALID
               PERFORM 2100-CHECK-OPEN-APPROVAL
           END-IF
           IF NOT RECEIVE-FAILED AND NOT RECORD-NOT-FOUND
                   AND NOT KEY-INVALID AND NOT APPROVAL-OPEN
               PERFORM 3000-EDIT-REPLACEMENT-FIELDS
           END-IF
           IF EDITS-PASSED AND NOT RECEIVE-FAILED
                   AND NOT RECORD-NOT-FOUND AND NOT KEY-INVALID
                   AND NOT APPROVAL-OPEN
               PERFORM 3600-CHECK-APPROVAL-LIMITS
               IF APPROVAL-NEEDED
                   PERFORM 4200-PARK-FOR-APPROVAL
               ELSE
                   PERFORM 4000-REWRITE-RECORD
               END-IF
           END-IF
           PERFORM 5000-SEND-RESPONSE
           EXEC CICS RETURN
               END-IF
           END-IF.

      *****************************************************************
      *  Refuse the update outright while an earlier one on the same
      *  key is still waiting on RECPEND for its checker -- applying
      *  anything now would change the before image that item is to
      *  be judged against.  The key's items sit together on the
      *  file (RECMAST key first), so a browse from the key with
      *  low-value date and time walks just that key's history.
      *****************************************************************
       2100-CHECK-OPEN-APPROVAL.
           MOVE WS-LOOKUP-KEY-AREA TO WS-PEND-BROWSE-AREA
           MOVE WS-PEND-BROWSE-KEY TO PD-PEND-KEY
           EXEC CICS STARTBR
               FILE('RECPEND')
               RIDFLD(PD-PEND-KEY)
               KEYLENGTH(23)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-PEND-BROWSE-SWITCH
               PERFORM 2110-READ-NEXT-PENDING
                   UNTIL PEND-BROWSE-ENDED OR APPROVAL-OPEN
               EXEC CICS ENDBR
                   FILE('RECPEND')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       2110-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               FILE('RECPEND')
               INTO(WS-PEND-RECORD)
               RIDFLD(PD-PEND-KEY)
               KEYLENGTH(23)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET PEND-BROWSE-ENDED TO TRUE
               WHEN PD-KEY-AREA NOT = WS-LOOKUP-KEY-AREA
                   SET PEND-BROWSE-ENDED TO TRUE
               WHEN PD-PENDING
                   SET APPROVAL-OPEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  Overlay the operator's replacement values on the current
      *  payload through the PAYFLDS catalog, then refuse the update
               MOVE WS-FIELDS-TEXT(1:26) TO PF-PAY-IMAGE(1:26)
               MOVE PF-PAY-IMAGE(1:8) TO WS-EDIT-DATE(1:8)
               PERFORM 3100-EDIT-DATE
               IF EDITS-PASSED
                   PERFORM 3150-CHECK-CLOSED-PERIOD
               END-IF
               IF PF-PN-AMOUNT IS NUMERIC
                   MOVE PF-PN-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 3200-EDIT-AMOUNT
               MOVE WS-FIELDS-TEXT(1:24) TO PF-PAY-IMAGE(1:24)
               MOVE PF-PAY-IMAGE(1:8) TO WS-EDIT-DATE(1:8)
               PERFORM 3100-EDIT-DATE
               IF EDITS-PASSED
                   PERFORM 3150-CHECK-CLOSED-PERIOD
               END-IF
               IF PF-PA-AMOUNT IS NUMERIC
                   MOVE PF-PA-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 3200-EDIT-AMOUNT
               PERFORM 3500-FAIL-EDIT
           END-IF.

      *****************************************************************
      *  A valid replacement date that differs from the one on the
      *  record may not fall in a closed period.  Both payload
      *  overlays carry the date in columns 1-8.  If the period
      *  control cannot be read (other than not found) the date
      *  change is refused rather than let through unchecked.
      *****************************************************************
       3150-CHECK-CLOSED-PERIOD.
           IF WS-EDIT-DATE NOT = WS-BEFORE-PAYLOAD(1:8)
               EXEC CICS READ
                   FILE('PERIODS')
                   INTO(WS-PERIOD-RECORD)
                   RIDFLD(WS-PERIOD-KEY)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       CONTINUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           OR PC-CLOSED-PERIOD NOT NUMERIC
                       SET PERIOD-UNREADABLE TO TRUE
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                   WHEN WS-EDIT-DATE-NUM(1:6) <= PC-CLOSED-PERIOD
                       SET PERIOD-CLOSED TO TRUE
                       MOVE "N" TO WS-EDIT-OK-SWITCH
               END-EVALUATE
           END-IF.

       3200-EDIT-AMOUNT.
           MOVE "AMOUNT" TO WS-EDIT-FIELD-NAME
           IF WS-EDIT-AMOUNT > WS-MAX-AMOUNT
           END-IF
           MOVE "N" TO WS-EDIT-OK-SWITCH.

      *****************************************************************
      *  Decide whether the edited update needs a checker: either
      *  amount, before or after, above the amount limit, or the
      *  amount moved by more than the percentage limit.  A before
      *  amount that will not decode counts as zero, so any amount
      *  keyed over it is a full move and is parked -- a record
      *  whose amount is unknown is the last one to correct blind.
      *****************************************************************
       3600-CHECK-APPROVAL-LIMITS.
           EXEC CICS READ
               FILE('APRLIMIT')
               INTO(WS-LIMIT-RECORD)
               RIDFLD(WS-LIMIT-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR AL-AMOUNT-LIMIT NOT NUMERIC
                   OR AL-CHANGE-PCT NOT NUMERIC
               MOVE WS-DEFAULT-AMOUNT-LIMIT TO AL-AMOUNT-LIMIT
               MOVE WS-DEFAULT-CHANGE-PCT TO AL-CHANGE-PCT
           END-IF

           MOVE WS-BEFORE-PAYLOAD TO BF-PAY-IMAGE
           MOVE ZERO TO WS-BEFORE-AMOUNT
           IF WM-REC-TYPE = "N"
               IF BF-PN-AMOUNT IS NUMERIC
                   MOVE BF-PN-AMOUNT TO WS-BEFORE-AMOUNT
               END-IF
               MOVE PF-PN-AMOUNT TO WS-AFTER-AMOUNT
           ELSE
               IF BF-PA-AMOUNT IS NUMERIC
                   MOVE BF-PA-AMOUNT TO WS-BEFORE-AMOUNT
               END-IF
               MOVE PF-PA-AMOUNT TO WS-AFTER-AMOUNT
           END-IF

           MOVE "N" TO WS-APPROVAL-SWITCH
           IF AL-AMOUNT-LIMIT > ZERO
               IF FUNCTION ABS(WS-BEFORE-AMOUNT) > AL-AMOUNT-LIMIT
                       OR FUNCTION ABS(WS-AFTER-AMOUNT)
                           > AL-AMOUNT-LIMIT
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF

           COMPUTE WS-AMOUNT-CHANGE =
               FUNCTION ABS(WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT)
           IF AL-CHANGE-PCT > ZERO AND WS-AMOUNT-CHANGE > ZERO
               IF WS-BEFORE-AMOUNT = ZERO
                   SET APPROVAL-NEEDED TO TRUE
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       WS-AMOUNT-CHANGE * 100
                           / FUNCTION ABS(WS-BEFORE-AMOUNT)
                       ON SIZE ERROR
                           SET APPROVAL-NEEDED TO TRUE
                       NOT ON SIZE ERROR
                           IF WS-CHANGE-PCT > AL-CHANGE-PCT
                               SET APPROVAL-NEEDED TO TRUE
                           END-IF
                   END-COMPUTE
               END-IF
           END-IF.

       4000-REWRITE-RECORD.
           MOVE PF-PAY-IMAGE TO WM-PAYLOAD
           EXEC CICS REWRITE
               LENGTH(WS-AUDIT-LENGTH)
           END-EXEC.

      *****************************************************************
      *  Park the edited update on RECPEND for a checker instead of
      *  applying it: RECMAST is left as it was (the update hold is
      *  released) and nothing goes to RAUD until RECAPPR approves.
      *****************************************************************
       4200-PARK-FOR-APPROVAL.
           EXEC CICS UNLOCK
               FILE('RECMAST')
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-PEND-RECORD
           MOVE WM-KEY-AREA TO PD-KEY-AREA
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PD-PARKED-DATE)
               TIME(PD-PARKED-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(PD-MAKER)
           END-EXEC
           MOVE WM-REC-TYPE TO PD-REC-TYPE
           MOVE WS-KEY-TEXT TO PD-KEY-TEXT
           SET PD-PENDING TO TRUE
           MOVE WS-BEFORE-PAYLOAD TO PD-BEFORE
           MOVE PF-PAY-IMAGE TO PD-AFTER
           EXEC CICS WRITE
               FILE('RECPEND')
               FROM(WS-PEND-RECORD)
               RIDFLD(PD-PEND-KEY)
               KEYLENGTH(23)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET UPDATE-PARKED TO TRUE
           ELSE
               SET PARK-FAILED TO TRUE
           END-IF.

       5000-SEND-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 1 TO WS-RESPONSE-PTR
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN PERIOD-CLOSED
                   STRING "UPDATE REFUSED -- TRANS-DATE IN CLOSED "
                               DELIMITED BY SIZE
                          "PERIOD (CLOSED THROUGH "
                               DELIMITED BY SIZE
                          PC-CLOSED-PERIOD   DELIMITED BY SIZE
                          ")"                DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN PERIOD-UNREADABLE
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "UPDATE REFUSED -- PERIOD CONTROL UNREADABLE,"
                               DELIMITED BY SIZE
                          " RESP: "          DELIMITED BY SIZE
                          WS-RESP-DISPLAY    DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN REWRITE-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "REWRITE FAILED -- RESP: "
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN APPROVAL-OPEN
                   STRING "UPDATE REFUSED -- APPROVAL PENDING ON KEY: "
                               DELIMITED BY SIZE
                          WS-KEY-TEXT        DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN UPDATE-PARKED
                   STRING "OVER APPROVAL LIMIT -- PARKED FOR A CHECKER,"
                               DELIMITED BY SIZE
                          " KEY: "           DELIMITED BY SIZE
                          WS-KEY-TEXT        DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN PARK-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "OVER APPROVAL LIMIT -- PARK FAILED, RESP: "
                               DELIMITED BY SIZE
                          WS-RESP-DISPLAY    DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN OTHER
                   STRING "RECORD UPDATED -- KEY: "
                               DELIMITED BY SIZE
