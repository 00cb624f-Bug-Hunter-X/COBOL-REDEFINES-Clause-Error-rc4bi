      ******************************************************************
      * PROGRAM-ID: RECAPPR
      *
      * Online CICS approval transaction -- the checker's half of
      * RECUPD's maker/checker control.  RECUPD parks any update over
      * the APRLIMIT amount or percentage limits on the pending-
      * approval file (RECPEND, PENDREC.cpy) instead of applying it;
      * this transaction lets a second operator list what is
      * waiting, look at one item's before and after images, and
      * approve or reject it.
      *
      * Input (blank-delimited):
      *   L              list the pending items from the top of the
      *                  file, 8 to a page (also the default)
      *   F              next page of the list
      *   V <key>        the key's pending item: maker, when parked,
      *                  and the decoded before and after images
      *   A <key>        approve the key's pending item
      *   R <key> <text> reject it; the text (up to 30 characters)
      *                  is kept as the reason
      * Keys are typed the way RECUPD takes them -- digits for a
      * numeric key (short entries zero-filled), else the alpha
      * reference code.
      *
      * Rules:
      *   - the checker must not be the operator who keyed the
      *     update; both approval and rejection are refused to the
      *     maker
      *   - approval re-reads RECMAST for update and applies the
      *     parked after image only if the record still holds the
      *     parked before image.  A record that has changed (or gone)
      *     since the update was keyed cannot be approved: the item
      *     is closed as rejected with the reason recorded, and the
      *     maker must key the update again over the current record.
      *     Any other failure to read RECMAST leaves the item pending
      *     and shows the checker the RESP
      *   - an update that moves the record's transaction date may
      *     not be approved once that date falls in a closed
      *     accounting period (the PERIODS file, PERIODREC.cpy) --
      *     the month may have been closed while the item waited.
      *     The item is closed as rejected, as for a changed record
      *   - an approved update is applied and written to the RAUD
      *     queue exactly as RECUPD writes an applied update, with
      *     the maker as the operator, so RECAPPLY folds it into the
      *     nightly WORK-FILE like any other correction
      *   - every decision is stamped on the RECPEND item with the
      *     checker's operator id and the time; RECPNDRP reports the
      *     pending and rejected items daily
      *
      * CICS command-level program -- translate with the CICS
      * preprocessor before compile.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAPPR.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    RECMAST record buffer, shared layout -- see RECINQ.
           COPY WORKREC REPLACING ==:RECNAME:== BY ==WS-RECMAST-RECORD==
                                  ==:PREFIX:==  BY ==WM==.

      *    Pending-approval item, layout shared with RECUPD/RECPNDRP.
           COPY PENDREC REPLACING ==:RECNAME:== BY ==WS-PEND-RECORD==
                                  ==:PREFIX:==  BY ==PD==.

      *    Accounting-period control, read as RECUPD reads it.
           COPY PERIODREC
               REPLACING ==:RECNAME:== BY ==WS-PERIOD-RECORD==
                         ==:PREFIX:==  BY ==PC==.
       01  WS-PERIOD-KEY                 PIC X(8) VALUE "PERIOD".
       01  WS-PERIOD-LOCK-SWITCH         PIC X VALUE "N".
           88  AFTER-DATE-LOCKED        VALUE "Y".

      *    The item's two payload images decoded through the PAYFLDS
      *    catalog, before (BF) and after (AF).
           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-BEFORE-FIELDS==
                                  ==:PREFIX:==  BY ==BF==.
           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-AFTER-FIELDS==
                                  ==:PREFIX:==  BY ==AF==.

      *    Audit line for an approved update -- same layout and queue
      *    RECUPD writes (AUDREC.cpy).
           COPY AUDREC REPLACING ==:RECNAME:== BY ==WS-AUDIT-RECORD==
                                 ==:PREFIX:==  BY ==WS-AUD==.
       01  WS-AUDIT-LENGTH               PIC S9(4) COMP VALUE 223.

      *****************************************************************
      *  Conversation state carried in the COMMAREA: the RECPEND key
      *  the last list page ended on, where F resumes.
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-LAST-PEND-KEY       PIC X(23).
       01  WS-COMMAREA-LENGTH            PIC S9(4) COMP VALUE 23.

       01  WS-INPUT-LENGTH               PIC S9(4) COMP VALUE 60.
       01  WS-INPUT-AREA.
           05  WS-INPUT-TEXT             PIC X(60).
       01  WS-INPUT-PTR                  PIC S9(4) COMP.
       01  WS-WORD-1                     PIC X(20).
       01  WS-WORD-2                     PIC X(20).
       01  WS-KEY-LENGTH                 PIC S9(4) COMP.
       01  WS-REASON-TEXT                PIC X(30).

       01  WS-LOOKUP-KEY-AREA            PIC X(7).
       01  WS-LOOKUP-KEY-NUMERIC REDEFINES WS-LOOKUP-KEY-AREA
                                         PIC 9(7) COMP-3.
       01  WS-LOOKUP-KEY-ALPHA REDEFINES WS-LOOKUP-KEY-AREA
                                         PIC X(5).

      *    RECPEND browse position: the RECMAST key with low-value
      *    date and time starts at that key's oldest item.
       01  WS-PEND-BROWSE-KEY.
           05  WS-PEND-BROWSE-AREA       PIC X(7).
           05  WS-PEND-BROWSE-STAMP      PIC X(16).
       01  WS-FOUND-PEND-KEY             PIC X(23).

       01  WS-RESP                       PIC S9(8) COMP.
       01  WS-RESP2                      PIC S9(8) COMP.
       01  WS-RESP-DISPLAY               PIC -(8)9.
       01  WS-ABSTIME                    PIC S9(15) COMP-3.
       01  WS-OPERATOR                   PIC X(8).

       01  WS-REQUEST-SWITCH             PIC X VALUE " ".
           88  REQUEST-LIST              VALUE "L".
           88  REQUEST-FORWARD           VALUE "F".
           88  REQUEST-VIEW              VALUE "V".
           88  REQUEST-APPROVE           VALUE "A".
           88  REQUEST-REJECT            VALUE "R".
           88  REQUEST-INVALID           VALUE "?".

       01  WS-OUTCOME-SWITCH             PIC X VALUE " ".
           88  REQUEST-OK                VALUE "O".
           88  RECEIVE-FAILED            VALUE "R".
           88  KEY-INVALID               VALUE "I".
           88  NO-OPEN-ITEM              VALUE "M".
           88  SAME-OPERATOR             VALUE "S".
           88  RECORD-CHANGED            VALUE "C".
           88  RECORD-GONE               VALUE "G".
           88  BROWSE-FAILED             VALUE "B".
           88  UPDATE-FAILED             VALUE "W".
           88  ITEM-APPROVED             VALUE "A".
           88  ITEM-REJECTED             VALUE "J".
           88  PERIOD-CLOSED             VALUE "D".
           88  PERIOD-UNREADABLE         VALUE "U".
           88  MASTER-READ-FAILED        VALUE "E".

       01  WS-BROWSE-ENDED-SWITCH        PIC X VALUE "N".
           88  BROWSE-ENDED              VALUE "Y".
       01  WS-PAGE-FULL-SWITCH           PIC X VALUE "N".
           88  PAGE-FULL                 VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH          PIC X VALUE "N".
           88  ITEM-FOUND                VALUE "Y".

      *****************************************************************
      *  Page and screen buffers, the RECBRWS arrangement: a heading
      *  line, up to 8 item lines, a trailer line, newline-delimited
      *  for SEND TEXT.
      *****************************************************************
       01  WS-PAGE-LINE-MAX              PIC 9(2) COMP VALUE 8.
       01  WS-PAGE-LINE-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE OCCURS 8 TIMES
                                         PIC X(79).
       01  WS-PAGE-SUB                   PIC 9(2) COMP.

       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE OCCURS 10 TIMES.
               10  WS-SL-TEXT            PIC X(79).
               10  WS-SL-NL              PIC X(1).
       01  WS-SCREEN-LINE-COUNT          PIC 9(2) COMP.
       01  WS-SCREEN-LENGTH              PIC S9(4) COMP.

      *    Decoded item fields for the list and view lines.
       01  WS-SUMMARY-KEY                PIC X(7).
       01  WS-DECODED-NUMERIC-KEY        PIC 9(7).
       01  WS-BEFORE-VIEW.
           05  WS-BV-DATE                PIC X(8).
           05  WS-BV-BRANCH              PIC X(4).
           05  WS-BV-STATUS              PIC X(2).
           05  WS-BV-AMOUNT              PIC S9(9)V99.
       01  WS-AFTER-VIEW.
           05  WS-AV-DATE                PIC X(8).
           05  WS-AV-BRANCH              PIC X(4).
           05  WS-AV-STATUS              PIC X(2).
           05  WS-AV-AMOUNT              PIC S9(9)V99.
       01  WS-BEFORE-AMOUNT-ED           PIC -(9)9.99.
       01  WS-AFTER-AMOUNT-ED            PIC -(9)9.99.

       01  WS-DETAIL-LINE                PIC X(119).
       01  WS-RESPONSE-PTR               PIC S9(4) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(23).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE LOW-VALUES TO WS-CA-LAST-PEND-KEY
           END-IF
           PERFORM 1000-RECEIVE-INPUT
           IF NOT RECEIVE-FAILED
               EVALUATE TRUE
                   WHEN REQUEST-LIST
                       MOVE LOW-VALUES TO WS-CA-LAST-PEND-KEY
                       PERFORM 2000-LIST-PAGE
                   WHEN REQUEST-FORWARD
                       PERFORM 2000-LIST-PAGE
                   WHEN REQUEST-VIEW
                       PERFORM 3000-FIND-OPEN-ITEM
                   WHEN REQUEST-APPROVE
                       PERFORM 3000-FIND-OPEN-ITEM
                       IF ITEM-FOUND
                           PERFORM 4000-APPROVE-ITEM
                       END-IF
                   WHEN REQUEST-REJECT
                       PERFORM 3000-FIND-OPEN-ITEM
                       IF ITEM-FOUND
                           PERFORM 5000-REJECT-ITEM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 6000-SEND-SCREEN
           EXEC CICS RETURN
               TRANSID('RAPR')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-TEXT
           EXEC CICS RECEIVE
               INTO(WS-INPUT-TEXT)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RECEIVE-FAILED TO TRUE
           ELSE
               MOVE SPACES TO WS-WORD-1
               MOVE SPACES TO WS-WORD-2
               MOVE SPACES TO WS-REASON-TEXT
               MOVE ZERO TO WS-KEY-LENGTH
               MOVE 1 TO WS-INPUT-PTR
               UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
                   INTO WS-WORD-1
                        WS-WORD-2 COUNT IN WS-KEY-LENGTH
                   WITH POINTER WS-INPUT-PTR
               END-UNSTRING
      *        Whatever follows the key is the rejection reason.
               IF WS-INPUT-PTR <= 60
                   MOVE WS-INPUT-TEXT(WS-INPUT-PTR:)
                       TO WS-REASON-TEXT
               END-IF
               PERFORM 1100-CLASSIFY-REQUEST
           END-IF.

       1100-CLASSIFY-REQUEST.
      *    F without a conversation has no resume position; the
      *    item requests need a key.
           EVALUATE TRUE
               WHEN WS-WORD-1 = "L" OR WS-WORD-1 = SPACES
                   SET REQUEST-LIST TO TRUE
               WHEN WS-WORD-1 = "F" AND EIBCALEN > ZERO
                   SET REQUEST-FORWARD TO TRUE
               WHEN WS-WORD-2 = SPACES
                   SET REQUEST-INVALID TO TRUE
               WHEN WS-WORD-1 = "V"
                   SET REQUEST-VIEW TO TRUE
               WHEN WS-WORD-1 = "A"
                   SET REQUEST-APPROVE TO TRUE
               WHEN WS-WORD-1 = "R"
                   SET REQUEST-REJECT TO TRUE
               WHEN OTHER
                   SET REQUEST-INVALID TO TRUE
           END-EVALUATE.

      *****************************************************************
      *  List page: browse RECPEND from just past the last item shown
      *  (from the top for L), collecting up to 8 pending items --
      *  decided items stay on the file for the daily report and are
      *  passed over here.
      *****************************************************************
       2000-LIST-PAGE.
           MOVE WS-CA-LAST-PEND-KEY TO WS-PEND-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('RECPEND')
               RIDFLD(WS-PEND-BROWSE-KEY)
               KEYLENGTH(23)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           MOVE ZERO TO WS-PAGE-LINE-COUNT
           MOVE "N" TO WS-PAGE-FULL-SWITCH
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET REQUEST-OK TO TRUE
                   SET BROWSE-ENDED TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-FAILED TO TRUE
               WHEN OTHER
                   SET REQUEST-OK TO TRUE
                   MOVE "N" TO WS-BROWSE-ENDED-SWITCH
                   PERFORM 2100-READ-NEXT-ITEM
                       UNTIL BROWSE-ENDED OR PAGE-FULL
                   EXEC CICS ENDBR
                       FILE('RECPEND')
                       RESP(WS-RESP)
                   END-EXEC
           END-EVALUATE.

       2100-READ-NEXT-ITEM.
           EXEC CICS READNEXT
               FILE('RECPEND')
               INTO(WS-PEND-RECORD)
               RIDFLD(WS-PEND-BROWSE-KEY)
               KEYLENGTH(23)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET BROWSE-ENDED TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-ENDED TO TRUE
                   SET BROWSE-FAILED TO TRUE
      *        GTEQ re-reads the item the last page ended on.
               WHEN PD-PEND-KEY = WS-CA-LAST-PEND-KEY
                   CONTINUE
               WHEN NOT PD-PENDING
                   CONTINUE
               WHEN OTHER
                   PERFORM 7000-DECODE-ITEM
                   PERFORM 7100-BUILD-LIST-LINE
                   ADD 1 TO WS-PAGE-LINE-COUNT
                   MOVE WS-DETAIL-LINE(1:79)
                       TO WS-PAGE-LINE(WS-PAGE-LINE-COUNT)
                   MOVE PD-PEND-KEY TO WS-CA-LAST-PEND-KEY
                   IF WS-PAGE-LINE-COUNT = WS-PAGE-LINE-MAX
                       SET PAGE-FULL TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  Find the typed key's pending item: browse that key's items
      *  (they sit together, RECMAST key first) for the one still at
      *  status P -- RECUPD allows no more than one -- then, for a
      *  decision, re-read it for update so two checkers cannot
      *  decide the same item.
      *****************************************************************
       3000-FIND-OPEN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           IF WS-KEY-LENGTH > 7
               SET KEY-INVALID TO TRUE
           ELSE
               MOVE SPACES TO WS-LOOKUP-KEY-AREA
               IF WS-KEY-LENGTH > ZERO
                       AND WS-WORD-2(1:WS-KEY-LENGTH) IS NUMERIC
                   MOVE WS-WORD-2(1:WS-KEY-LENGTH)
                       TO WS-LOOKUP-KEY-NUMERIC
               ELSE
                   MOVE WS-WORD-2(1:5) TO WS-LOOKUP-KEY-ALPHA
               END-IF
               MOVE WS-LOOKUP-KEY-AREA TO WS-PEND-BROWSE-AREA
               MOVE LOW-VALUES TO WS-PEND-BROWSE-STAMP
               EXEC CICS STARTBR
                   FILE('RECPEND')
                   RIDFLD(WS-PEND-BROWSE-KEY)
                   KEYLENGTH(23)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-ENDED-SWITCH
                   PERFORM 3100-READ-KEY-ITEM
                       UNTIL BROWSE-ENDED OR ITEM-FOUND
                   EXEC CICS ENDBR
                       FILE('RECPEND')
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF NOT ITEM-FOUND
                   SET NO-OPEN-ITEM TO TRUE
               END-IF
           END-IF
           IF ITEM-FOUND AND NOT REQUEST-VIEW
               PERFORM 3200-READ-ITEM-FOR-UPDATE
           END-IF
           IF ITEM-FOUND
               SET REQUEST-OK TO TRUE
           END-IF.

       3100-READ-KEY-ITEM.
           EXEC CICS READNEXT
               FILE('RECPEND')
               INTO(WS-PEND-RECORD)
               RIDFLD(WS-PEND-BROWSE-KEY)
               KEYLENGTH(23)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-ENDED TO TRUE
               WHEN PD-KEY-AREA NOT = WS-LOOKUP-KEY-AREA
                   SET BROWSE-ENDED TO TRUE
               WHEN PD-PENDING
                   MOVE PD-PEND-KEY TO WS-FOUND-PEND-KEY
                   SET ITEM-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-READ-ITEM-FOR-UPDATE.
           EXEC CICS READ
               FILE('RECPEND')
               INTO(WS-PEND-RECORD)
               RIDFLD(WS-FOUND-PEND-KEY)
               KEYLENGTH(23)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *    Another checker may have decided it since the browse.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PD-PENDING
               MOVE "N" TO WS-ITEM-FOUND-SWITCH
               SET NO-OPEN-ITEM TO TRUE
           END-IF.

      *****************************************************************
      *  Approve: refused to the maker; otherwise RECMAST is read for
      *  update and must still hold the parked before image, or the
      *  item is closed as rejected with the reason.  On a match the
      *  after image is applied, audited to RAUD, and the item is
      *  closed as approved -- all in the one unit of work, backed
      *  out together if the item's own rewrite fails.
      *****************************************************************
       4000-APPROVE-ITEM.
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR)
           END-EXEC
           IF WS-OPERATOR = PD-MAKER
               SET SAME-OPERATOR TO TRUE
               EXEC CICS UNLOCK
                   FILE('RECPEND')
                   RESP(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS READ
                   FILE('RECMAST')
                   INTO(WS-RECMAST-RECORD)
                   RIDFLD(PD-KEY-AREA)
                   KEYLENGTH(7)
                   UPDATE
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       SET RECORD-GONE TO TRUE
                       SET PD-REJECTED TO TRUE
                       MOVE "RECORD NO LONGER ON RECMAST"
                           TO PD-REASON
                       PERFORM 4300-RECORD-DECISION
      *            Locked, closed, I/O error: not the item's fault.
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       SET MASTER-READ-FAILED TO TRUE
                       EXEC CICS UNLOCK
                           FILE('RECPEND')
                           RESP(WS-RESP2)
                       END-EXEC
                   WHEN WM-PAYLOAD NOT = PD-BEFORE
                       EXEC CICS UNLOCK
                           FILE('RECMAST')
                           RESP(WS-RESP2)
                       END-EXEC
                       SET RECORD-CHANGED TO TRUE
                       SET PD-REJECTED TO TRUE
                       MOVE "RECORD CHANGED SINCE PARKED"
                           TO PD-REASON
                       PERFORM 4300-RECORD-DECISION
                   WHEN OTHER
                       PERFORM 4050-CHECK-CLOSED-PERIOD
                       EVALUATE TRUE
                           WHEN PERIOD-UNREADABLE
                               EXEC CICS UNLOCK
                                   FILE('RECMAST')
                                   RESP(WS-RESP2)
                               END-EXEC
                           WHEN AFTER-DATE-LOCKED
                               EXEC CICS UNLOCK
                                   FILE('RECMAST')
                                   RESP(WS-RESP2)
                               END-EXEC
                               SET PERIOD-CLOSED TO TRUE
                               SET PD-REJECTED TO TRUE
                               MOVE "TRANS-DATE IN CLOSED PERIOD"
                                   TO PD-REASON
                               PERFORM 4300-RECORD-DECISION
                           WHEN OTHER
                               PERFORM 4100-APPLY-AFTER-IMAGE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  RECUPD's closed-period rule, applied again at approval: a
      *  parked date change whose new date now falls in a closed
      *  period may not reach RECMAST.  Both payload overlays carry
      *  the date in columns 1-8.
      *****************************************************************
       4050-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-LOCK-SWITCH
           IF PD-AFTER(1:8) NOT = PD-BEFORE(1:8)
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
                   WHEN PD-AFTER(1:6) <= PC-CLOSED-PERIOD
                       SET AFTER-DATE-LOCKED TO TRUE
               END-EVALUATE
           END-IF.

       4100-APPLY-AFTER-IMAGE.
           MOVE PD-AFTER TO WM-PAYLOAD
           EXEC CICS REWRITE
               FILE('RECMAST')
               FROM(WS-RECMAST-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4200-WRITE-AUDIT
               SET PD-APPROVED TO TRUE
               SET ITEM-APPROVED TO TRUE
               PERFORM 4300-RECORD-DECISION
           ELSE
               SET UPDATE-FAILED TO TRUE
           END-IF.

      *    The RAUD line RECUPD would have written had the update not
      *    needed a checker: the maker as operator, the parked images.
       4200-WRITE-AUDIT.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
               TIME(WS-AUD-TIME)
           END-EXEC
           MOVE PD-MAKER TO WS-AUD-OPERATOR
           MOVE PD-KEY-TEXT TO WS-AUD-KEY
           MOVE PD-BEFORE TO WS-AUD-BEFORE
           MOVE PD-AFTER TO WS-AUD-AFTER
           EXEC CICS WRITEQ TD
               QUEUE('RAUD')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
           END-EXEC.

      *    Stamp the checker and the time on the item and rewrite it.
      *    A failed rewrite backs out the whole decision, RECMAST and
      *    RAUD included, so the item is left pending as it was.
       4300-RECORD-DECISION.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PD-DECIDED-DATE)
               TIME(PD-DECIDED-TIME)
           END-EXEC
           MOVE WS-OPERATOR TO PD-CHECKER
           EXEC CICS REWRITE
               FILE('RECPEND')
               FROM(WS-PEND-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET UPDATE-FAILED TO TRUE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      *****************************************************************
      *  Reject: refused to the maker; otherwise the item is closed
      *  with the checker's reason (or a standard one) and RECMAST is
      *  not touched.
      *****************************************************************
       5000-REJECT-ITEM.
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR)
           END-EXEC
           IF WS-OPERATOR = PD-MAKER
               SET SAME-OPERATOR TO TRUE
               EXEC CICS UNLOCK
                   FILE('RECPEND')
                   RESP(WS-RESP2)
               END-EXEC
           ELSE
               IF WS-REASON-TEXT = SPACES
                   MOVE "REJECTED BY CHECKER" TO PD-REASON
               ELSE
                   MOVE WS-REASON-TEXT TO PD-REASON
               END-IF
               SET PD-REJECTED TO TRUE
               SET ITEM-REJECTED TO TRUE
               PERFORM 4300-RECORD-DECISION
           END-IF.

      *****************************************************************
      *  Assemble and send the screen: a verdict line, then the list
      *  page or the item view.
      *****************************************************************
       6000-SEND-SCREEN.
           MOVE ZERO TO WS-SCREEN-LINE-COUNT
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE SPACES TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           EVALUATE TRUE
               WHEN RECEIVE-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "INPUT RECEIVE FAILED -- RESP: "
                               DELIMITED BY SIZE
                          WS-RESP-DISPLAY DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN REQUEST-INVALID
                   MOVE "L, F, OR V/A KEY, OR R KEY REASON"
                       TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
               WHEN KEY-INVALID
                   STRING "KEY LONGER THAN 7 -- NOT ACCEPTED: "
                               DELIMITED BY SIZE
                          WS-WORD-2       DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN NO-OPEN-ITEM
                   STRING "NO UPDATE PENDING APPROVAL FOR KEY: "
                               DELIMITED BY SIZE
                          WS-WORD-2       DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN BROWSE-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "PENDING-FILE BROWSE FAILED -- RESP: "
                               DELIMITED BY SIZE
                          WS-RESP-DISPLAY DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN SAME-OPERATOR
                   STRING "REFUSED -- THE MAKER MAY NOT DECIDE "
                               DELIMITED BY SIZE
                          "THEIR OWN UPDATE" DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN RECORD-CHANGED
                   STRING "NOT APPROVED -- RECORD CHANGED SINCE "
                               DELIMITED BY SIZE
                          "PARKED; ITEM REJECTED, REKEY THE UPDATE"
                               DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN RECORD-GONE
                   STRING "NOT APPROVED -- RECORD NO LONGER ON "
                               DELIMITED BY SIZE
                          "RECMAST; ITEM REJECTED" DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN PERIOD-CLOSED
                   STRING "NOT APPROVED -- NEW TRANS-DATE IS IN A "
                               DELIMITED BY SIZE
                          "CLOSED PERIOD; ITEM REJECTED"
                               DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN PERIOD-UNREADABLE
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "NOT APPROVED -- PERIOD CONTROL UNREADABLE, "
                               DELIMITED BY SIZE
                          "RESP: "        DELIMITED BY SIZE
                          WS-RESP-DISPLAY DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN MASTER-READ-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "NOT APPROVED -- RECMAST READ FAILED, ITEM "
                               DELIMITED BY SIZE
                          "STILL PENDING, RESP: " DELIMITED BY SIZE
                          WS-RESP-DISPLAY DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN UPDATE-FAILED
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING "DECISION NOT RECORDED -- UPDATE FAILED, "
                               DELIMITED BY SIZE
                          "RESP: "        DELIMITED BY SIZE
                          WS-RESP-DISPLAY DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN ITEM-APPROVED
                   STRING "APPROVED AND APPLIED TO RECMAST -- KEY: "
                               DELIMITED BY SIZE
                          WS-WORD-2       DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN ITEM-REJECTED
                   STRING "REJECTED -- KEY: "
                               DELIMITED BY SIZE
                          WS-WORD-2       DELIMITED BY SIZE
                          INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
                   END-STRING
               WHEN REQUEST-VIEW
                   PERFORM 6100-BUILD-VIEW-SCREEN
               WHEN OTHER
                   PERFORM 6200-BUILD-LIST-SCREEN
           END-EVALUATE
           PERFORM 6300-STAMP-NEWLINES
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-SCREEN-LINE-COUNT
           COMPUTE WS-SCREEN-LENGTH = WS-SCREEN-LINE-COUNT * 80
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

       6100-BUILD-VIEW-SCREEN.
           PERFORM 7000-DECODE-ITEM
           STRING "KEY: "               DELIMITED BY SIZE
                  WS-SUMMARY-KEY        DELIMITED BY SIZE
                  "  MAKER: "           DELIMITED BY SIZE
                  PD-MAKER              DELIMITED BY SIZE
                  "  PARKED: "          DELIMITED BY SIZE
                  PD-PARKED-DATE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PD-PARKED-TIME        DELIMITED BY SIZE
                  INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-STRING
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE SPACES TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           STRING "BEFORE  DT="         DELIMITED BY SIZE
                  WS-BV-DATE            DELIMITED BY SIZE
                  "  BR="               DELIMITED BY SIZE
                  WS-BV-BRANCH          DELIMITED BY SIZE
                  "  ST="               DELIMITED BY SIZE
                  WS-BV-STATUS          DELIMITED BY SIZE
                  "  AMT="              DELIMITED BY SIZE
                  WS-BEFORE-AMOUNT-ED   DELIMITED BY SIZE
                  INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-STRING
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE SPACES TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           STRING "AFTER   DT="         DELIMITED BY SIZE
                  WS-AV-DATE            DELIMITED BY SIZE
                  "  BR="               DELIMITED BY SIZE
                  WS-AV-BRANCH          DELIMITED BY SIZE
                  "  ST="               DELIMITED BY SIZE
                  WS-AV-STATUS          DELIMITED BY SIZE
                  "  AMT="              DELIMITED BY SIZE
                  WS-AFTER-AMOUNT-ED    DELIMITED BY SIZE
                  INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-STRING
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE SPACES TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           STRING "BEFORE: "            DELIMITED BY SIZE
                  PD-BEFORE(1:48)       DELIMITED BY SIZE
                  INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-STRING
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE SPACES TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           STRING "AFTER:  "            DELIMITED BY SIZE
                  PD-AFTER(1:48)        DELIMITED BY SIZE
                  INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-STRING
           ADD 1 TO WS-SCREEN-LINE-COUNT
           MOVE "A KEY=APPROVE  R KEY REASON=REJECT  L=LIST"
               TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT).

       6200-BUILD-LIST-SCREEN.
           IF WS-PAGE-LINE-COUNT = ZERO
               MOVE "NO MORE UPDATES PENDING APPROVAL -- L TO RELIST"
                   TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           ELSE
               STRING "KEY     MAKER    PARKED     BEFORE-AMT"
                               DELIMITED BY SIZE
                      "      AFTER-AMT BR   ST  (F=FWD V/A/R KEY)"
                               DELIMITED BY SIZE
                      INTO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
               END-STRING
           END-IF
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-LINE-COUNT
               ADD 1 TO WS-SCREEN-LINE-COUNT
               MOVE WS-PAGE-LINE(WS-PAGE-SUB)
                   TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-PERFORM
           IF BROWSE-ENDED AND WS-PAGE-LINE-COUNT > ZERO
               ADD 1 TO WS-SCREEN-LINE-COUNT
               MOVE "*** END OF PENDING ITEMS ***"
                   TO WS-SL-TEXT(WS-SCREEN-LINE-COUNT)
           END-IF.

       6300-STAMP-NEWLINES.
           MOVE X"15" TO WS-SL-NL(WS-PAGE-SUB).

      *****************************************************************
      *  Decode the item's key for display (numeric keys unpacked to
      *  their 7 digits) and both payload images through PAYFLDS.
      *****************************************************************
       7000-DECODE-ITEM.
           IF PD-REC-TYPE = "N"
               MOVE PD-KEY-NUMERIC TO WS-DECODED-NUMERIC-KEY
               MOVE WS-DECODED-NUMERIC-KEY TO WS-SUMMARY-KEY
           ELSE
               MOVE PD-KEY-AREA TO WS-SUMMARY-KEY
           END-IF
           MOVE PD-BEFORE TO BF-PAY-IMAGE
           MOVE PD-AFTER TO AF-PAY-IMAGE
           MOVE ZERO TO WS-BV-AMOUNT
           MOVE ZERO TO WS-AV-AMOUNT
           IF PD-REC-TYPE = "N"
               MOVE BF-PN-TRANS-DATE TO WS-BV-DATE
               MOVE BF-PN-BRANCH TO WS-BV-BRANCH
               MOVE BF-PN-STATUS-FLAGS TO WS-BV-STATUS
               IF BF-PN-AMOUNT IS NUMERIC
                   MOVE BF-PN-AMOUNT TO WS-BV-AMOUNT
               END-IF
               MOVE AF-PN-TRANS-DATE TO WS-AV-DATE
               MOVE AF-PN-BRANCH TO WS-AV-BRANCH
               MOVE AF-PN-STATUS-FLAGS TO WS-AV-STATUS
               IF AF-PN-AMOUNT IS NUMERIC
                   MOVE AF-PN-AMOUNT TO WS-AV-AMOUNT
               END-IF
           ELSE
               MOVE BF-PA-TRANS-DATE TO WS-BV-DATE
               MOVE BF-PA-BRANCH TO WS-BV-BRANCH
               MOVE BF-PA-STATUS-FLAGS TO WS-BV-STATUS
               IF BF-PA-AMOUNT IS NUMERIC
                   MOVE BF-PA-AMOUNT TO WS-BV-AMOUNT
               END-IF
               MOVE AF-PA-TRANS-DATE TO WS-AV-DATE
               MOVE AF-PA-BRANCH TO WS-AV-BRANCH
               MOVE AF-PA-STATUS-FLAGS TO WS-AV-STATUS
               IF AF-PA-AMOUNT IS NUMERIC
                   MOVE AF-PA-AMOUNT TO WS-AV-AMOUNT
               END-IF
           END-IF
           MOVE WS-BV-AMOUNT TO WS-BEFORE-AMOUNT-ED
           MOVE WS-AV-AMOUNT TO WS-AFTER-AMOUNT-ED.

       7100-BUILD-LIST-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 1 TO WS-RESPONSE-PTR
           STRING WS-SUMMARY-KEY         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PD-MAKER               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PD-PARKED-DATE         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-BEFORE-AMOUNT-ED    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AFTER-AMOUNT-ED     DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AV-BRANCH           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AV-STATUS           DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
                  WITH POINTER WS-RESPONSE-PTR
           END-STRING.
