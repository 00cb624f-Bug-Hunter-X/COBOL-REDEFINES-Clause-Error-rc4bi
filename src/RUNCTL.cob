      * registered step with start/end timestamps, return code and
      * completion flag.  Starting a new business date clears the
      * step records -- they belong to the date on the "B" record.
      *
      * The file also carries the accounting-period control: one "P"
      * record with the open period and the latest closed period
      * (CCYYMM each) and when the close was taken.  It belongs to
      * no single business date, so a new date keeps it, and every
      * call hands both periods back to the caller -- RECPARSE routes
      * transactions dated in a closed period away from the day's
      * extract on the strength of it.  The month-end close step
      * (RECPCLOS) moves it forward with the CLOSE function, which
      * only closes the open period, only once the period has ended
      * by the business date, and only once that date is released,
      * so the last day of the month is through the chain first.
      *
      * Because a new date clears the step records, the chain head's
      * START first appends the closing date's step rows to the
      * timing history (TIMEHIST, layout in TIMEREC.cpy): one record
      * per step with its stamps, return code, elapsed seconds and
      * the RECORDS-READ figure the step wrote to CTLTOTS for that
      * date -- CTLTOTS still holds the closing date's totals at this
      * point, as RECSPLIT only starts a fresh one at the end of its
      * run.  RECTIME reports step durations and the trend against
      * the batch window from it.  The history is a by-product: a
      * TIMEHIST that cannot be opened never holds the chain up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO "TIMEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  RC-STEP-RC            PIC 9(2).
               10  RC-COMPLETE-FLAG      PIC X(1).
               10  FILLER                PIC X(8).
           05  RC-PERIOD-BODY REDEFINES RC-DATE-BODY.
               10  RC-OPEN-PERIOD        PIC 9(6).
               10  RC-CLOSED-PERIOD      PIC 9(6).
               10  RC-CLOSE-STAMP        PIC X(14).
               10  FILLER                PIC X(21).

       FD  TIMING-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY TIMEREC REPLACING ==:RECNAME:== BY ==TIMING-RECORD==
                                  ==:PREFIX:==  BY ==TH==.

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-TIMING-STATUS              PIC X(2).
       01  WS-TOTALS-STATUS              PIC X(2).

       01  WS-TOTALS-EOF-SWITCH          PIC X VALUE "N".
           88  TOTALS-EOF               VALUE "Y".

       01  WS-CONTROL-EOF-SWITCH         PIC X VALUE "N".
           88  CONTROL-EOF              VALUE "Y".
       01  WS-RELEASED-FLAG              PIC X(1) VALUE "N".
           88  DATE-RELEASED            VALUE "Y".

      *    Accounting-period control, from the "P" record; both zero
      *    until the first close establishes it.
       01  WS-OPEN-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-CLOSED-PERIOD              PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-STAMP                PIC X(14) VALUE SPACES.
       01  WS-PERIOD-FOUND-SWITCH        PIC X VALUE "N".
           88  PERIOD-ESTABLISHED       VALUE "Y".

      *    Period arithmetic for CLOSE.
       01  WS-CLOSE-PERIOD.
           05  WS-CLOSE-CCYY             PIC 9(4).
           05  WS-CLOSE-MM               PIC 9(2).
       01  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD
                                         PIC 9(6).
       01  WS-NEXT-PERIOD.
           05  WS-NEXT-CCYY              PIC 9(4).
           05  WS-NEXT-MM                PIC 9(2).
       01  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD
                                         PIC 9(6).

       01  WS-STEP-MAX                   PIC 9(2) VALUE 20.
       01  WS-STEP-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-STEP-TABLE.
               10  WS-ST-END-STAMP       PIC X(14).
               10  WS-ST-RC              PIC 9(2).
               10  WS-ST-COMPLETE-FLAG   PIC X(1).
               10  WS-ST-RECORDS         PIC 9(9).
       01  WS-ST-SUB                     PIC 9(2) COMP.

      *    Elapsed-time arithmetic for the timing history: a stamp
      *    taken apart, and its seconds since the start of the
      *    calendar as 8200-STAMP-TO-SECONDS works them out.
       01  WS-SECONDS-STAMP.
           05  WS-SS-DATE                PIC 9(8).
           05  WS-SS-HH                  PIC 9(2).
           05  WS-SS-MM                  PIC 9(2).
           05  WS-SS-SS                  PIC 9(2).
       01  WS-STAMP-SECONDS              PIC 9(12).
       01  WS-START-SECONDS              PIC 9(12).
       01  WS-END-SECONDS                PIC 9(12).

      *    Row located by 8000-FIND-STEP: the named step's subscript,
      *    zero when it has no row yet.
       01  WS-FIND-NAME                  PIC X(8).
                   PERFORM 4000-MARK-RELEASED
               WHEN "QUERY"
                   PERFORM 5000-QUERY-BUSINESS-DATE
               WHEN "CLOSE"
                   PERFORM 6000-CLOSE-PERIOD
               WHEN OTHER
                   MOVE "10" TO RP-RESULT
                   MOVE "RUNCTL: UNKNOWN FUNCTION" TO RP-MESSAGE
           END-EVALUATE
      *    Whatever the function, the caller leaves knowing which
      *    periods are closed.
           MOVE WS-OPEN-PERIOD TO RP-OPEN-PERIOD
           MOVE WS-CLOSED-PERIOD TO RP-CLOSED-PERIOD
           GOBACK.

       1000-LOAD-CONTROL-FILE.
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-BUS-DATE
           MOVE "N" TO WS-RELEASED-FLAG
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           MOVE ZERO TO WS-OPEN-PERIOD
           MOVE ZERO TO WS-CLOSED-PERIOD
           MOVE SPACES TO WS-CLOSE-STAMP
           OPEN INPUT RUN-CONTROL
           IF WS-CONTROL-STATUS NOT = "00"
               SET CONTROL-EOF TO TRUE
                       MOVE RC-COMPLETE-FLAG
                           TO WS-ST-COMPLETE-FLAG(WS-STEP-COUNT)
                   END-IF
               WHEN "P"
                   SET PERIOD-ESTABLISHED TO TRUE
                   MOVE RC-OPEN-PERIOD TO WS-OPEN-PERIOD
                   MOVE RC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                   MOVE RC-CLOSE-STAMP TO WS-CLOSE-STAMP
           END-EVALUATE.

       2000-REGISTER-START.
           EVALUATE TRUE
               WHEN NOT CONTROL-FILE-FOUND
                       OR WS-BUS-DATE NOT = RP-BUS-DATE
                   IF CONTROL-FILE-FOUND AND WS-STEP-COUNT > ZERO
                       PERFORM 7000-SAVE-TIMING-HISTORY
                   END-IF
                   MOVE RP-BUS-DATE TO WS-BUS-DATE
                   MOVE "N" TO WS-RELEASED-FLAG
                   MOVE ZERO TO WS-STEP-COUNT
               MOVE WS-BUS-DATE TO RP-BUS-DATE
           END-IF.

      *****************************************************************
      *  Month-end close of the period in RP-OPEN-PERIOD.  Before the
      *  first close there is no open period on file, so any ended
      *  month may be named; after it, only the open one -- periods
      *  close in order and never twice.  The period must have ended
      *  by the business date, and that date must be released (the
      *  month's last day through the chain) unless forced.
      *****************************************************************
       6000-CLOSE-PERIOD.
           MOVE RP-OPEN-PERIOD TO WS-CLOSE-PERIOD-NUM
           EVALUATE TRUE
               WHEN NOT CONTROL-FILE-FOUND
                   MOVE "10" TO RP-RESULT
                   MOVE "NO RUN-CONTROL BUSINESS DATE TO CLOSE AGAINST"
                       TO RP-MESSAGE
               WHEN WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   MOVE "18" TO RP-RESULT
                   MOVE "PERIOD TO CLOSE IS NOT A VALID CCYYMM"
                       TO RP-MESSAGE
               WHEN PERIOD-ESTABLISHED
                       AND WS-CLOSE-PERIOD-NUM NOT = WS-OPEN-PERIOD
                   MOVE "18" TO RP-RESULT
                   MOVE "ONLY THE OPEN PERIOD MAY BE CLOSED"
                       TO RP-MESSAGE
               WHEN WS-CLOSE-PERIOD-NUM >= WS-BUS-DATE(1:6)
                   MOVE "18" TO RP-RESULT
                   MOVE "PERIOD NOT ENDED BY THE BUSINESS DATE"
                       TO RP-MESSAGE
               WHEN NOT DATE-RELEASED AND RP-FORCE-FLAG NOT = "Y"
                   MOVE "18" TO RP-RESULT
                   MOVE "BUSINESS DATE NOT RELEASED -- FORCE TO CLOSE"
                       TO RP-MESSAGE
               WHEN OTHER
                   MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
                   IF WS-NEXT-MM = 12
                       ADD 1 TO WS-NEXT-CCYY
                       MOVE 1 TO WS-NEXT-MM
                   ELSE
                       ADD 1 TO WS-NEXT-MM
                   END-IF
                   SET PERIOD-ESTABLISHED TO TRUE
                   MOVE WS-CLOSE-PERIOD-NUM TO WS-CLOSED-PERIOD
                   MOVE WS-NEXT-PERIOD-NUM TO WS-OPEN-PERIOD
                   MOVE WS-NOW-STAMP TO WS-CLOSE-STAMP
                   MOVE WS-BUS-DATE TO RP-BUS-DATE
                   PERFORM 9000-REWRITE-CONTROL-FILE
           END-EVALUATE.

      *****************************************************************
      *  The closing business date's step rows, before 2100 clears
      *  them, appended to TIMEHIST.  Each step's records figure is
      *  its RECORDS-READ counter in CTLTOTS for the closing date,
      *  last occurrence winning as RECBAL reads it (a re-run's
      *  figures supersede the abandoned run's).  Elapsed time needs
      *  both stamps; a step that never ended shows none.
      *****************************************************************
       7000-SAVE-TIMING-HISTORY.
           PERFORM 7100-LOAD-STEP-RECORDS
           OPEN EXTEND TIMING-HISTORY
           IF WS-TIMING-STATUS = "35"
               OPEN OUTPUT TIMING-HISTORY
           END-IF
           IF WS-TIMING-STATUS = "00"
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > WS-STEP-COUNT
                   PERFORM 7200-WRITE-TIMING-RECORD
               END-PERFORM
               CLOSE TIMING-HISTORY
           END-IF.

       7100-LOAD-STEP-RECORDS.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STEP-COUNT
               MOVE ZERO TO WS-ST-RECORDS(WS-ST-SUB)
           END-PERFORM
           MOVE "N" TO WS-TOTALS-EOF-SWITCH
           OPEN INPUT CONTROL-TOTALS
           IF WS-TOTALS-STATUS NOT = "00"
               SET TOTALS-EOF TO TRUE
           END-IF
           PERFORM UNTIL TOTALS-EOF
               READ CONTROL-TOTALS
                   AT END
                       SET TOTALS-EOF TO TRUE
                   NOT AT END
                       IF CT-RUN-DATE = WS-BUS-DATE
                               AND CT-COUNTER = "RECORDS-READ"
                           MOVE CT-PROGRAM TO WS-FIND-NAME
                           PERFORM 8000-FIND-STEP
                           IF WS-FOUND-SUB > ZERO
                               MOVE CT-VALUE
                                   TO WS-ST-RECORDS(WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTALS-STATUS = "00" OR WS-TOTALS-STATUS = "10"
               CLOSE CONTROL-TOTALS
           END-IF.

       7200-WRITE-TIMING-RECORD.
           MOVE SPACES TO TIMING-RECORD
           MOVE WS-BUS-DATE TO TH-BUS-DATE
           MOVE WS-ST-NAME(WS-ST-SUB) TO TH-STEP-NAME
           MOVE WS-ST-START-STAMP(WS-ST-SUB) TO TH-START-STAMP
           MOVE WS-ST-END-STAMP(WS-ST-SUB) TO TH-END-STAMP
           MOVE WS-ST-RC(WS-ST-SUB) TO TH-STEP-RC
           MOVE WS-ST-COMPLETE-FLAG(WS-ST-SUB) TO TH-COMPLETE-FLAG
           MOVE WS-ST-RECORDS(WS-ST-SUB) TO TH-RECORDS
           MOVE ZERO TO TH-ELAPSED-SECS
           IF WS-ST-START-STAMP(WS-ST-SUB) IS NUMERIC
                   AND WS-ST-END-STAMP(WS-ST-SUB) IS NUMERIC
               MOVE WS-ST-START-STAMP(WS-ST-SUB) TO WS-SECONDS-STAMP
               PERFORM 8200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE WS-ST-END-STAMP(WS-ST-SUB) TO WS-SECONDS-STAMP
               PERFORM 8200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
               IF WS-END-SECONDS > WS-START-SECONDS
                   COMPUTE TH-ELAPSED-SECS =
                       WS-END-SECONDS - WS-START-SECONDS
               END-IF
           END-IF
           WRITE TIMING-RECORD.

       8000-FIND-STEP.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
           MOVE ZERO TO WS-ST-RC(WS-FOUND-SUB)
           MOVE "N" TO WS-ST-COMPLETE-FLAG(WS-FOUND-SUB).

       8200-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-SS-DATE) * 86400
               + WS-SS-HH * 3600 + WS-SS-MM * 60 + WS-SS-SS.

       9000-REWRITE-CONTROL-FILE.
      *    The dataset is a handful of records -- rebuild it whole on
      *    every update rather than managing record-level rewrites.
           MOVE WS-BUS-DATE TO RC-BUS-DATE
           MOVE WS-RELEASED-FLAG TO RC-RELEASED-FLAG
           WRITE RUN-CONTROL-RECORD
           IF PERIOD-ESTABLISHED
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE "P" TO RC-REC-TYPE
               MOVE WS-OPEN-PERIOD TO RC-OPEN-PERIOD
               MOVE WS-CLOSED-PERIOD TO RC-CLOSED-PERIOD
               MOVE WS-CLOSE-STAMP TO RC-CLOSE-STAMP
               WRITE RUN-CONTROL-RECORD
           END-IF
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STEP-COUNT
               MOVE SPACES TO RUN-CONTROL-RECORD
