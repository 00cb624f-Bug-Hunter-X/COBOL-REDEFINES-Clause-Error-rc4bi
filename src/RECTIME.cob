      ******************************************************************
      * PROGRAM-ID: RECTIME
      *
      * Batch-window timing report.  RUNCTL keeps each step's start
      * and end only until the next business date opens, so a step
      * that grows a little slower every week went unnoticed until
      * the morning the online region came up late.  RUNCTL now
      * saves every closing date's step rows, with the records each
      * step read, to the timing history (TIMEHIST, TIMEREC.cpy);
      * this program reports on the latest business dates in it:
      *
      *   - per step, each date's start, end, elapsed time, records
      *     read and records per second, then the step's average
      *     elapsed time and its trend in seconds per business date
      *     (least-squares over the dates the step completed);
      *   - per date, when the chain completed -- the earliest step
      *     start to the latest step end -- measured in minutes from
      *     the opening of the batch window, against the minutes the
      *     window allows before the deadline;
      *   - the trend of that completion time projected forward over
      *     the warning days, and the first business date on which
      *     it is projected to run past the deadline.
      *
      * The window opens on the evening the chain started, or the
      * evening before when it started after midnight.  A date with
      * a step that never ended is shown but left out of the chain
      * trend.  The business date in progress joins the history when
      * the next one opens.
      *
      * Dates covered, window open and deadline times and the warning
      * days come from the one-record TIMEPARM file (TIMEPREC.cpy),
      * compiled defaults applying field by field.
      *
      * The report goes to TIMERPT.  RETURN-CODE 4 when the trend
      * projects a breach within the warning days, or the latest date
      * already ran past the deadline.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTIME.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "TIMEPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT TIMING-HISTORY ASSIGN TO "TIMEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

           SELECT SORT-TIMING-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-TIMING-FILE ASSIGN TO "SRTTIME"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TIMING-REPORT ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY TIMEPREC REPLACING ==:RECNAME:== BY ==PARAM-RECORD==
                                   ==:PREFIX:==  BY ==TP==.

       FD  TIMING-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY TIMEREC REPLACING ==:RECNAME:== BY ==TIMING-RECORD==
                                  ==:PREFIX:==  BY ==TH==.

      *    Latest business date first; within a date, the order the
      *    history was written -- the chain's own step order, and a
      *    date saved twice has its later rows last.
       SD  SORT-TIMING-FILE.
       01  SORT-TIMING-RECORD.
           05  SR-BUS-DATE               PIC 9(8).
           05  SR-SEQUENCE               PIC 9(9).
           05  SR-TIMING-IMAGE           PIC X(80).

       FD  SORTED-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 97 CHARACTERS.
       01  SORTED-TIMING-RECORD.
           05  TS-BUS-DATE               PIC 9(8).
           05  TS-SEQUENCE               PIC 9(9).
           05  TS-TIMING-IMAGE           PIC X(80).

       FD  TIMING-REPORT.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-STATUS               PIC X(2).
       01  WS-TIMING-STATUS              PIC X(2).

       01  WS-TIMING-EOF-SWITCH          PIC X VALUE "N".
           88  TIMING-EOF               VALUE "Y".
       01  WS-SORTED-EOF-SWITCH          PIC X VALUE "N".
           88  SORTED-EOF               VALUE "Y".

           COPY TIMEREC REPLACING ==:RECNAME:== BY ==WS-TIMING-ROW==
                                  ==:PREFIX:==  BY ==TW==.

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    business date on the report heading.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-BUS-DATE                   PIC 9(8).

      *****************************************************************
      *  Effective parameters -- TIMEPARM's values, or the compiled
      *  defaults where the file or a field is unusable.
      *****************************************************************
       01  WS-PARAMETERS.
           05  WS-TREND-DATES            PIC 9(3)     VALUE 10.
           05  WS-WINDOW-START.
               10  WS-WINDOW-HH          PIC 9(2)     VALUE 22.
               10  WS-WINDOW-MM          PIC 9(2)     VALUE 00.
           05  WS-DEADLINE.
               10  WS-DEADLINE-HH        PIC 9(2)     VALUE 06.
               10  WS-DEADLINE-MM        PIC 9(2)     VALUE 00.
           05  WS-WARN-DAYS              PIC 9(3)     VALUE 5.
       01  WS-PARAM-SOURCE               PIC X(20)
                                         VALUE "COMPILED DEFAULTS".

      *    Window open and deadline in minutes after midnight, and the
      *    minutes the window allows from one to the other.
       01  WS-WINDOW-OPEN-MINS           PIC 9(4).
       01  WS-DEADLINE-MINS              PIC 9(4).
       01  WS-WINDOW-LENGTH-MINS         PIC S9(5).

      *****************************************************************
      *  The business dates reported, latest first (rank 1), and per
      *  date the chain's earliest start and latest end and how far
      *  into the window it completed.  Position on the trend axis
      *  runs the other way: the oldest date reported is 1.
      *****************************************************************
       01  WS-DATE-MAX                   PIC 9(3) COMP VALUE 60.
       01  WS-DATE-COUNT                 PIC 9(3) COMP VALUE ZERO.
       01  WS-DATE-SUB                   PIC 9(3) COMP.
       01  WS-LOADING-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 60 TIMES.
               10  WS-DT-BUS-DATE        PIC 9(8).
               10  WS-DT-CHAIN-START     PIC X(14).
               10  WS-DT-CHAIN-END       PIC X(14).
               10  WS-DT-INCOMPLETE-FLAG PIC X(1).
               10  WS-DT-OFFSET-MINS     PIC S9(7).

      *****************************************************************
      *  Steps in the chain order of the latest date they ran, and a
      *  cell per step per date: 20 steps, as RUNCTL holds.
      *****************************************************************
       01  WS-STEP-MAX                   PIC 9(3) COMP VALUE 20.
       01  WS-STEP-COUNT                 PIC 9(3) COMP VALUE ZERO.
       01  WS-STEP-SUB                   PIC 9(3) COMP.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-SN-NAME            PIC X(8).
               10  WS-SN-CELL OCCURS 60 TIMES.
                   15  WS-SC-PRESENT     PIC X(1).
                   15  WS-SC-START-STAMP PIC X(14).
                   15  WS-SC-END-STAMP   PIC X(14).
                   15  WS-SC-RC          PIC 9(2).
                   15  WS-SC-COMPLETE    PIC X(1).
                   15  WS-SC-ELAPSED     PIC 9(7).
                   15  WS-SC-RECORDS     PIC 9(9).
       01  WS-FIND-NAME                  PIC X(8).
       01  WS-FOUND-SUB                  PIC 9(3) COMP.
       01  WS-STEP-OVERFLOW-COUNT        PIC 9(9) VALUE ZERO.

      *****************************************************************
      *  Least-squares fit of Y on X over the points added since the
      *  last clear: SLOPE is Y per business date.
      *****************************************************************
       01  WS-FIT-N                      PIC 9(5).
       01  WS-FIT-X                      PIC S9(5).
       01  WS-FIT-Y                      PIC S9(9).
       01  WS-FIT-SUM-X                  PIC S9(9).
       01  WS-FIT-SUM-Y                  PIC S9(15).
       01  WS-FIT-SUM-XX                 PIC S9(11).
       01  WS-FIT-SUM-XY                 PIC S9(17).
       01  WS-FIT-DIVISOR                PIC S9(15).
       01  WS-FIT-SLOPE                  PIC S9(9)V9(4).
       01  WS-FIT-INTERCEPT              PIC S9(11)V9(4).
       01  WS-FIT-SWITCH                 PIC X VALUE "N".
           88  FIT-AVAILABLE            VALUE "Y".

      *    Working fields for the per-step and chain sections.
       01  WS-POSITION                   PIC S9(5).
       01  WS-ELAPSED-TOTAL              PIC 9(11).
       01  WS-ELAPSED-AVERAGE            PIC 9(7).
       01  WS-RATE                       PIC 9(9)V9.
       01  WS-MARGIN-MINS                PIC S9(7).
       01  WS-PROJECTED-MINS             PIC S9(7).
       01  WS-PROJECT-DAY                PIC 9(3) COMP.
       01  WS-BREACH-DAY                 PIC 9(3) COMP VALUE ZERO.
       01  WS-BREACH-MINS                PIC S9(7) VALUE ZERO.
       01  WS-NEXT-MINS                  PIC S9(7) VALUE ZERO.
       01  WS-LATEST-BREACH-SWITCH       PIC X VALUE "N".
           88  LATEST-DATE-BREACHED     VALUE "Y".
       01  WS-CHAIN-FIT-SWITCH           PIC X VALUE "N".
           88  CHAIN-TREND-AVAILABLE    VALUE "Y".

      *    A stamp taken apart, and its seconds since the start of the
      *    calendar as 8300-STAMP-TO-SECONDS works them out.
       01  WS-SECONDS-STAMP.
           05  WS-SS-DATE                PIC 9(8).
           05  WS-SS-HH                  PIC 9(2).
           05  WS-SS-MM                  PIC 9(2).
           05  WS-SS-SS                  PIC 9(2).
       01  WS-STAMP-SECONDS              PIC 9(12).
       01  WS-START-SECONDS              PIC 9(12).
       01  WS-END-SECONDS                PIC 9(12).
       01  WS-OPEN-DATE                  PIC 9(8).
       01  WS-OPEN-SECONDS               PIC 9(12).

      *    Print forms built by the 8400-8600 paragraphs.
       01  WS-STAMP-TEXT                 PIC X(17).
       01  WS-ELAPSED-SECS               PIC 9(7).
       01  WS-ELAPSED-TEXT               PIC X(9).
       01  WS-HMS-HOURS                  PIC 9(3).
       01  WS-HMS-MINUTES                PIC 9(2).
       01  WS-HMS-SECONDS                PIC 9(2).
       01  WS-HMS-REMAINDER              PIC 9(7).
       01  WS-HOURS-ED                   PIC ZZ9.
       01  WS-CLOCK-MINS                 PIC S9(7).
       01  WS-CLOCK-TEXT                 PIC X(5).
       01  WS-CLOCK-OF-DAY               PIC 9(4).
       01  WS-CLOCK-HH                   PIC 9(2).
       01  WS-CLOCK-MM                   PIC 9(2).

       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-SEQUENCE                   PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-DAYS-ED                    PIC ZZ9.
       01  WS-RC-ED                      PIC Z9.
       01  WS-RATE-ED                    PIC Z(8)9.9.
       01  WS-TREND-ED                   PIC -(7)9.9.
       01  WS-MINS-ED                    PIC -(6)9.
       01  WS-SLOPE-MINS-ED              PIC -(5)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-HISTORY
           PERFORM 3000-LOAD-RECENT-DATES
           PERFORM 1200-WRITE-HEADING
           IF WS-DATE-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "NO TIMING HISTORY ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4000-REPORT-STEPS
               PERFORM 5000-REPORT-CHAIN
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECTIME" TO RCL-STEP-NAME
           MOVE SPACES TO RCL-PRED-NAME
           MOVE "N" TO RCL-FORCE-FLAG
           MOVE ZERO TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT = "00"
               MOVE RCL-BUS-DATE TO WS-BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           END-IF

           PERFORM 1100-LOAD-PARAMETERS

           COMPUTE WS-WINDOW-OPEN-MINS =
               WS-WINDOW-HH * 60 + WS-WINDOW-MM
           COMPUTE WS-DEADLINE-MINS =
               WS-DEADLINE-HH * 60 + WS-DEADLINE-MM
           COMPUTE WS-WINDOW-LENGTH-MINS =
               WS-DEADLINE-MINS - WS-WINDOW-OPEN-MINS
           IF WS-WINDOW-LENGTH-MINS NOT > ZERO
               ADD 1440 TO WS-WINDOW-LENGTH-MINS
           END-IF

           OPEN OUTPUT TIMING-REPORT.

      *****************************************************************
      *  Parameters: each TIMEPARM field replaces its default only
      *  when it is numeric and in range -- times must be real HHMM
      *  clock times, and the dates covered cannot exceed the 60 the
      *  tables hold.
      *****************************************************************
       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-CONTROL-KEY = "RECTIME"
                           PERFORM 1150-APPLY-PARAM-RECORD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1150-APPLY-PARAM-RECORD.
           MOVE "TIMEPARM" TO WS-PARAM-SOURCE
           IF TP-TREND-DATES IS NUMERIC
                   AND TP-TREND-DATES > ZERO
               MOVE TP-TREND-DATES TO WS-TREND-DATES
               IF WS-TREND-DATES > WS-DATE-MAX
                   MOVE WS-DATE-MAX TO WS-TREND-DATES
               END-IF
           END-IF
           IF TP-WINDOW-HH IS NUMERIC AND TP-WINDOW-MM IS NUMERIC
                   AND TP-WINDOW-HH < 24 AND TP-WINDOW-MM < 60
               MOVE TP-WINDOW-START TO WS-WINDOW-START
           END-IF
           IF TP-DEADLINE-HH IS NUMERIC AND TP-DEADLINE-MM IS NUMERIC
                   AND TP-DEADLINE-HH < 24 AND TP-DEADLINE-MM < 60
               MOVE TP-DEADLINE TO WS-DEADLINE
           END-IF
           IF TP-WARN-DAYS IS NUMERIC
                   AND TP-WARN-DAYS > ZERO
               MOVE TP-WARN-DAYS TO WS-WARN-DAYS
           END-IF.

       1200-WRITE-HEADING.
           MOVE WS-DATE-COUNT TO WS-DAYS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH-WINDOW TIMING -- BUSINESS DATE "
                                         DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  "  DATES REPORTED "    DELIMITED BY SIZE
                  WS-DAYS-ED             DELIMITED BY SIZE
                  "  PARAMETERS FROM "   DELIMITED BY SIZE
                  WS-PARAM-SOURCE        DELIMITED BY "  "
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-WINDOW-OPEN-MINS TO WS-CLOCK-MINS
           PERFORM 8600-FORMAT-CLOCK
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POSITION
           STRING "  WINDOW OPENS "      DELIMITED BY SIZE
                  WS-CLOCK-TEXT          DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           MOVE WS-DEADLINE-MINS TO WS-CLOCK-MINS
           PERFORM 8600-FORMAT-CLOCK
           MOVE WS-WINDOW-LENGTH-MINS TO WS-MINS-ED
           MOVE WS-WARN-DAYS TO WS-DAYS-ED
           STRING "   DEADLINE "         DELIMITED BY SIZE
                  WS-CLOCK-TEXT          DELIMITED BY SIZE
                  "   WINDOW MINUTES "   DELIMITED BY SIZE
                  WS-MINS-ED             DELIMITED BY SIZE
                  "   WARNING DAYS "     DELIMITED BY SIZE
                  WS-DAYS-ED             DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The history, latest date first.  A missing TIMEHIST simply
      *  sorts nothing.
      *****************************************************************
       2000-SORT-HISTORY.
           SORT SORT-TIMING-FILE
               ON DESCENDING KEY SR-BUS-DATE
                  ASCENDING KEY SR-SEQUENCE
               INPUT PROCEDURE IS 2050-RELEASE-HISTORY
               GIVING SORTED-TIMING-FILE.

       2050-RELEASE-HISTORY.
           OPEN INPUT TIMING-HISTORY
           IF WS-TIMING-STATUS NOT = "00"
               SET TIMING-EOF TO TRUE
           END-IF
           PERFORM UNTIL TIMING-EOF
               READ TIMING-HISTORY
                   AT END
                       SET TIMING-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-SEQUENCE
                       MOVE TH-BUS-DATE TO SR-BUS-DATE
                       MOVE WS-SEQUENCE TO SR-SEQUENCE
                       MOVE TIMING-RECORD TO SR-TIMING-IMAGE
                       RELEASE SORT-TIMING-RECORD
               END-READ
           END-PERFORM
           IF WS-TIMING-STATUS = "00" OR WS-TIMING-STATUS = "10"
               CLOSE TIMING-HISTORY
           END-IF.

      *****************************************************************
      *  Load the latest TREND-DATES business dates into the tables,
      *  then work out each date's chain start, end and completion.
      *****************************************************************
       3000-LOAD-RECENT-DATES.
           INITIALIZE WS-STEP-TABLE
           OPEN INPUT SORTED-TIMING-FILE
           PERFORM UNTIL SORTED-EOF
               READ SORTED-TIMING-FILE
                   AT END
                       SET SORTED-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE SORTED-TIMING-FILE
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
               PERFORM 3200-SUMMARISE-DATE
           END-PERFORM.

       3100-LOAD-ONE-ROW.
           MOVE TS-TIMING-IMAGE TO WS-TIMING-ROW
           IF TW-BUS-DATE NOT = WS-LOADING-DATE
               MOVE TW-BUS-DATE TO WS-LOADING-DATE
               IF WS-DATE-COUNT = WS-TREND-DATES
                   SET SORTED-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-COUNT
                   MOVE TW-BUS-DATE TO WS-DT-BUS-DATE(WS-DATE-COUNT)
               END-IF
           END-IF
           IF NOT SORTED-EOF
               MOVE TW-STEP-NAME TO WS-FIND-NAME
               PERFORM 8000-FIND-STEP
               IF WS-FOUND-SUB = ZERO
                   IF WS-STEP-COUNT < WS-STEP-MAX
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-STEP-COUNT TO WS-FOUND-SUB
                       MOVE TW-STEP-NAME TO WS-SN-NAME(WS-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-STEP-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF WS-FOUND-SUB > ZERO
                   MOVE "Y"
                       TO WS-SC-PRESENT(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-START-STAMP
                       TO WS-SC-START-STAMP(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-END-STAMP
                       TO WS-SC-END-STAMP(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-STEP-RC
                       TO WS-SC-RC(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-COMPLETE-FLAG
                       TO WS-SC-COMPLETE(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-ELAPSED-SECS
                       TO WS-SC-ELAPSED(WS-FOUND-SUB, WS-DATE-COUNT)
                   MOVE TW-RECORDS
                       TO WS-SC-RECORDS(WS-FOUND-SUB, WS-DATE-COUNT)
               END-IF
           END-IF.

      *    The chain runs from its earliest step start to its latest
      *    step end; the window it ran in opened at WINDOW-START on
      *    the start date, or the day before when the chain started
      *    earlier in the day than the window opens.
       3200-SUMMARISE-DATE.
           MOVE HIGH-VALUES TO WS-DT-CHAIN-START(WS-DATE-SUB)
           MOVE LOW-VALUES TO WS-DT-CHAIN-END(WS-DATE-SUB)
           MOVE "N" TO WS-DT-INCOMPLETE-FLAG(WS-DATE-SUB)
           MOVE ZERO TO WS-DT-OFFSET-MINS(WS-DATE-SUB)
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-SC-PRESENT(WS-STEP-SUB, WS-DATE-SUB) = "Y"
                   IF WS-SC-COMPLETE(WS-STEP-SUB, WS-DATE-SUB)
                           NOT = "Y"
                       MOVE "Y" TO WS-DT-INCOMPLETE-FLAG(WS-DATE-SUB)
                   END-IF
                   IF WS-SC-START-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           IS NUMERIC
                       AND WS-SC-START-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           < WS-DT-CHAIN-START(WS-DATE-SUB)
                       MOVE WS-SC-START-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           TO WS-DT-CHAIN-START(WS-DATE-SUB)
                   END-IF
                   IF WS-SC-END-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           IS NUMERIC
                       AND WS-SC-END-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           > WS-DT-CHAIN-END(WS-DATE-SUB)
                       MOVE WS-SC-END-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                           TO WS-DT-CHAIN-END(WS-DATE-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DT-CHAIN-START(WS-DATE-SUB) IS NOT NUMERIC
                   OR WS-DT-CHAIN-END(WS-DATE-SUB) IS NOT NUMERIC
               MOVE "Y" TO WS-DT-INCOMPLETE-FLAG(WS-DATE-SUB)
           ELSE
               MOVE WS-DT-CHAIN-START(WS-DATE-SUB) TO WS-SECONDS-STAMP
               MOVE WS-SS-DATE TO WS-OPEN-DATE
               IF WS-SS-HH * 60 + WS-SS-MM < WS-WINDOW-OPEN-MINS
                   COMPUTE WS-OPEN-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SS-DATE) - 1)
               END-IF
               COMPUTE WS-OPEN-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE) * 86400
                   + WS-WINDOW-OPEN-MINS * 60
               MOVE WS-DT-CHAIN-END(WS-DATE-SUB) TO WS-SECONDS-STAMP
               PERFORM 8300-STAMP-TO-SECONDS
               COMPUTE WS-DT-OFFSET-MINS(WS-DATE-SUB) =
                   (WS-STAMP-SECONDS - WS-OPEN-SECONDS) / 60
           END-IF.

      *****************************************************************
      *  One block per step, oldest date first.
      *****************************************************************
       4000-REPORT-STEPS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 4100-REPORT-ONE-STEP
           END-PERFORM.

       4100-REPORT-ONE-STEP.
           MOVE SPACES TO REPORT-LINE
           STRING "STEP " DELIMITED BY SIZE
                  WS-SN-NAME(WS-STEP-SUB) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  BUS DATE  START              END       "
                                         DELIMITED BY SIZE
                  "          ELAPSED      RECORDS    RECS/SEC  RC"
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM 8100-CLEAR-FIT
           MOVE ZERO TO WS-ELAPSED-TOTAL
           PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT BY -1
                   UNTIL WS-DATE-SUB < 1
               IF WS-SC-PRESENT(WS-STEP-SUB, WS-DATE-SUB) = "Y"
                   PERFORM 4200-WRITE-STEP-LINE
               END-IF
           END-PERFORM
           PERFORM 8200-FIT-TREND

           MOVE SPACES TO REPORT-LINE
           IF WS-FIT-N = ZERO
               MOVE "  NO COMPLETED RUNS IN THE DATES REPORTED"
                   TO REPORT-LINE
           ELSE
               COMPUTE WS-ELAPSED-AVERAGE ROUNDED =
                   WS-ELAPSED-TOTAL / WS-FIT-N
               MOVE WS-ELAPSED-AVERAGE TO WS-ELAPSED-SECS
               PERFORM 8500-FORMAT-ELAPSED
               MOVE 1 TO WS-POSITION
               STRING "  AVERAGE ELAPSED "   DELIMITED BY SIZE
                      WS-ELAPSED-TEXT        DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
               IF FIT-AVAILABLE
                   MOVE WS-FIT-SLOPE TO WS-TREND-ED
                   STRING "   TREND "        DELIMITED BY SIZE
                          WS-TREND-ED        DELIMITED BY SIZE
                          " SECS PER BUSINESS DATE"
                                             DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POSITION
                   END-STRING
               ELSE
                   STRING "   TOO FEW RUNS FOR A TREND"
                                             DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POSITION
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    A completed run with both stamps is a point on the step's
      *    trend; records per second needs a measurable elapsed time.
       4200-WRITE-STEP-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POSITION
           MOVE WS-SC-START-STAMP(WS-STEP-SUB, WS-DATE-SUB)
               TO WS-STAMP-TEXT
           PERFORM 8400-FORMAT-STAMP
           STRING "  "                   DELIMITED BY SIZE
                  WS-DT-BUS-DATE(WS-DATE-SUB)
                                         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-STAMP-TEXT          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           MOVE WS-SC-END-STAMP(WS-STEP-SUB, WS-DATE-SUB)
               TO WS-STAMP-TEXT
           PERFORM 8400-FORMAT-STAMP
           MOVE WS-SC-ELAPSED(WS-STEP-SUB, WS-DATE-SUB)
               TO WS-ELAPSED-SECS
           PERFORM 8500-FORMAT-ELAPSED
           MOVE WS-SC-RECORDS(WS-STEP-SUB, WS-DATE-SUB) TO WS-COUNT-ED
           STRING WS-STAMP-TEXT          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-ELAPSED-TEXT        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           IF WS-SC-ELAPSED(WS-STEP-SUB, WS-DATE-SUB) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-SC-RECORDS(WS-STEP-SUB, WS-DATE-SUB)
                   / WS-SC-ELAPSED(WS-STEP-SUB, WS-DATE-SUB)
               MOVE WS-RATE TO WS-RATE-ED
               STRING "  "               DELIMITED BY SIZE
                      WS-RATE-ED         DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
           ELSE
               STRING "              -"  DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
           END-IF
           IF WS-SC-COMPLETE(WS-STEP-SUB, WS-DATE-SUB) = "Y"
               MOVE WS-SC-RC(WS-STEP-SUB, WS-DATE-SUB) TO WS-RC-ED
               STRING "  "               DELIMITED BY SIZE
                      WS-RC-ED           DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
           ELSE
               STRING "  NOT ENDED"      DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
           END-IF
           WRITE REPORT-LINE
           IF WS-SC-COMPLETE(WS-STEP-SUB, WS-DATE-SUB) = "Y"
                   AND WS-SC-START-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                       IS NUMERIC
                   AND WS-SC-END-STAMP(WS-STEP-SUB, WS-DATE-SUB)
                       IS NUMERIC
               COMPUTE WS-FIT-X = WS-DATE-COUNT - WS-DATE-SUB + 1
               MOVE WS-SC-ELAPSED(WS-STEP-SUB, WS-DATE-SUB) TO WS-FIT-Y
               ADD WS-FIT-Y TO WS-ELAPSED-TOTAL
               PERFORM 8150-ADD-FIT-POINT
           END-IF.

      *****************************************************************
      *  Chain completion per date against the window, the trend of
      *  the completion time, and the forecast against the deadline.
      *****************************************************************
       5000-REPORT-CHAIN.
           MOVE SPACES TO REPORT-LINE
           MOVE "CHAIN COMPLETION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  BUS DATE  CHAIN START        CHAIN END "
                                         DELIMITED BY SIZE
                  "          COMPLETED  MINS INTO WINDOW  MARGIN MINS"
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM 8100-CLEAR-FIT
           PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT BY -1
                   UNTIL WS-DATE-SUB < 1
               PERFORM 5100-WRITE-CHAIN-LINE
           END-PERFORM
           PERFORM 8200-FIT-TREND
           IF FIT-AVAILABLE
               SET CHAIN-TREND-AVAILABLE TO TRUE
           END-IF

           IF WS-DT-INCOMPLETE-FLAG(1) NOT = "Y"
                   AND WS-DT-OFFSET-MINS(1) > WS-WINDOW-LENGTH-MINS
               SET LATEST-DATE-BREACHED TO TRUE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF CHAIN-TREND-AVAILABLE
               PERFORM 5200-PROJECT-COMPLETION
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "  TOO FEW COMPLETE DATES FOR A CHAIN TREND"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF LATEST-DATE-BREACHED
               MOVE SPACES TO REPORT-LINE
               STRING "  *** LATEST BUSINESS DATE "
                                         DELIMITED BY SIZE
                      WS-DT-BUS-DATE(1)  DELIMITED BY SIZE
                      " COMPLETED AFTER THE DEADLINE ***"
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       5100-WRITE-CHAIN-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-POSITION
           IF WS-DT-CHAIN-START(WS-DATE-SUB) IS NUMERIC
               MOVE WS-DT-CHAIN-START(WS-DATE-SUB) TO WS-STAMP-TEXT
           ELSE
               MOVE SPACES TO WS-STAMP-TEXT
           END-IF
           PERFORM 8400-FORMAT-STAMP
           STRING "  "                   DELIMITED BY SIZE
                  WS-DT-BUS-DATE(WS-DATE-SUB)
                                         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-STAMP-TEXT          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           IF WS-DT-CHAIN-END(WS-DATE-SUB) IS NUMERIC
               MOVE WS-DT-CHAIN-END(WS-DATE-SUB) TO WS-STAMP-TEXT
           ELSE
               MOVE SPACES TO WS-STAMP-TEXT
           END-IF
           PERFORM 8400-FORMAT-STAMP
           STRING WS-STAMP-TEXT          DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER WS-POSITION
           END-STRING
           IF WS-DT-INCOMPLETE-FLAG(WS-DATE-SUB) = "Y"
               STRING "  INCOMPLETE -- NOT IN TREND"
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
           ELSE
               COMPUTE WS-CLOCK-MINS = WS-WINDOW-OPEN-MINS
                   + WS-DT-OFFSET-MINS(WS-DATE-SUB)
               PERFORM 8600-FORMAT-CLOCK
               MOVE WS-DT-OFFSET-MINS(WS-DATE-SUB) TO WS-MINS-ED
               STRING "      "           DELIMITED BY SIZE
                      WS-CLOCK-TEXT      DELIMITED BY SIZE
                      "           "      DELIMITED BY SIZE
                      WS-MINS-ED         DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
               COMPUTE WS-MARGIN-MINS = WS-WINDOW-LENGTH-MINS
                   - WS-DT-OFFSET-MINS(WS-DATE-SUB)
               MOVE WS-MARGIN-MINS TO WS-MINS-ED
               STRING "      "           DELIMITED BY SIZE
                      WS-MINS-ED         DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER WS-POSITION
               END-STRING
               IF WS-MARGIN-MINS < ZERO
                   STRING "  LATE"       DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER WS-POSITION
                   END-STRING
               END-IF
               COMPUTE WS-FIT-X = WS-DATE-COUNT - WS-DATE-SUB + 1
               MOVE WS-DT-OFFSET-MINS(WS-DATE-SUB) TO WS-FIT-Y
               PERFORM 8150-ADD-FIT-POINT
           END-IF
           WRITE REPORT-LINE.

      *    The fitted completion projected over the next WARN-DAYS
      *    business dates from the latest one reported; the first
      *    that runs past the window is the forecast breach.
       5200-PROJECT-COMPLETION.
           MOVE WS-FIT-SLOPE TO WS-SLOPE-MINS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  COMPLETION TREND "  DELIMITED BY SIZE
                  WS-SLOPE-MINS-ED       DELIMITED BY SIZE
                  " MINS PER BUSINESS DATE"
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ZERO TO WS-BREACH-DAY
           PERFORM VARYING WS-PROJECT-DAY FROM 1 BY 1
                   UNTIL WS-PROJECT-DAY > WS-WARN-DAYS
               COMPUTE WS-FIT-X = WS-DATE-COUNT + WS-PROJECT-DAY
               COMPUTE WS-PROJECTED-MINS ROUNDED =
                   WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-FIT-X
               IF WS-PROJECT-DAY = 1
                   MOVE WS-PROJECTED-MINS TO WS-NEXT-MINS
               END-IF
               IF WS-BREACH-DAY = ZERO
                       AND WS-PROJECTED-MINS > WS-WINDOW-LENGTH-MINS
                   MOVE WS-PROJECT-DAY TO WS-BREACH-DAY
                   MOVE WS-PROJECTED-MINS TO WS-BREACH-MINS
               END-IF
           END-PERFORM

           COMPUTE WS-CLOCK-MINS = WS-WINDOW-OPEN-MINS + WS-NEXT-MINS
           PERFORM 8600-FORMAT-CLOCK
           COMPUTE WS-MARGIN-MINS =
               WS-WINDOW-LENGTH-MINS - WS-NEXT-MINS
           MOVE WS-MARGIN-MINS TO WS-MINS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  NEXT BUSINESS DATE PROJECTED TO COMPLETE "
                                         DELIMITED BY SIZE
                  WS-CLOCK-TEXT          DELIMITED BY SIZE
                  "   MARGIN MINS "      DELIMITED BY SIZE
                  WS-MINS-ED             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-BREACH-DAY > ZERO
               MOVE WS-BREACH-DAY TO WS-DAYS-ED
               COMPUTE WS-CLOCK-MINS =
                   WS-WINDOW-OPEN-MINS + WS-BREACH-MINS
               PERFORM 8600-FORMAT-CLOCK
               STRING "  *** DEADLINE BREACH PROJECTED IN "
                                         DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      " BUSINESS DATE(S) -- COMPLETING "
                                         DELIMITED BY SIZE
                      WS-CLOCK-TEXT      DELIMITED BY SIZE
                      " ***"             DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-WARN-DAYS TO WS-DAYS-ED
               STRING "  NO DEADLINE BREACH PROJECTED WITHIN "
                                         DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      " BUSINESS DATES"  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       8000-FIND-STEP.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-SN-NAME(WS-STEP-SUB) = WS-FIND-NAME
                   MOVE WS-STEP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       8100-CLEAR-FIT.
           MOVE ZERO TO WS-FIT-N
           MOVE ZERO TO WS-FIT-SUM-X
           MOVE ZERO TO WS-FIT-SUM-Y
           MOVE ZERO TO WS-FIT-SUM-XX
           MOVE ZERO TO WS-FIT-SUM-XY
           MOVE ZERO TO WS-FIT-SLOPE
           MOVE ZERO TO WS-FIT-INTERCEPT
           MOVE "N" TO WS-FIT-SWITCH.

       8150-ADD-FIT-POINT.
           ADD 1 TO WS-FIT-N
           ADD WS-FIT-X TO WS-FIT-SUM-X
           ADD WS-FIT-Y TO WS-FIT-SUM-Y
           COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX + WS-FIT-X * WS-FIT-X
           COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY + WS-FIT-X * WS-FIT-Y.

      *    A trend needs two points on different dates.
       8200-FIT-TREND.
           IF WS-FIT-N > 1
               COMPUTE WS-FIT-DIVISOR = WS-FIT-N * WS-FIT-SUM-XX
                   - WS-FIT-SUM-X * WS-FIT-SUM-X
               IF WS-FIT-DIVISOR NOT = ZERO
                   COMPUTE WS-FIT-SLOPE ROUNDED =
                       (WS-FIT-N * WS-FIT-SUM-XY
                        - WS-FIT-SUM-X * WS-FIT-SUM-Y)
                       / WS-FIT-DIVISOR
                   COMPUTE WS-FIT-INTERCEPT ROUNDED =
                       (WS-FIT-SUM-Y - WS-FIT-SLOPE * WS-FIT-SUM-X)
                       / WS-FIT-N
                   SET FIT-AVAILABLE TO TRUE
               END-IF
           END-IF.

       8300-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-SS-DATE) * 86400
               + WS-SS-HH * 3600 + WS-SS-MM * 60 + WS-SS-SS.

      *    CCYYMMDDHHMMSS in WS-STAMP-TEXT to CCYYMMDD HH:MM:SS;
      *    anything else prints blank.
       8400-FORMAT-STAMP.
           IF WS-STAMP-TEXT(1:14) IS NUMERIC
               MOVE WS-STAMP-TEXT(1:14) TO WS-SECONDS-STAMP
               MOVE SPACES TO WS-STAMP-TEXT
               STRING WS-SS-DATE         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-SS-HH           DELIMITED BY SIZE
                      ":"                DELIMITED BY SIZE
                      WS-SS-MM           DELIMITED BY SIZE
                      ":"                DELIMITED BY SIZE
                      WS-SS-SS           DELIMITED BY SIZE
                      INTO WS-STAMP-TEXT
               END-STRING
           ELSE
               MOVE SPACES TO WS-STAMP-TEXT
           END-IF.

      *    WS-ELAPSED-SECS to HHH:MM:SS.
       8500-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-HMS-HOURS
               REMAINDER WS-HMS-REMAINDER
           DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MINUTES
               REMAINDER WS-HMS-SECONDS
           MOVE WS-HMS-HOURS TO WS-HOURS-ED
           MOVE SPACES TO WS-ELAPSED-TEXT
           STRING WS-HOURS-ED            DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-HMS-MINUTES         DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-HMS-SECONDS         DELIMITED BY SIZE
                  INTO WS-ELAPSED-TEXT
           END-STRING.

      *    Minutes after midnight in WS-CLOCK-MINS, of whichever day,
      *    to the HH:MM clock time.
       8600-FORMAT-CLOCK.
           COMPUTE WS-CLOCK-OF-DAY = FUNCTION MOD(WS-CLOCK-MINS, 1440)
           DIVIDE WS-CLOCK-OF-DAY BY 60 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-MM
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING WS-CLOCK-HH            DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-CLOCK-MM            DELIMITED BY SIZE
                  INTO WS-CLOCK-TEXT
           END-STRING.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           CLOSE TIMING-REPORT
           IF WS-BREACH-DAY > ZERO OR LATEST-DATE-BREACHED
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY RECORDS READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DATE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATES REPORTED ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-STEP-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "STEPS REPORTED ............ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-STEP-OVERFLOW-COUNT > ZERO
               MOVE WS-STEP-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "ROWS SKIPPED, STEP TABLE FULL "
                                                 DELIMITED BY SIZE
                      WS-COUNT-ED                DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
