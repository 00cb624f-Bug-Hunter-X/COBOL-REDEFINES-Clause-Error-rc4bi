      ******************************************************************
      * PROGRAM-ID: RECVRFY
      *
      * Post-load RECMAST verification, run straight after RECLOAD.
      * RECBAL proves the load read as many records as RECSPLIT and
      * RECAPPLY wrote; it cannot prove RECMAST actually holds them
      * -- a half-applied INCR run or a mis-mounted file passes the
      * count check.  This step reads the same WORK-FILE the load
      * read and compares it with RECMAST key by key, byte for byte.
      *
      * The load's own command-line words are given to this step as
      * well -- mode (FULL/INCR) and duplicate policy (KEEPLAST/
      * KEEPFIRST), FORCE anywhere -- so the comparison expects, for
      * a key that arrived more than once, the occurrence the load
      * left on the file: the first under FULL KEEPFIRST, the last
      * under FULL KEEPLAST, and the last under INCR whatever the
      * policy word says, as INCR rewrites every existing key.  The
      * duplicates are set aside in a sort output procedure, the way
      * RECXREF's duplicate filter does it, but on the raw key bytes
      * -- RECMAST's own key order -- so the survivors match-merge
      * against a sequential pass of the KSDS.
      *
      * Reported on VRFYRPT:
      *   MISSING FROM RECMAST  an expected key the file lacks
      *   IMAGE DIFFERS         a key whose record is not the load
      *                         input's, with the first byte out
      *   NOT IN LOAD INPUT     FULL mode only: a key on RECMAST the
      *                         input never carried (INCR leaves the
      *                         prior generation's other keys alone)
      *
      * CTLTOTS gets the records read, expected keys, keys matched,
      * RECMAST keys compared and a hash total of each side's record
      * images, which RECBAL proves before it releases the business
      * date.  Any discrepancy ends the step RETURN-CODE 12 with the
      * operator pointed at RECBKOUT: back the load out from
      * LOADJRNL, put the right file up, and re-run RECLOAD and this
      * step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECVRFY.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "WORKFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-WORK-FILE ASSIGN TO "SRTVRFY"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECMAST-FILE ASSIGN TO "RECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY-AREA
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO "VRFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Common control-totals file (CTLREC.cpy) -- appended to by
      *    every step after RECSPLIT, balanced by RECBAL at end of
      *    chain.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
           COPY WORKREC REPLACING ==:RECNAME:== BY ==WORK-RECORD-IN==
                                  ==:PREFIX:==  BY ==WI==.

      *    The WORK-FILE shape with the input record number as the
      *    secondary sort key, so occurrences of a duplicated key
      *    come back in arrival order.  The key area is sorted raw
      *    -- packed numeric keys included -- which is the order
      *    RECMAST's key delivers them in.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SD-REC-TYPE               PIC X(1).
           05  SD-KEY-AREA               PIC X(7).
           05  SD-RECNO                  PIC 9(9).
           05  SD-PAYLOAD                PIC X(96).
           05  SD-SOURCE-ID              PIC X(8).

       FD  SORTED-WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
           COPY WORKREC REPLACING ==:RECNAME:== BY ==SORTED-RECORD==
                                  ==:PREFIX:==  BY ==SW==.

      *    RECMAST's record is the WORK-FILE shape, the same
      *    REPLACING RECLOAD declares, keyed on the 7-byte key area.
       FD  RECMAST-FILE.
           COPY WORKREC REPLACING ==:RECNAME:== BY ==RECMAST-RECORD==
                                  ==:PREFIX:==  BY ==RM==.

       FD  VERIFY-REPORT.
       01  VERIFY-LINE                   PIC X(80).

       FD  CONTROL-TOTALS.
           COPY CTLREC REPLACING ==:RECNAME:== BY ==CONTROL-RECORD==
                                 ==:PREFIX:==  BY ==CT==.

       WORKING-STORAGE SECTION.
       01  WS-RECMAST-STATUS             PIC X(2).
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-CTL-RUN-DATE               PIC 9(8).

       01  WS-WORK-INPUT-EOF-SWITCH      PIC X VALUE "N".
           88  WORK-INPUT-EOF            VALUE "Y".
       01  WS-SORT-EOF-SWITCH            PIC X VALUE "N".
           88  SORT-RETURN-EOF          VALUE "Y".
       01  WS-WORK-EOF-SWITCH            PIC X VALUE "N".
           88  WORK-EOF                 VALUE "Y".
       01  WS-MASTER-EOF-SWITCH          PIC X VALUE "N".
           88  MASTER-EOF               VALUE "Y".
       01  WS-MASTER-OPEN-SWITCH         PIC X VALUE "N".
           88  MASTER-OPENED            VALUE "Y".

      *****************************************************************
      *  Run options, taken exactly as RECLOAD's 1050-SET-RUN-OPTIONS
      *  takes them -- give both steps the same words.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-CL-WORD-3                  PIC X(10).
       01  WS-FORCE-FLAG                 PIC X(1) VALUE "N".
       01  WS-LOAD-MODE                  PIC X(5) VALUE "FULL".
           88  FULL-LOAD                VALUE "FULL".
           88  INCREMENTAL-LOAD         VALUE "INCR".
       01  WS-DUP-POLICY                 PIC X(10) VALUE "KEEPLAST".
           88  DUP-KEEP-FIRST           VALUE "KEEPFIRST".
           88  DUP-KEEP-LAST            VALUE "KEEPLAST".

      *****************************************************************
      *  Run-control registration (RUNCTL subprogram, RUNCTLLK.cpy):
      *  this step refuses to start until RECLOAD has completed
      *  cleanly for the business date.  The word FORCE on the
      *  command line overrides a refusal.
      *****************************************************************
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-RUN-REFUSED-SWITCH         PIC X VALUE "N".
           88  RUN-REFUSED              VALUE "Y".

       01  WS-INPUT-RECNO                PIC 9(9) VALUE ZERO.

      *    Hold area for the duplicate filter: the surviving
      *    candidate for the key currently streaming out of the sort.
       01  WS-HELD-KEY                   PIC X(7).
       01  WS-HELD-REC-TYPE              PIC X(1).
       01  WS-HELD-PAYLOAD               PIC X(96).
       01  WS-HELD-SOURCE-ID             PIC X(8).
       01  WS-HAVE-HELD-SWITCH           PIC X VALUE "N".
           88  HAVE-HELD                VALUE "Y".

      *    Merge keys; HIGH-VALUES once a side is exhausted.
       01  WS-CURRENT-WORK-KEY           PIC X(7).
       01  WS-CURRENT-MASTER-KEY         PIC X(7).

      *    Report key: a numeric key decoded to its display digits,
      *    the way RECLOAD's 8100-DECODE-REPORT-KEY shows it.
       01  WS-KEY-RECORD.
           05  WS-KR-REC-TYPE            PIC X(1).
           05  WS-KR-KEY-AREA            PIC X(7).
           05  WS-KR-KEY-NUMERIC REDEFINES WS-KR-KEY-AREA
                                         PIC 9(7) COMP-3.
       01  WS-DECODED-NUMERIC-KEY        PIC 9(7).
       01  WS-REPORT-KEY                 PIC X(7).
       01  WS-REPORT-SOURCE-ID           PIC X(8).
       01  WS-REPORT-TEXT                PIC X(22).

      *****************************************************************
      *  Hash total of record images: each byte's ordinal weighted by
      *  its position, so a byte changed or moved anywhere in the
      *  112-byte record changes the figure.  Kept to the low-order
      *  nine digits -- the width of a CTLTOTS value.
      *****************************************************************
       01  WS-HASH-IMAGE                 PIC X(112).
       01  WS-IMAGE-HASH                 PIC 9(9).
       01  WS-INPUT-HASH                 PIC 9(9) VALUE ZERO.
       01  WS-MASTER-HASH                PIC 9(9) VALUE ZERO.
       01  WS-BYTE-SUB                   PIC 9(3) COMP.
       01  WS-FIRST-DIFF-BYTE            PIC 9(3).
       01  WS-HASH-MODULUS               PIC 9(10) VALUE 1000000000.

       01  WS-DUP-DISCARDED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-INPUT-KEY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-MATCHED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-MISSING-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-DIFFERENT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-MASTER-ONLY-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-MASTER-KEY-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT          PIC 9(9) VALUE ZERO.

      *    A mis-mounted file disagrees on every key; the report
      *    lists the first few hundred and the counts say the rest.
       01  WS-DETAIL-MAX                 PIC 9(9) VALUE 500.
       01  WS-DETAIL-COUNT               PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-BYTE-ED                    PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1050-SET-RUN-OPTIONS
           PERFORM 0100-REGISTER-RUN-START
           IF RUN-REFUSED
               DISPLAY RCL-MESSAGE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1000-SORT-LOAD-INPUT
               PERFORM 2000-INITIALIZE
               PERFORM 3000-COMPARE UNTIL WORK-EOF AND MASTER-EOF
               PERFORM 9000-TERMINATE
               PERFORM 0900-REGISTER-RUN-END
           END-IF
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE "START" TO RCL-FUNCTION
           MOVE "RECVRFY" TO RCL-STEP-NAME
           MOVE "RECLOAD" TO RCL-PRED-NAME
           MOVE WS-FORCE-FLAG TO RCL-FORCE-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCL-BUS-DATE
           MOVE ZERO TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
           IF RCL-RESULT NOT = "00"
               SET RUN-REFUSED TO TRUE
           END-IF.

       0900-REGISTER-RUN-END.
           MOVE "END" TO RCL-FUNCTION
           MOVE RETURN-CODE TO RCL-STEP-RC
           CALL "RUNCTL" USING WS-RUN-PARM
      *    The CALL leaves RUNCTL's own return code behind; the
      *    step's verdict is what the scheduler must see.
           MOVE RCL-STEP-RC TO RETURN-CODE.

       1050-SET-RUN-OPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-LOAD-MODE WS-DUP-POLICY WS-CL-WORD-3
           END-UNSTRING
           IF WS-LOAD-MODE = "FORCE" OR WS-DUP-POLICY = "FORCE"
                   OR WS-CL-WORD-3 = "FORCE"
               MOVE "Y" TO WS-FORCE-FLAG
           END-IF
           IF NOT (FULL-LOAD OR INCREMENTAL-LOAD)
               MOVE "FULL" TO WS-LOAD-MODE
           END-IF
           IF NOT (DUP-KEEP-FIRST OR DUP-KEEP-LAST)
               MOVE "KEEPLAST" TO WS-DUP-POLICY
           END-IF.

       1000-SORT-LOAD-INPUT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-KEY-AREA
               ON ASCENDING KEY SD-RECNO
               INPUT PROCEDURE IS 1100-RELEASE-WORK-RECORDS
               OUTPUT PROCEDURE IS 1500-FILTER-DUPLICATES.

       1100-RELEASE-WORK-RECORDS.
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WORK-INPUT-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE WI-REC-TYPE TO SD-REC-TYPE
                       MOVE WI-KEY-AREA TO SD-KEY-AREA
                       MOVE WI-PAYLOAD TO SD-PAYLOAD
                       MOVE WI-SOURCE-ID TO SD-SOURCE-ID
                       ADD 1 TO WS-INPUT-RECNO
                       MOVE WS-INPUT-RECNO TO SD-RECNO
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE.

      *****************************************************************
      *  Duplicate filter on the sorted key stream: one survivor per
      *  key, the one the load left on RECMAST.  Only FULL KEEPFIRST
      *  keeps the first arrival; FULL KEEPLAST overlays with each
      *  later one and INCR rewrites the key each time, so both of
      *  those end with the last.
      *****************************************************************
       1500-FILTER-DUPLICATES.
           OPEN OUTPUT SORTED-WORK-FILE
           PERFORM UNTIL SORT-RETURN-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-RETURN-EOF TO TRUE
                       PERFORM 1540-FINISH-KEY-GROUP
                   NOT AT END
                       PERFORM 1510-FILTER-ONE-RECORD
               END-RETURN
           END-PERFORM
           CLOSE SORTED-WORK-FILE.

       1510-FILTER-ONE-RECORD.
           EVALUATE TRUE
               WHEN NOT HAVE-HELD
                   PERFORM 1530-HOLD-RECORD
               WHEN SD-KEY-AREA = WS-HELD-KEY
                   ADD 1 TO WS-DUP-DISCARDED-COUNT
                   IF INCREMENTAL-LOAD OR DUP-KEEP-LAST
                       PERFORM 1530-HOLD-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM 1540-FINISH-KEY-GROUP
                   PERFORM 1530-HOLD-RECORD
           END-EVALUATE.

       1530-HOLD-RECORD.
           MOVE SD-KEY-AREA TO WS-HELD-KEY
           MOVE SD-REC-TYPE TO WS-HELD-REC-TYPE
           MOVE SD-PAYLOAD TO WS-HELD-PAYLOAD
           MOVE SD-SOURCE-ID TO WS-HELD-SOURCE-ID
           SET HAVE-HELD TO TRUE.

       1540-FINISH-KEY-GROUP.
           IF HAVE-HELD
               MOVE WS-HELD-REC-TYPE TO SW-REC-TYPE
               MOVE WS-HELD-KEY TO SW-KEY-AREA
               MOVE WS-HELD-PAYLOAD TO SW-PAYLOAD
               MOVE WS-HELD-SOURCE-ID TO SW-SOURCE-ID
               WRITE SORTED-RECORD
           END-IF
           MOVE "N" TO WS-HAVE-HELD-SWITCH.

      *    A RECMAST that cannot be opened (status 35, never loaded)
      *    simply has no keys -- every expected key reports missing.
       2000-INITIALIZE.
           OPEN OUTPUT VERIFY-REPORT
           OPEN INPUT SORTED-WORK-FILE
           OPEN INPUT RECMAST-FILE
           IF WS-RECMAST-STATUS = "00"
               SET MASTER-OPENED TO TRUE
           ELSE
               SET MASTER-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-CURRENT-MASTER-KEY
           END-IF
           PERFORM 2050-WRITE-HEADING
           PERFORM 2100-READ-WORK
           IF NOT MASTER-EOF
               PERFORM 2200-READ-MASTER
           END-IF.

       2050-WRITE-HEADING.
           MOVE SPACES TO VERIFY-LINE
           STRING "RECMAST VERIFICATION -- MODE " DELIMITED BY SIZE
                  WS-LOAD-MODE                    DELIMITED BY SIZE
                  "  DUP POLICY "                 DELIMITED BY SIZE
                  WS-DUP-POLICY                   DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           IF INCREMENTAL-LOAD
               MOVE "(INCR KEEPS LAST)" TO VERIFY-LINE(59:17)
           END-IF
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "BUSINESS DATE ............. " DELIMITED BY SIZE
                  RCL-BUS-DATE                   DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE.

       2100-READ-WORK.
           READ SORTED-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-WORK-KEY
               NOT AT END
                   MOVE SW-KEY-AREA TO WS-CURRENT-WORK-KEY
                   ADD 1 TO WS-INPUT-KEY-COUNT
                   MOVE SORTED-RECORD TO WS-HASH-IMAGE
                   PERFORM 8500-HASH-IMAGE
                   COMPUTE WS-INPUT-HASH = FUNCTION MOD(
                       WS-INPUT-HASH + WS-IMAGE-HASH, WS-HASH-MODULUS)
           END-READ.

       2200-READ-MASTER.
           READ RECMAST-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CURRENT-MASTER-KEY
               NOT AT END
                   MOVE RM-KEY-AREA TO WS-CURRENT-MASTER-KEY
           END-READ.

      *****************************************************************
      *  Match-merge of the expected records against RECMAST.  A
      *  RECMAST key the input does not carry is a discrepancy only
      *  in FULL mode, where the load rebuilt the file from this
      *  input alone; in INCR it is the prior generation's and is
      *  passed over uncounted.
      *****************************************************************
       3000-COMPARE.
           EVALUATE TRUE
               WHEN WS-CURRENT-WORK-KEY < WS-CURRENT-MASTER-KEY
                   PERFORM 3100-REPORT-MISSING
                   PERFORM 2100-READ-WORK
               WHEN WS-CURRENT-WORK-KEY > WS-CURRENT-MASTER-KEY
                   IF FULL-LOAD
                       PERFORM 3300-REPORT-MASTER-ONLY
                   END-IF
                   PERFORM 2200-READ-MASTER
               WHEN OTHER
                   PERFORM 3200-COMPARE-IMAGES
                   PERFORM 2100-READ-WORK
                   PERFORM 2200-READ-MASTER
           END-EVALUATE.

       3100-REPORT-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE SORTED-RECORD TO WS-KEY-RECORD
           MOVE SW-SOURCE-ID TO WS-REPORT-SOURCE-ID
           MOVE "MISSING FROM RECMAST" TO WS-REPORT-TEXT
           PERFORM 8100-WRITE-DETAIL-LINE.

       3200-COMPARE-IMAGES.
           ADD 1 TO WS-MASTER-KEY-COUNT
           MOVE RECMAST-RECORD TO WS-HASH-IMAGE
           PERFORM 8500-HASH-IMAGE
           COMPUTE WS-MASTER-HASH = FUNCTION MOD(
               WS-MASTER-HASH + WS-IMAGE-HASH, WS-HASH-MODULUS)
           IF RECMAST-RECORD = SORTED-RECORD
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-DIFFERENT-COUNT
               MOVE ZERO TO WS-FIRST-DIFF-BYTE
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > 112
                           OR WS-FIRST-DIFF-BYTE > ZERO
                   IF RECMAST-RECORD(WS-BYTE-SUB:1)
                           NOT = SORTED-RECORD(WS-BYTE-SUB:1)
                       MOVE WS-BYTE-SUB TO WS-FIRST-DIFF-BYTE
                   END-IF
               END-PERFORM
               MOVE SORTED-RECORD TO WS-KEY-RECORD
               MOVE SW-SOURCE-ID TO WS-REPORT-SOURCE-ID
               MOVE "IMAGE DIFFERS" TO WS-REPORT-TEXT
               PERFORM 8100-WRITE-DETAIL-LINE
           END-IF.

       3300-REPORT-MASTER-ONLY.
           ADD 1 TO WS-MASTER-ONLY-COUNT
           ADD 1 TO WS-MASTER-KEY-COUNT
           MOVE RECMAST-RECORD TO WS-HASH-IMAGE
           PERFORM 8500-HASH-IMAGE
           COMPUTE WS-MASTER-HASH = FUNCTION MOD(
               WS-MASTER-HASH + WS-IMAGE-HASH, WS-HASH-MODULUS)
           MOVE RECMAST-RECORD TO WS-KEY-RECORD
           MOVE RM-SOURCE-ID TO WS-REPORT-SOURCE-ID
           MOVE "NOT IN LOAD INPUT" TO WS-REPORT-TEXT
           PERFORM 8100-WRITE-DETAIL-LINE.

      *    Caller has set WS-KEY-RECORD, WS-REPORT-SOURCE-ID and
      *    WS-REPORT-TEXT (and WS-FIRST-DIFF-BYTE for an image that
      *    differs).
       8100-WRITE-DETAIL-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-DETAIL-COUNT > WS-DETAIL-MAX
               IF WS-DETAIL-COUNT = WS-DETAIL-MAX + 1
                   MOVE "FURTHER DISCREPANCIES COUNTED, NOT LISTED"
                       TO VERIFY-LINE
                   WRITE VERIFY-LINE
               END-IF
           ELSE
               IF WS-KR-REC-TYPE = "N"
                   MOVE WS-KR-KEY-NUMERIC TO WS-DECODED-NUMERIC-KEY
                   MOVE WS-DECODED-NUMERIC-KEY TO WS-REPORT-KEY
               ELSE
                   MOVE WS-KR-KEY-AREA TO WS-REPORT-KEY
               END-IF
               MOVE SPACES TO VERIFY-LINE
               STRING WS-REPORT-TEXT     DELIMITED BY SIZE
                      " KEY="            DELIMITED BY SIZE
                      WS-REPORT-KEY      DELIMITED BY SIZE
                      "  SRC="           DELIMITED BY SIZE
                      WS-REPORT-SOURCE-ID DELIMITED BY SIZE
                      INTO VERIFY-LINE
               END-STRING
               IF WS-REPORT-TEXT = "IMAGE DIFFERS"
                   MOVE WS-FIRST-DIFF-BYTE TO WS-BYTE-ED
                   STRING "  FIRST DIFFERENCE AT BYTE "
                                         DELIMITED BY SIZE
                          WS-BYTE-ED     DELIMITED BY SIZE
                          INTO VERIFY-LINE(50:)
                   END-STRING
               END-IF
               WRITE VERIFY-LINE
           END-IF.

       8500-HASH-IMAGE.
           MOVE ZERO TO WS-IMAGE-HASH
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > 112
               COMPUTE WS-IMAGE-HASH = WS-IMAGE-HASH
                   + FUNCTION ORD(WS-HASH-IMAGE(WS-BYTE-SUB:1))
                   * WS-BYTE-SUB
           END-PERFORM.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           PERFORM 9400-WRITE-CONTROL-TOTALS
           CLOSE SORTED-WORK-FILE
           IF MASTER-OPENED
               CLOSE RECMAST-FILE
           END-IF
           CLOSE VERIFY-REPORT
           IF WS-DISCREPANCY-COUNT > ZERO
               DISPLAY "RECVRFY: RECMAST DOES NOT HOLD THE LOAD INPUT"
               DISPLAY "RECVRFY: BACK OUT WITH RECBKOUT -- SEE VRFYRPT"
               MOVE 12 TO RETURN-CODE
           END-IF.

       9100-WRITE-TRAILER.
           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE WS-INPUT-RECNO TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "RECORDS READ .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE WS-DUP-DISCARDED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "DUPLICATES SET ASIDE ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE WS-INPUT-KEY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "KEYS EXPECTED ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "KEYS MATCHED .............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE WS-MISSING-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "MISSING FROM RECMAST ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE WS-DIFFERENT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "IMAGES DIFFERING .......... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           IF FULL-LOAD
               MOVE WS-MASTER-ONLY-COUNT TO WS-COUNT-ED
               MOVE SPACES TO VERIFY-LINE
               STRING "NOT IN LOAD INPUT ......... " DELIMITED BY SIZE
                      WS-COUNT-ED                    DELIMITED BY SIZE
                      INTO VERIFY-LINE
               END-STRING
               WRITE VERIFY-LINE
           END-IF

           MOVE WS-MASTER-KEY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VERIFY-LINE
           STRING "RECMAST KEYS COMPARED ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           STRING "HASH INPUT / RECMAST ...... " DELIMITED BY SIZE
                  WS-INPUT-HASH                  DELIMITED BY SIZE
                  " / "                          DELIMITED BY SIZE
                  WS-MASTER-HASH                 DELIMITED BY SIZE
                  INTO VERIFY-LINE
           END-STRING
           WRITE VERIFY-LINE

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           IF WS-DISCREPANCY-COUNT > ZERO
               MOVE "*** RECMAST DOES NOT HOLD THE LOAD -- DAY HELD"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
               MOVE "*** BACK OUT THE LOAD WITH RECBKOUT (LOADJRNL),"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
               MOVE "*** THEN RE-RUN RECLOAD AND RECVRFY"
                   TO VERIFY-LINE
               WRITE VERIFY-LINE
           ELSE
               MOVE "RECMAST HOLDS THE LOAD INPUT" TO VERIFY-LINE
               WRITE VERIFY-LINE
           END-IF.

       9400-WRITE-CONTROL-TOTALS.
      *    The machine-readable side of the trailer -- one CTLREC
      *    record per counter, appended for RECBAL's end-of-chain
      *    balance: records read here must equal RECLOAD's, every
      *    expected key must have matched, and both sides' keys and
      *    image hash totals must agree.  Stamped with the run-
      *    control business date.  EXTEND; a fresh file (status 35)
      *    is created instead.
           MOVE RCL-BUS-DATE TO WS-CTL-RUN-DATE
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           MOVE "RECVRFY" TO CT-PROGRAM
           MOVE WS-CTL-RUN-DATE TO CT-RUN-DATE
           MOVE "RECORDS-READ" TO CT-COUNTER
           MOVE WS-INPUT-RECNO TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "KEYS-EXPECTED" TO CT-COUNTER
           MOVE WS-INPUT-KEY-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "KEYS-MATCHED" TO CT-COUNTER
           MOVE WS-MATCHED-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "MISSING" TO CT-COUNTER
           MOVE WS-MISSING-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "DIFFERENT" TO CT-COUNTER
           MOVE WS-DIFFERENT-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "MASTER-ONLY" TO CT-COUNTER
           MOVE WS-MASTER-ONLY-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "MASTER-KEYS" TO CT-COUNTER
           MOVE WS-MASTER-KEY-COUNT TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "INPUT-HASH" TO CT-COUNTER
           MOVE WS-INPUT-HASH TO CT-VALUE
           WRITE CONTROL-RECORD
           MOVE "MASTER-HASH" TO CT-COUNTER
           MOVE WS-MASTER-HASH TO CT-VALUE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-TOTALS.
