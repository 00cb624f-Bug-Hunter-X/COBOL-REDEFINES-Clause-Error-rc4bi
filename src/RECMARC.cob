      ******************************************************************
      * PROGRAM-ID: RECMARC
      *
      * RECMAST archival.  RECMAST only grows: RECLOAD's INCR mode
      * never removes a key, so keys closed years ago and keys no
      * feed has touched in months sit in the KSDS for good, slowing
      * every RECBRWS browse.  This periodic step moves them out to
      * the RECMAST archive (RECARCH, ARCHREC.cpy), a KSDS keyed the
      * same way, where RECINQ still finds them -- shown as ARCHIVED
      * -- when the master does not.
      *
      * Mode is the first command-line word (default ARCHIVE):
      *   ARCHIVE  browse RECMAST and move every record that is past
      *            either age limit, measured from its transaction
      *            date (the last feed record that touched it) back
      *            from the run-control business date:
      *              closed    status flag 1 "C", CLOSED-DAYS or more
      *              inactive  any status, INACTIVE-DAYS or more
      *            Limits come from the one-record ARCHPARM file
      *            (ARCHPREC.cpy), compiled defaults field by field.
      *            A record whose transaction date is not a real date
      *            is never archived for age.  Every record moved is
      *            journaled to ARCHJRNL (JRNLREC.cpy, action "M",
      *            the full RECMAST image), rewritten by every ARCHIVE
      *            run -- it describes that run only.
      *   RESTORE  bring back the keys listed in RESTSEL, one per
      *            line as RECINQ takes them (digits for a numeric
      *            key, the reference code for an alphanumeric one;
      *            blank lines and lines starting "*" are ignored):
      *            each is written back to RECMAST exactly as it was
      *            archived and removed from the archive.  A key the
      *            feed has since re-added to RECMAST is left alone
      *            and keeps its archive copy.
      *   BACKOUT  undo the last ARCHIVE run from ARCHJRNL, newest
      *            entry first -- the RECBKOUT shape -- writing each
      *            image back to RECMAST and removing its archive
      *            copy.  A key already back on RECMAST is left as it
      *            is.
      *
      * Run it after the day's balancing has proved the load: moving
      * keys out between RECLOAD and a RECBKOUT of that load would
      * leave the load's backout nothing to restore.
      *
      * ARCHRPT lists every key moved, grouped by branch with the
      * branch's counts after each group (the backout lists them in
      * journal order), and totals at the end.  RETURN-CODE 4 when a
      * key was skipped or a selection was not in the archive, 8
      * when a move failed part-way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMARC.
       AUTHOR. BATCH-SYSTEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "ARCHPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *    DYNAMIC: ARCHIVE browses the file with READ NEXT to select,
      *    then reads, deletes and (RESTORE, BACKOUT) writes by key.
           SELECT RECMAST-FILE ASSIGN TO "RECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY-AREA
               FILE STATUS IS WS-RECMAST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "RECARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY-AREA
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Journal of every record an ARCHIVE run moves (JRNLREC.cpy)
      *    -- BACKOUT reads it in reverse to put them back.
           SELECT JOURNAL-FILE ASSIGN TO "ARCHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SELECTION-FILE ASSIGN TO "RESTSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-STATUS.

           SELECT SORT-CANDIDATE-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-CANDIDATE-FILE ASSIGN TO "SRTARCH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-JOURNAL-FILE ASSIGN TO "SORTWK2".

           SELECT SORTED-JOURNAL-FILE ASSIGN TO "SRTAJRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-REPORT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARCHPREC REPLACING ==:RECNAME:== BY ==PARAM-RECORD==
                                   ==:PREFIX:==  BY ==AP==.

      *    RECMAST's record is the WORK-FILE shape, the same
      *    REPLACING RECLOAD declares, keyed on the 7-byte key area.
       FD  RECMAST-FILE.
           COPY WORKREC REPLACING ==:RECNAME:== BY ==RECMAST-RECORD==
                                  ==:PREFIX:==  BY ==RM==.

       FD  ARCHIVE-FILE.
           COPY ARCHREC REPLACING ==:RECNAME:== BY ==ARCHIVE-RECORD==
                                  ==:PREFIX:==  BY ==AR==.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 122 CHARACTERS.
           COPY JRNLREC REPLACING ==:RECNAME:== BY ==JOURNAL-RECORD==
                                  ==:PREFIX:==  BY ==JL==.

       FD  SELECTION-FILE.
       01  SELECTION-LINE                PIC X(80).

      *****************************************************************
      *  One record to move, for the branch-order sort: the branch
      *  and display key it is reported under, why it goes, its last
      *  activity, the date it was archived (RESTORE only) and the
      *  full RECMAST image.
      *****************************************************************
       SD  SORT-CANDIDATE-FILE.
       01  SORT-CANDIDATE-RECORD.
           05  SC-BRANCH                 PIC X(4).
           05  SC-DISPLAY-KEY            PIC X(7).
           05  SC-REASON                 PIC X(1).
           05  SC-LAST-ACTIVITY          PIC 9(8).
           05  SC-ARCHIVE-DATE           PIC 9(8).
           05  SC-IMAGE                  PIC X(112).

       FD  SORTED-CANDIDATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  SORTED-CANDIDATE-RECORD.
           05  CS-BRANCH                 PIC X(4).
           05  CS-DISPLAY-KEY            PIC X(7).
           05  CS-REASON                 PIC X(1).
               88  CS-REASON-CLOSED     VALUE "C".
           05  CS-LAST-ACTIVITY          PIC 9(8).
           05  CS-ARCHIVE-DATE           PIC 9(8).
           05  CS-IMAGE                  PIC X(112).

       SD  SORT-JOURNAL-FILE.
           COPY JRNLREC REPLACING ==:RECNAME:== BY ==SORT-RECORD==
                                  ==:PREFIX:==  BY ==SD==.

       FD  SORTED-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 122 CHARACTERS.
           COPY JRNLREC REPLACING
                                ==:RECNAME:== BY ==SORTED-RECORD==
                                ==:PREFIX:==  BY ==SJ==.

       FD  ARCHIVE-REPORT.
       01  ARCHIVE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-STATUS               PIC X(2).
       01  WS-RECMAST-STATUS             PIC X(2).
       01  WS-ARCHIVE-STATUS             PIC X(2).
       01  WS-JOURNAL-STATUS             PIC X(2).
       01  WS-SELECTION-STATUS           PIC X(2).

       01  WS-MASTER-EOF-SWITCH          PIC X VALUE "N".
           88  MASTER-EOF               VALUE "Y".
       01  WS-SELECTION-EOF-SWITCH       PIC X VALUE "N".
           88  SELECTION-EOF            VALUE "Y".
       01  WS-JOURNAL-EOF-SWITCH         PIC X VALUE "N".
           88  JOURNAL-EOF              VALUE "Y".
       01  WS-CANDIDATE-EOF-SWITCH       PIC X VALUE "N".
           88  CANDIDATE-EOF            VALUE "Y".
       01  WS-ARCHIVE-OPEN-SWITCH        PIC X VALUE "N".
           88  ARCHIVE-OPEN             VALUE "Y".
       01  WS-MOVE-SWITCH                PIC X VALUE "N".
           88  MOVE-OK                  VALUE "Y".

      *****************************************************************
      *  Run mode from the command line, parsed the same way
      *  RECLOAD takes its mode word.
      *****************************************************************
       01  WS-COMMAND-LINE               PIC X(40).
       01  WS-RUN-MODE                   PIC X(8) VALUE "ARCHIVE".
           88  ARCHIVE-MODE             VALUE "ARCHIVE".
           88  RESTORE-MODE             VALUE "RESTORE".
           88  BACKOUT-MODE             VALUE "BACKOUT".

      *    Run-control interface (RUNCTLLK.cpy) -- QUERY only, for the
      *    business date the ages are measured from; this step sits
      *    outside the enforced chain.
           COPY RUNCTLLK REPLACING ==:RECNAME:== BY ==WS-RUN-PARM==
                                   ==:PREFIX:==  BY ==RCL==.

       01  WS-BUS-DATE                   PIC 9(8).
       01  WS-BUS-INTEGER                PIC 9(8).

      *****************************************************************
      *  Effective age limits -- ARCHPARM's values, or the compiled
      *  defaults where the file or a field is unusable.
      *****************************************************************
       01  WS-AGE-LIMITS.
           05  WS-CLOSED-DAYS            PIC 9(4)     VALUE 90.
           05  WS-INACTIVE-DAYS          PIC 9(4)     VALUE 365.
       01  WS-PARAM-SOURCE               PIC X(20)
                                         VALUE "COMPILED DEFAULTS".

      *    The payload of the record in hand, through the PAYFLDS.cpy
      *    overlay its type selects, and what the age test needs.
           COPY PAYFLDS REPLACING ==:RECNAME:== BY ==WS-PAY-FIELDS==
                                  ==:PREFIX:==  BY ==PF==.

       01  WS-RECORD-BRANCH              PIC X(4).
       01  WS-RECORD-STATUS              PIC X(1).
       01  WS-RECORD-DATE.
           05  WS-RD-CCYY                PIC 9(4).
           05  WS-RD-MM                  PIC 9(2).
           05  WS-RD-DD                  PIC 9(2).
       01  WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE
                                         PIC 9(8).
       01  WS-RECORD-AGE                 PIC S9(8).
       01  WS-RECORD-REASON              PIC X(1).

      *    Any image taken apart for its key -- the report's decoded
      *    display key.
       01  WS-IMAGE-RECORD.
           05  WS-IR-REC-TYPE            PIC X(1).
           05  WS-IR-KEY-AREA            PIC X(7).
           05  WS-IR-KEY-NUMERIC REDEFINES WS-IR-KEY-AREA
                                         PIC 9(7) COMP-3.
           05  WS-IR-PAYLOAD             PIC X(96).
           05  FILLER                    PIC X(8).
       01  WS-DECODED-NUMERIC-KEY        PIC 9(7).
       01  WS-REPORT-KEY                 PIC X(7).

      *    A RESTSEL key, repacked the way RECINQ repacks a typed key.
       01  WS-SELECT-VALUE               PIC X(7).
       01  WS-SELECT-LENGTH              PIC 9(2).
       01  WS-LEADING-SPACES             PIC 9(2).
       01  WS-LOOKUP-KEY-AREA            PIC X(7).
       01  WS-LOOKUP-KEY-NUMERIC REDEFINES WS-LOOKUP-KEY-AREA
                                         PIC 9(7) COMP-3.
       01  WS-LOOKUP-KEY-ALPHA REDEFINES WS-LOOKUP-KEY-AREA
                                         PIC X(5).

      *    Branch control break.
       01  WS-CURRENT-BRANCH             PIC X(4).
       01  WS-BRANCH-CLOSED-COUNT        PIC 9(9).
       01  WS-BRANCH-INACTIVE-COUNT      PIC 9(9).
       01  WS-BRANCH-RESTORED-COUNT      PIC 9(9).

       01  WS-DISPOSITION                PIC X(34).
       01  WS-REASON-TEXT                PIC X(8).
       01  WS-JOURNAL-SEQUENCE           PIC 9(9) VALUE ZERO.

       01  WS-READ-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-SELECTED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-UNDATED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-INACTIVE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-RESTORED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-JOURNALED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NOT-ARCHIVED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT                PIC 9(9) VALUE ZERO.

       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-DAYS-ED                    PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN ARCHIVE-MODE
                   PERFORM 2000-SELECT-FOR-ARCHIVE
                   PERFORM 3000-APPLY-CANDIDATES
               WHEN RESTORE-MODE
                   PERFORM 2500-SELECT-FOR-RESTORE
                   PERFORM 3000-APPLY-CANDIDATES
               WHEN BACKOUT-MODE
                   PERFORM 4000-BACK-OUT-ARCHIVE-RUN
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-RUN-MODE
           END-UNSTRING
           IF NOT (ARCHIVE-MODE OR RESTORE-MODE OR BACKOUT-MODE)
               MOVE "ARCHIVE" TO WS-RUN-MODE
           END-IF

           MOVE "QUERY" TO RCL-FUNCTION
           MOVE "RECMARC" TO RCL-STEP-NAME
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
           COMPUTE WS-BUS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)

           PERFORM 1100-LOAD-AGE-LIMITS

           OPEN OUTPUT ARCHIVE-REPORT
           PERFORM 1200-WRITE-HEADING.

      *****************************************************************
      *  Age limits: each ARCHPARM field replaces its default only
      *  when it is numeric and not zero.
      *****************************************************************
       1100-LOAD-AGE-LIMITS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CONTROL-KEY = "RECMARC"
                           PERFORM 1150-APPLY-PARAM-RECORD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1150-APPLY-PARAM-RECORD.
           MOVE "ARCHPARM" TO WS-PARAM-SOURCE
           IF AP-CLOSED-DAYS IS NUMERIC
                   AND AP-CLOSED-DAYS > ZERO
               MOVE AP-CLOSED-DAYS TO WS-CLOSED-DAYS
           END-IF
           IF AP-INACTIVE-DAYS IS NUMERIC
                   AND AP-INACTIVE-DAYS > ZERO
               MOVE AP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
           END-IF.

       1200-WRITE-HEADING.
           MOVE SPACES TO ARCHIVE-LINE
           STRING "RECMAST ARCHIVAL -- MODE " DELIMITED BY SIZE
                  WS-RUN-MODE                 DELIMITED BY SPACE
                  "  BUSINESS DATE "          DELIMITED BY SIZE
                  WS-BUS-DATE                 DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE
           IF ARCHIVE-MODE
               MOVE WS-CLOSED-DAYS TO WS-DAYS-ED
               MOVE SPACES TO ARCHIVE-LINE
               STRING "  CLOSED AGE DAYS "   DELIMITED BY SIZE
                      WS-DAYS-ED             DELIMITED BY SIZE
                      INTO ARCHIVE-LINE
               END-STRING
               MOVE WS-INACTIVE-DAYS TO WS-DAYS-ED
               STRING "   INACTIVE AGE DAYS " DELIMITED BY SIZE
                      WS-DAYS-ED             DELIMITED BY SIZE
                      "   LIMITS FROM "      DELIMITED BY SIZE
                      WS-PARAM-SOURCE        DELIMITED BY "  "
                      INTO ARCHIVE-LINE(23:58)
               END-STRING
               WRITE ARCHIVE-LINE
           END-IF
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE.

      *****************************************************************
      *  ARCHIVE selection: every RECMAST record past an age limit,
      *  sorted into branch and key order for the report.  A missing
      *  RECMAST selects nothing.
      *****************************************************************
       2000-SELECT-FOR-ARCHIVE.
           SORT SORT-CANDIDATE-FILE
               ON ASCENDING KEY SC-BRANCH SC-DISPLAY-KEY
               INPUT PROCEDURE IS 2050-RELEASE-ARCHIVE-CANDIDATES
               GIVING SORTED-CANDIDATE-FILE.

       2050-RELEASE-ARCHIVE-CANDIDATES.
           OPEN INPUT RECMAST-FILE
           IF WS-RECMAST-STATUS NOT = "00"
               SET MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ RECMAST-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-RECMAST-STATUS = "00" OR WS-RECMAST-STATUS = "10"
               CLOSE RECMAST-FILE
           END-IF.

      *    Closed past the closed limit goes as closed; anything past
      *    the inactive limit goes as inactive.
       2100-CHECK-ONE-RECORD.
           MOVE RECMAST-RECORD TO WS-IMAGE-RECORD
           PERFORM 8000-TAKE-APART-IMAGE
           MOVE SPACE TO WS-RECORD-REASON
           IF WS-RECORD-DATE-NUM IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-RECORD-DATE-NUM)
                       = ZERO
               COMPUTE WS-RECORD-AGE = WS-BUS-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-NUM)
               EVALUATE TRUE
                   WHEN WS-RECORD-STATUS = "C"
                           AND WS-RECORD-AGE >= WS-CLOSED-DAYS
                       MOVE "C" TO WS-RECORD-REASON
                   WHEN WS-RECORD-AGE >= WS-INACTIVE-DAYS
                       MOVE "I" TO WS-RECORD-REASON
               END-EVALUATE
           ELSE
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           IF WS-RECORD-REASON NOT = SPACE
               ADD 1 TO WS-SELECTED-COUNT
               MOVE WS-RECORD-BRANCH TO SC-BRANCH
               MOVE WS-REPORT-KEY TO SC-DISPLAY-KEY
               MOVE WS-RECORD-REASON TO SC-REASON
               MOVE WS-RECORD-DATE-NUM TO SC-LAST-ACTIVITY
               MOVE WS-BUS-DATE TO SC-ARCHIVE-DATE
               MOVE RECMAST-RECORD TO SC-IMAGE
               RELEASE SORT-CANDIDATE-RECORD
           END-IF.

      *****************************************************************
      *  RESTORE selection: each RESTSEL key looked up in the archive
      *  and, when there, sorted into branch and key order.  A key
      *  not in the archive is reported here and goes no further.
      *****************************************************************
       2500-SELECT-FOR-RESTORE.
           SORT SORT-CANDIDATE-FILE
               ON ASCENDING KEY SC-BRANCH SC-DISPLAY-KEY
               INPUT PROCEDURE IS 2550-RELEASE-RESTORE-CANDIDATES
               GIVING SORTED-CANDIDATE-FILE.

       2550-RELEASE-RESTORE-CANDIDATES.
           OPEN INPUT SELECTION-FILE
           IF WS-SELECTION-STATUS NOT = "00"
               SET SELECTION-EOF TO TRUE
               MOVE "NO RESTORE SELECTIONS (RESTSEL) TO READ"
                   TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               SET ARCHIVE-OPEN TO TRUE
           END-IF
           PERFORM UNTIL SELECTION-EOF
               READ SELECTION-FILE
                   AT END
                       SET SELECTION-EOF TO TRUE
                   NOT AT END
                       IF SELECTION-LINE NOT = SPACES
                               AND SELECTION-LINE(1:1) NOT = "*"
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2600-SELECT-ONE-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELECTION-STATUS = "00" OR WS-SELECTION-STATUS = "10"
               CLOSE SELECTION-FILE
           END-IF
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-ARCHIVE-OPEN-SWITCH
           END-IF.

       2600-SELECT-ONE-KEY.
           MOVE SPACES TO WS-SELECT-VALUE
           MOVE ZERO TO WS-SELECT-LENGTH
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT SELECTION-LINE
               TALLYING WS-LEADING-SPACES FOR LEADING SPACES
           UNSTRING SELECTION-LINE(WS-LEADING-SPACES + 1:)
               DELIMITED BY ALL " "
               INTO WS-SELECT-VALUE COUNT IN WS-SELECT-LENGTH
           END-UNSTRING
           MOVE SPACES TO WS-LOOKUP-KEY-AREA
           IF WS-SELECT-LENGTH > ZERO AND WS-SELECT-LENGTH <= 7
                   AND WS-SELECT-VALUE(1:WS-SELECT-LENGTH) IS NUMERIC
               MOVE WS-SELECT-VALUE(1:WS-SELECT-LENGTH)
                   TO WS-LOOKUP-KEY-NUMERIC
           ELSE
               MOVE WS-SELECT-VALUE(1:5) TO WS-LOOKUP-KEY-ALPHA
           END-IF
           IF NOT ARCHIVE-OPEN
               MOVE "NOT IN ARCHIVE -- NOT RESTORED" TO WS-DISPOSITION
               ADD 1 TO WS-NOT-ARCHIVED-COUNT
               PERFORM 8300-WRITE-SELECTION-ERROR
           ELSE
               MOVE WS-LOOKUP-KEY-AREA TO AR-KEY-AREA
               READ ARCHIVE-FILE
                   INVALID KEY
                       MOVE "NOT IN ARCHIVE -- NOT RESTORED"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-NOT-ARCHIVED-COUNT
                       PERFORM 8300-WRITE-SELECTION-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-SELECTED-COUNT
                       MOVE AR-MASTER-IMAGE TO WS-IMAGE-RECORD
                       PERFORM 8000-TAKE-APART-IMAGE
                       MOVE WS-RECORD-BRANCH TO SC-BRANCH
                       MOVE WS-REPORT-KEY TO SC-DISPLAY-KEY
                       MOVE AR-ARCHIVE-REASON TO SC-REASON
                       MOVE AR-LAST-ACTIVITY TO SC-LAST-ACTIVITY
                       MOVE AR-ARCHIVE-DATE TO SC-ARCHIVE-DATE
                       MOVE AR-MASTER-IMAGE TO SC-IMAGE
                       RELEASE SORT-CANDIDATE-RECORD
               END-READ
           END-IF.

      *****************************************************************
      *  Move the sorted candidates, one branch group at a time, with
      *  the branch's counts after its group.  Both KSDSs are created
      *  empty the first time they are needed, the way RECLOAD
      *  creates RECMAST (file status 35).
      *****************************************************************
       3000-APPLY-CANDIDATES.
           OPEN I-O RECMAST-FILE
           IF WS-RECMAST-STATUS = "35"
               OPEN OUTPUT RECMAST-FILE
               CLOSE RECMAST-FILE
               OPEN I-O RECMAST-FILE
           END-IF
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF
           IF ARCHIVE-MODE
      *        Fresh journal every ARCHIVE run -- it describes this
      *        run only.
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN INPUT SORTED-CANDIDATE-FILE
           MOVE LOW-VALUES TO WS-CURRENT-BRANCH
           PERFORM UNTIL CANDIDATE-EOF
               READ SORTED-CANDIDATE-FILE
                   AT END
                       SET CANDIDATE-EOF TO TRUE
                   NOT AT END
                       IF CS-BRANCH NOT = WS-CURRENT-BRANCH
                           IF WS-CURRENT-BRANCH NOT = LOW-VALUES
                               PERFORM 3300-END-BRANCH
                           END-IF
                           PERFORM 3100-START-BRANCH
                       END-IF
                       IF ARCHIVE-MODE
                           PERFORM 3200-ARCHIVE-ONE-RECORD
                       ELSE
                           PERFORM 3250-RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CURRENT-BRANCH NOT = LOW-VALUES
               PERFORM 3300-END-BRANCH
           END-IF
           CLOSE SORTED-CANDIDATE-FILE
           IF ARCHIVE-MODE
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE RECMAST-FILE.

       3100-START-BRANCH.
           MOVE CS-BRANCH TO WS-CURRENT-BRANCH
           MOVE ZERO TO WS-BRANCH-CLOSED-COUNT
           MOVE ZERO TO WS-BRANCH-INACTIVE-COUNT
           MOVE ZERO TO WS-BRANCH-RESTORED-COUNT
           MOVE SPACES TO ARCHIVE-LINE
           STRING "BRANCH "              DELIMITED BY SIZE
                  WS-CURRENT-BRANCH      DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

      *    The record must still be on RECMAST exactly as selected.
      *    It is written to the archive -- replacing any older copy
      *    from an earlier archival of the same key -- before it is
      *    deleted from the master, and journaled once it is gone.
       3200-ARCHIVE-ONE-RECORD.
           MOVE "N" TO WS-MOVE-SWITCH
           MOVE CS-IMAGE TO RECMAST-RECORD
           READ RECMAST-FILE
               INVALID KEY
                   MOVE "NO LONGER ON RECMAST -- SKIPPED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF RECMAST-RECORD NOT = CS-IMAGE
                       MOVE "CHANGED SINCE SELECTED -- SKIPPED"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       SET MOVE-OK TO TRUE
                   END-IF
           END-READ
           IF MOVE-OK
               PERFORM 3210-WRITE-ARCHIVE-COPY
           END-IF
           IF MOVE-OK
               DELETE RECMAST-FILE RECORD
                   INVALID KEY
                       MOVE "DELETE FAILED -- COPY IN ARCHIVE"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "N" TO WS-MOVE-SWITCH
               END-DELETE
           END-IF
           IF MOVE-OK
               MOVE "ARCHIVED" TO WS-DISPOSITION
               MOVE "M" TO JL-ACTION
               MOVE CS-IMAGE TO JL-IMAGE
               PERFORM 8400-WRITE-JOURNAL-ENTRY
               IF CS-REASON-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   ADD 1 TO WS-BRANCH-CLOSED-COUNT
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
                   ADD 1 TO WS-BRANCH-INACTIVE-COUNT
               END-IF
           END-IF
           PERFORM 8200-WRITE-DETAIL-LINE.

       3210-WRITE-ARCHIVE-COPY.
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE CS-IMAGE TO AR-MASTER-IMAGE
           MOVE WS-BUS-DATE TO AR-ARCHIVE-DATE
           MOVE CS-REASON TO AR-ARCHIVE-REASON
           MOVE CS-LAST-ACTIVITY TO AR-LAST-ACTIVITY
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
                       INVALID KEY
                           MOVE "ARCHIVE WRITE FAILED -- LEFT"
                               TO WS-DISPOSITION
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "N" TO WS-MOVE-SWITCH
                   END-REWRITE
           END-WRITE.

      *    Back onto RECMAST exactly as archived; a key the feed has
      *    since re-added keeps the master's record and its archive
      *    copy both.
       3250-RESTORE-ONE-RECORD.
           MOVE CS-IMAGE TO RECMAST-RECORD
           WRITE RECMAST-RECORD
               INVALID KEY
                   MOVE "ALREADY ON RECMAST -- ARCHIVE KEPT"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE CS-IMAGE TO WS-IMAGE-RECORD
                   MOVE WS-IR-KEY-AREA TO AR-KEY-AREA
                   DELETE ARCHIVE-FILE RECORD
                       INVALID KEY
                           MOVE "RESTORED -- ARCHIVE DELETE FAILED"
                               TO WS-DISPOSITION
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE "RESTORED" TO WS-DISPOSITION
                   END-DELETE
                   ADD 1 TO WS-RESTORED-COUNT
                   ADD 1 TO WS-BRANCH-RESTORED-COUNT
           END-WRITE
           PERFORM 8200-WRITE-DETAIL-LINE.

       3300-END-BRANCH.
           MOVE SPACES TO ARCHIVE-LINE
           IF ARCHIVE-MODE
               MOVE WS-BRANCH-CLOSED-COUNT TO WS-COUNT-ED
               STRING "  BRANCH "            DELIMITED BY SIZE
                      WS-CURRENT-BRANCH      DELIMITED BY SIZE
                      "  CLOSED "            DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                      INTO ARCHIVE-LINE
               END-STRING
               MOVE WS-BRANCH-INACTIVE-COUNT TO WS-COUNT-ED
               STRING "  INACTIVE "          DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                      INTO ARCHIVE-LINE(35:46)
               END-STRING
               COMPUTE WS-COUNT-ED = WS-BRANCH-CLOSED-COUNT
                   + WS-BRANCH-INACTIVE-COUNT
               STRING "  TOTAL "             DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                      INTO ARCHIVE-LINE(55:26)
               END-STRING
           ELSE
               MOVE WS-BRANCH-RESTORED-COUNT TO WS-COUNT-ED
               STRING "  BRANCH "            DELIMITED BY SIZE
                      WS-CURRENT-BRANCH      DELIMITED BY SIZE
                      "  RESTORED "          DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                      INTO ARCHIVE-LINE
               END-STRING
           END-IF
           WRITE ARCHIVE-LINE
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE.

      *****************************************************************
      *  BACKOUT: the last ARCHIVE run's journal, newest entry first,
      *  each image written back to RECMAST and its archive copy
      *  removed -- the same sort-then-apply shape as RECBKOUT.
      *****************************************************************
       4000-BACK-OUT-ARCHIVE-RUN.
           SORT SORT-JOURNAL-FILE
               ON DESCENDING KEY SD-SEQUENCE
               INPUT PROCEDURE IS 4050-RELEASE-JOURNAL
               GIVING SORTED-JOURNAL-FILE
           OPEN I-O RECMAST-FILE
           IF WS-RECMAST-STATUS = "35"
               OPEN OUTPUT RECMAST-FILE
               CLOSE RECMAST-FILE
               OPEN I-O RECMAST-FILE
           END-IF
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               SET ARCHIVE-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-JOURNAL-EOF-SWITCH
           OPEN INPUT SORTED-JOURNAL-FILE
           PERFORM UNTIL JOURNAL-EOF
               READ SORTED-JOURNAL-FILE
                   AT END
                       SET JOURNAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-BACK-OUT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SORTED-JOURNAL-FILE
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE RECMAST-FILE.

       4050-RELEASE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               SET JOURNAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL JOURNAL-EOF
               READ JOURNAL-FILE
                   AT END
                       SET JOURNAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE JOURNAL-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "10"
               CLOSE JOURNAL-FILE
           END-IF.

       4100-BACK-OUT-ONE-ENTRY.
           MOVE SJ-IMAGE TO WS-IMAGE-RECORD
           PERFORM 8000-TAKE-APART-IMAGE
           IF SJ-ACTION NOT = "M"
               MOVE "UNKNOWN JOURNAL ACTION" TO WS-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SJ-IMAGE TO RECMAST-RECORD
               WRITE RECMAST-RECORD
                   INVALID KEY
                       MOVE "ALREADY ON RECMAST -- LEFT AS IS"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       MOVE "WRITTEN BACK TO RECMAST"
                           TO WS-DISPOSITION
                       ADD 1 TO WS-RESTORED-COUNT
                       PERFORM 4200-REMOVE-ARCHIVE-COPY
               END-WRITE
           END-IF
           MOVE SPACES TO ARCHIVE-LINE
           STRING "  KEY="               DELIMITED BY SIZE
                  WS-REPORT-KEY          DELIMITED BY SIZE
                  "  BRANCH="            DELIMITED BY SIZE
                  WS-RECORD-BRANCH       DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-DISPOSITION         DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       4200-REMOVE-ARCHIVE-COPY.
           IF ARCHIVE-OPEN
               MOVE WS-IR-KEY-AREA TO AR-KEY-AREA
               DELETE ARCHIVE-FILE RECORD
                   INVALID KEY
                       MOVE "WRITTEN BACK -- NO ARCHIVE COPY"
                           TO WS-DISPOSITION
               END-DELETE
           END-IF.

      *****************************************************************
      *  The image in WS-IMAGE-RECORD taken apart: its display key,
      *  and through the payload overlay its type selects, its
      *  branch, status flag 1 and transaction date.
      *****************************************************************
       8000-TAKE-APART-IMAGE.
           IF WS-IR-REC-TYPE = "N"
               MOVE WS-IR-KEY-NUMERIC TO WS-DECODED-NUMERIC-KEY
               MOVE WS-DECODED-NUMERIC-KEY TO WS-REPORT-KEY
           ELSE
               MOVE WS-IR-KEY-AREA TO WS-REPORT-KEY
           END-IF
           MOVE WS-IR-PAYLOAD TO WS-PAY-FIELDS
           IF WS-IR-REC-TYPE = "N"
               MOVE PF-PN-BRANCH TO WS-RECORD-BRANCH
               MOVE PF-PN-STATUS-1 TO WS-RECORD-STATUS
               MOVE PF-PN-TRANS-DATE TO WS-RECORD-DATE
           ELSE
               MOVE PF-PA-BRANCH TO WS-RECORD-BRANCH
               MOVE PF-PA-STATUS-1 TO WS-RECORD-STATUS
               MOVE PF-PA-TRANS-DATE TO WS-RECORD-DATE
           END-IF.

       8200-WRITE-DETAIL-LINE.
           IF CS-REASON-CLOSED
               MOVE "CLOSED" TO WS-REASON-TEXT
           ELSE
               MOVE "INACTIVE" TO WS-REASON-TEXT
           END-IF
           MOVE SPACES TO ARCHIVE-LINE
           STRING "  KEY="               DELIMITED BY SIZE
                  CS-DISPLAY-KEY         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-REASON-TEXT         DELIMITED BY SIZE
                  "  LAST ACTIVITY "     DELIMITED BY SIZE
                  CS-LAST-ACTIVITY       DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-DISPOSITION         DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       8300-WRITE-SELECTION-ERROR.
           MOVE SPACES TO ARCHIVE-LINE
           STRING "  KEY="               DELIMITED BY SIZE
                  WS-SELECT-VALUE        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-DISPOSITION         DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       8400-WRITE-JOURNAL-ENTRY.
      *    Caller has set JL-ACTION and JL-IMAGE; the sequence number
      *    is what lets BACKOUT undo in exact reverse order.
           ADD 1 TO WS-JOURNAL-SEQUENCE
           MOVE WS-JOURNAL-SEQUENCE TO JL-SEQUENCE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNALED-COUNT.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TRAILER
           CLOSE ARCHIVE-REPORT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > ZERO
                       OR WS-NOT-ARCHIVED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       9100-WRITE-TRAILER.
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           EVALUATE TRUE
               WHEN ARCHIVE-MODE
                   PERFORM 9200-WRITE-ARCHIVE-TOTALS
               WHEN RESTORE-MODE
                   PERFORM 9300-WRITE-RESTORE-TOTALS
               WHEN OTHER
                   PERFORM 9400-WRITE-BACKOUT-TOTALS
           END-EVALUATE
           MOVE WS-ERROR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "ERRORS .................... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       9200-WRITE-ARCHIVE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "RECMAST RECORDS READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "PAST AN AGE LIMIT ......... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "ARCHIVED CLOSED ........... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "ARCHIVED INACTIVE ......... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "SKIPPED ................... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-UNDATED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "KEPT, DATE NOT USABLE ..... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-JOURNALED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "JOURNAL ENTRIES WRITTEN ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       9300-WRITE-RESTORE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "KEYS SELECTED ............. " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-NOT-ARCHIVED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "NOT IN ARCHIVE ............ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-RESTORED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "RESTORED TO RECMAST ....... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "ALREADY ON RECMAST ........ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.

       9400-WRITE-BACKOUT-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "JOURNAL ENTRIES READ ...... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-RESTORED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "WRITTEN BACK TO RECMAST ... " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING "ALREADY ON RECMAST ........ " DELIMITED BY SIZE
                  WS-COUNT-ED                    DELIMITED BY SIZE
                  INTO ARCHIVE-LINE
           END-STRING
           WRITE ARCHIVE-LINE.
