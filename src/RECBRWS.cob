      * RECINQ-style payload detail for one record.
      *
      * First entry (no COMMAREA):
      *   <key-prefix> [B=nnnn] [S=x] [D=ccyymmdd-ccyymmdd] [F=Y]
      *     key-prefix  1-7 characters.  All digits positions the
      *                 browse at that prefix zero-extended (the
      *                 lowest numeric key carrying it); anything
      *     S=          only records whose status flag 1 matches
      *     D=          only records whose transaction date falls in
      *                 the inclusive range
      *     F=Y         only keys the latest unusual-activity
      *                 screening (RECSCRN) flagged -- looked up on
      *                 the SCRNFLAG file, and the flag letters shown
      *                 on each line
      * Paging (conversation held in the COMMAREA):
      *   F           next page forward from the last line shown
      *   B           page backward from the first line shown
           05  WS-CA-FILTER-STATUS       PIC X(1).
           05  WS-CA-FILTER-DATE-FROM    PIC 9(8).
           05  WS-CA-FILTER-DATE-TO      PIC 9(8).
           05  WS-CA-FILTER-FLAGGED      PIC X(1).
       01  WS-COMMAREA-LENGTH            PIC S9(4) COMP VALUE 36.

      *****************************************************************
      *  Operator input: the command word and up to four filter
      *  tokens, blank-delimited.
      *****************************************************************
       01  WS-INPUT-LENGTH               PIC S9(4) COMP VALUE 60.
       01  WS-WORD-2                     PIC X(20).
       01  WS-WORD-3                     PIC X(20).
       01  WS-WORD-4                     PIC X(20).
       01  WS-WORD-5                     PIC X(20).

       01  WS-LOOKUP-KEY-AREA            PIC X(7).
       01  WS-LOOKUP-KEY-NUMERIC REDEFINES WS-LOOKUP-KEY-AREA
       01  WS-RESP2                      PIC S9(8) COMP.
       01  WS-RESP-DISPLAY               PIC -(8)9.

      *    Flagged-key lookup for the F=Y filter (SCRFLREC.cpy); its
      *    own response field, so a key with no flag does not read as
      *    a failed browse.
           COPY SCRFLREC REPLACING ==:RECNAME:== BY ==WS-FLAG-RECORD==
                                   ==:PREFIX:==  BY ==FR==.
       01  WS-FLAG-RESP                  PIC S9(8) COMP.

       01  WS-REQUEST-SWITCH             PIC X VALUE " ".
           88  REQUEST-NEW-BROWSE        VALUE "N".
           88  REQUEST-FORWARD           VALUE "F".
       01  WS-RESPONSE-PTR               PIC S9(4) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(36).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               MOVE SPACES TO WS-CA-FILTER-STATUS
               MOVE ZERO TO WS-CA-FILTER-DATE-FROM
               MOVE 99999999 TO WS-CA-FILTER-DATE-TO
               MOVE SPACES TO WS-CA-FILTER-FLAGGED
           END-IF
           PERFORM 1000-RECEIVE-INPUT
           IF NOT RECEIVE-FAILED
               MOVE SPACES TO WS-WORD-2
               MOVE SPACES TO WS-WORD-3
               MOVE SPACES TO WS-WORD-4
               MOVE SPACES TO WS-WORD-5
               UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
                   INTO WS-WORD-1 COUNT IN WS-WORD-1-LENGTH
                        WS-WORD-2 WS-WORD-3 WS-WORD-4 WS-WORD-5
               END-UNSTRING
               PERFORM 1100-CLASSIFY-REQUEST
           END-IF.
           PERFORM 2200-BUILD-START-KEY
           PERFORM 2100-PARSE-ONE-FILTER
               VARYING WS-PAGE-SUB FROM 2 BY 1
               UNTIL WS-PAGE-SUB > 5
           MOVE WS-LOOKUP-KEY-AREA TO WS-CA-LAST-KEY
           PERFORM 3000-PAGE-FORWARD.

       2100-PARSE-ONE-FILTER.
      *    Tokens 2-5 of the input line, in any order: B=, S=, D=,
      *    F=.
           EVALUATE WS-PAGE-SUB
               WHEN 2
                   MOVE WS-WORD-2 TO WS-WORD-1
               WHEN 3
                   MOVE WS-WORD-3 TO WS-WORD-1
               WHEN 4
                   MOVE WS-WORD-4 TO WS-WORD-1
               WHEN OTHER
                   MOVE WS-WORD-5 TO WS-WORD-1
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-WORD-1(1:2) = "B="
      *            D=ccyymmdd-ccyymmdd, inclusive both ends.
                   MOVE WS-WORD-1(3:8) TO WS-CA-FILTER-DATE-FROM
                   MOVE WS-WORD-1(12:8) TO WS-CA-FILTER-DATE-TO
               WHEN WS-WORD-1(1:2) = "F="
                   MOVE WS-WORD-1(3:1) TO WS-CA-FILTER-FLAGGED
           END-EVALUATE.

       2200-BUILD-START-KEY.
           IF WS-SUMMARY-DATE < WS-CA-FILTER-DATE-FROM
                   OR WS-SUMMARY-DATE > WS-CA-FILTER-DATE-TO
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF
           IF WS-CA-FILTER-FLAGGED = "Y" AND RECORD-WANTED
               PERFORM 7050-CHECK-FLAGGED-KEY
           END-IF.

      *    SCRNFLAG is keyed on the display key PARSEDX carries --
      *    numeric keys as seven zero-filled digits -- the same form
      *    the summary line shows.
       7050-CHECK-FLAGGED-KEY.
           IF WM-REC-TYPE = "N"
               MOVE WM-KEY-NUMERIC TO WS-DECODED-NUMERIC-KEY
               MOVE WS-DECODED-NUMERIC-KEY TO WS-SUMMARY-KEY
           ELSE
               MOVE WM-KEY-AREA TO WS-SUMMARY-KEY
           END-IF
           EXEC CICS READ
               FILE('SCRNFLAG')
               INTO(WS-FLAG-RECORD)
               RIDFLD(WS-SUMMARY-KEY)
               KEYLENGTH(7)
               RESP(WS-FLAG-RESP)
           END-EXEC
           IF WS-FLAG-RESP NOT = DFHRESP(NORMAL)
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF.

       7100-BUILD-SUMMARY-LINE.
                  WM-SOURCE-ID           DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
                  WITH POINTER WS-RESPONSE-PTR
           END-STRING
           IF WS-CA-FILTER-FLAGGED = "Y"
               STRING "  FL="            DELIMITED BY SIZE
                      FR-REASONS         DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
                      WITH POINTER WS-RESPONSE-PTR
               END-STRING
           END-IF.

      *****************************************************************
      *  Assemble and send the screen: a verdict or heading line,
