      * RECMAST is loaded from WORK-FILE by the existing nightly
      * VSAM load step; no new batch program is introduced here.
      *
      * A key RECMAST does not hold is looked up next in the RECMAST
      * archive (RECARCH, ARCHREC.cpy), where RECMARC moves closed
      * and long-inactive records.  A record found there is sent back
      * marked ARCHIVED with the business date it was archived; a
      * RECMARC RESTORE run brings it back to RECMAST if it is needed
      * there again.
      *
      * NOTE: EXEC CICS is a vendor extension GnuCOBOL's cobc cannot
      * parse.  This program is desk-checked against CICS COBOL
      * conventions rather than compiled -- see
           COPY WORKREC REPLACING ==:RECNAME:== BY ==WS-RECMAST-RECORD==
                                  ==:PREFIX:==  BY ==WM==.

      *    The archive record: the RECMAST image as it left the
      *    master, plus when and why it was archived.
           COPY ARCHREC REPLACING ==:RECNAME:== BY ==WS-ARCHIVE-RECORD==
                                  ==:PREFIX:==  BY ==WA==.

      *****************************************************************
      *  Operator input: the key as typed at the terminal, up to
      *  7 characters.  Numeric keys are typed as plain digits and
       01  WS-NOT-FOUND-SWITCH           PIC X VALUE "N".
           88  RECORD-NOT-FOUND          VALUE "Y".
           88  RECORD-FOUND              VALUE "N".
           88  RECORD-ARCHIVED           VALUE "A".

       01  WS-RECEIVE-ERROR-SWITCH        PIC X VALUE "N".
           88  RECEIVE-FAILED             VALUE "Y".
           88  RECEIVE-OK                 VALUE "N".

      *    Sized for the longest response this program ever builds:
      *    "KEY: " (5) + the 7-byte key + "  ARCHIVED " (11) + the
      *    8-digit archive date + "  PAYLOAD: " (11) + the 96-byte
      *    payload = 138 characters.  The actual bytes sent
      *    are computed per response via WS-RESPONSE-PTR below, not
      *    a fixed literal, so this field only needs to be an upper
      *    bound.
       01  WS-RESPONSE-LINE              PIC X(138).
       01  WS-RESPONSE-LENGTH            PIC S9(4) COMP.
       01  WS-RESPONSE-PTR               PIC S9(4) COMP.

           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 2100-LOOKUP-ARCHIVE
           END-IF.

      *    Same key, same 7-byte key area -- RECARCH is keyed the way
      *    RECMAST is.
       2100-LOOKUP-ARCHIVE.
           EXEC CICS READ
               FILE('RECARCH')
               INTO(WS-ARCHIVE-RECORD)
               RIDFLD(WS-LOOKUP-KEY-AREA)
               KEYLENGTH(7)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET RECORD-ARCHIVED TO TRUE
           ELSE
               SET RECORD-NOT-FOUND TO TRUE
           END-IF.

                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN RECORD-ARCHIVED
                   STRING "KEY: "            DELIMITED BY SIZE
                          WS-INPUT-TEXT      DELIMITED BY SIZE
                          "  ARCHIVED "      DELIMITED BY SIZE
                          WA-ARCHIVE-DATE    DELIMITED BY SIZE
                          "  PAYLOAD: "      DELIMITED BY SIZE
                          WA-PAYLOAD         DELIMITED BY SIZE
                          INTO WS-RESPONSE-LINE
                          WITH POINTER WS-RESPONSE-PTR
                   END-STRING
               WHEN OTHER
      *            WS-LOOKUP-KEY-AREA holds packed-decimal bytes for
      *            numeric keys -- echo the operator's own typed text
