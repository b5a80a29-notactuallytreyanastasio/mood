       01  LEDGER-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMAMMO'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-INTLEVEL-STATUS  PIC XX.
           INITIALIZE SCORE-RECORD
           OPEN INPUT SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END INITIALIZE SCORE-RECORD
                   END-READ
               ELSE
                   INITIALIZE SCORE-RECORD
               END-IF
               CLOSE SCORE-FILE
           END-IF
           IF SCORE-SHOTS-FIRED IS NUMERIC
       WRITE-LEDGER-LINE.
           MOVE WS-REPORT-LINE TO LEDGER-RECORD
           WRITE LEDGER-RECORD.

       CHECK-SCORE-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.SCORE' TO WS-VP-FILE-NAME
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ SCORE-FILE
               NOT AT END
                   MOVE SCORE-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
