       01  STATUS-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMOPS '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-RICH-STATUS                 PIC XX.
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
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                      BATCH-TICK DELIMITED BY SIZE
                      '  LAST STEP ' DELIMITED BY SIZE
                      BATCH-LAST-STEP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BATCH-LAST-NAME DELIMITED BY SIZE
                      INTO WS-STATUS-LINE
           ELSE
               MOVE 'NO BATCH RESTART RECORD' TO WS-STATUS-LINE
       WRITE-STATUS-LINE.
           MOVE WS-STATUS-LINE TO STATUS-RECORD
           WRITE STATUS-RECORD.

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
