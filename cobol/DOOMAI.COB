       COPY DOOMSCR.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMAI  '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-CONFIG-STATUS    PIC XX.
           88  CONFIG-MISSING  VALUE '35'.
       01  WS-SCORE-STATUS     PIC XX.
      *    DOOM.SCORE carries running kill/accuracy counters across
      *    invocations the same way DOOM.AIMSTATE does for DOOMTACT -
      *    missing/empty just means a fresh score, e.g. a new level.
      *    A score file DOOMVER rejects is left exactly as it is.
           MOVE 'N' TO WS-SCORE-EXISTED
           INITIALIZE SCORE-RECORD
           OPEN I-O SCORE-FILE
           IF NOT SCORE-MISSING
               PERFORM CHECK-SCORE-VERSION
               IF WS-VP-RESULT = 'R'
                   MOVE 'R' TO WS-SCORE-EXISTED
               END-IF
               IF WS-VP-ACCEPTED
                   READ SCORE-FILE
                       AT END
                           INITIALIZE SCORE-RECORD
                       NOT AT END
                           MOVE 'Y' TO WS-SCORE-EXISTED
                   END-READ
               END-IF
           END-IF.

       WRITE-SCORE.
           EVALUATE WS-SCORE-EXISTED
               WHEN 'Y'
                   REWRITE SCORE-RECORD
                   CLOSE SCORE-FILE
               WHEN 'R'
                   CLOSE SCORE-FILE
               WHEN OTHER
                   CLOSE SCORE-FILE
                   OPEN OUTPUT SCORE-FILE
                   PERFORM WRITE-SCORE-HEADER
                   WRITE SCORE-RECORD
                   CLOSE SCORE-FILE
           END-EVALUATE.

       LOAD-AI-CONFIG.
      *    DOOM.AICONFIG is optional - if it isn't there, keep the
      *    compiled-in WS-CONSTANTS defaults above.
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-LOW-HEALTH > ZERO
                               MOVE CFG-LOW-HEALTH TO C-LOW-HEALTH
                           END-IF
                           IF CFG-LOW-AMMO > ZERO
                               MOVE CFG-LOW-AMMO TO C-LOW-AMMO
                           END-IF
                           IF CFG-DANGER-DIST > ZERO
                               MOVE CFG-DANGER-DIST TO C-DANGER-DIST
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.
           
      *    tokenizer picks up this engine's command counts too.
           MOVE 'AI COMPLETE - COMMANDS: 01' TO WS-LOG-MSG
           WRITE LOG-RECORD FROM WS-LOG-MSG
           CLOSE GAME-STATE ENTITIES COMMANDS LOG-FILE.

       CHECK-CONFIG-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.AICONFIG' TO WS-VP-FILE-NAME
           MOVE 'DOOMCFG' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ AI-CONFIG
               NOT AT END
                   MOVE CONFIG-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

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

       WRITE-SCORE-HEADER.
      *    Header first on every fresh copy; the record area is put
      *    back as it was for the data record that follows.
           MOVE SCORE-RECORD TO WS-VER-HOLD
           MOVE 'H' TO WS-VP-FUNCTION
           MOVE 'DOOMSCR' TO WS-VP-LAYOUT
           CALL 'DOOMVER' USING WS-VER-PARM
           MOVE WS-VP-HEADER TO SCORE-RECORD
           WRITE SCORE-RECORD
           MOVE WS-VER-HOLD TO SCORE-RECORD.
