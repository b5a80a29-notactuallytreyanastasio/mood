      * wakes dormant ones within the same radius of itself each
      * tick, so a fight draws in the room across the following
      * cycles. Monster counts and THREAT-LEVEL now respond to how
      * loudly we play instead of being fixed at level load. A tick
      * that wakes anything also says so on the rendered frame's
      * message line through DOOMMSG.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMALRT.
       01  LOG-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMALRT'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-CMD-STATUS                  PIC XX.

       01  WS-LOG-MSG                     PIC X(80).

      *    Shaped to match DOOMMSG's LINKAGE - a room coming awake
      *    is worth a line on the frame. Tick zero has DOOMMSG take
      *    the current tick from the frame header.
       01  WS-MSG-PARM.
           05  WS-MP-FUNCTION             PIC X VALUE 'P'.
           05  WS-MP-PLAYER-ID            PIC 9 VALUE ZERO.
           05  WS-MP-CATEGORY             PIC X VALUE 'A'.
           05  WS-MP-TICK                 PIC 9(8) VALUE ZERO.
           05  WS-MP-TEXT                 PIC X(40).
           05  WS-MP-COUNT                PIC 9.
           05  WS-MP-SHOWN OCCURS 3 TIMES PIC X(41).

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE -
      *    monsters woken here are awake in the tick context for the
      *    later steps.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X VALUE 'R'.
           05  WS-CX-SCOPE         PIC X VALUE 'E'.
           05  WS-CX-LEVEL         PIC 99 VALUE ZERO.
           05  WS-CX-RESULT        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-SHOT-WON
      *    radius column existed, which carry spaces there.
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-ALERT-RADIUS IS NUMERIC
                              AND CFG-ALERT-RADIUS > ZERO
                               MOVE CFG-ALERT-RADIUS TO WS-ALERT-RADIUS
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.

               END-IF
               WRITE ENTITY-RECORD
           END-PERFORM
           CLOSE ENTITIES
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       LOG-ALERTS.
           OPEN EXTEND LOG-FILE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE
           MOVE 'P' TO WS-MP-FUNCTION
           MOVE ZERO TO WS-MP-PLAYER-ID
           MOVE 'A' TO WS-MP-CATEGORY
           MOVE ZERO TO WS-MP-TICK
           MOVE SPACES TO WS-MP-TEXT
           IF WS-WOKEN = 1
               MOVE 'A MONSTER WAKES UP!' TO WS-MP-TEXT
           ELSE
               IF WS-WOKEN < 10
                   STRING WS-WOKEN(2:1) DELIMITED BY SIZE
                          ' MONSTERS WAKE UP!' DELIMITED BY SIZE
                          INTO WS-MP-TEXT
               ELSE
                   STRING WS-WOKEN DELIMITED BY SIZE
                          ' MONSTERS WAKE UP!' DELIMITED BY SIZE
                          INTO WS-MP-TEXT
               END-IF
           END-IF
           CALL 'DOOMMSG' USING WS-MSG-PARM.

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
