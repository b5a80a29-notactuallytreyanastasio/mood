       COPY DOOMSCR.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMMV  '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-SCORE-STATUS    PIC XX.
           88  SCORE-MISSING  VALUE '35'.
       01  WS-SCORE-EXISTED   PIC X VALUE 'N'.
           05  WS-NEXT-TARGET  PIC 99.
           05  WS-SECRET-TARGET PIC 99.

      *    Shaped to match DOOMGOAL's LINKAGE - neither exit lets
      *    the player out until the level's objective is met.
       01  WS-GOAL-PARM.
           05  WS-GL-LEVEL     PIC 99.
           05  WS-GL-TICK      PIC 9(8).
           05  WS-GL-OBJECTIVE PIC X.
           05  WS-GL-TARGET    PIC 9(5).
           05  WS-GL-MET       PIC X.
           05  WS-GL-LEFT      PIC 9(5).
           05  WS-GL-MET-TICK  PIC 9(8).
           05  WS-GL-TEXT      PIC X(24).

      *    How long an opened door holds before DOOMSIM swings it
      *    shut - CFG-DOOR-TICKS overrides when set.
       01  WS-DOOR-TICKS       PIC 9(3) VALUE 30.
           05  WS-DP-CAUSE     PIC X(8).
           05  WS-DP-AMOUNT    PIC 9(4).

      *    Shaped to match DOOMITEM's LINKAGE - a medkit or powerup
      *    cell goes into the mover's pack, not straight into use.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION  PIC X VALUE 'A'.
           05  WS-IP-PLAYER-ID PIC 9 VALUE 1.
           05  WS-IP-SLOT      PIC 9.
           05  WS-IP-TICK      PIC 9(8).
           05  WS-IP-RESULT    PIC X.
               88  WS-IP-DONE  VALUE 'Y'.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

      *    Shaped to match DOOMMSG's LINKAGE - keys, locked doors,
      *    secrets, switches and pickups put a line on the mover's
      *    rendered frame.
       01  WS-MSG-PARM.
           05  WS-MP-FUNCTION  PIC X VALUE 'P'.
           05  WS-MP-PLAYER-ID PIC 9 VALUE 1.
           05  WS-MP-CATEGORY  PIC X.
           05  WS-MP-TICK      PIC 9(8).
           05  WS-MP-TEXT      PIC X(40).
           05  WS-MP-COUNT     PIC 9.
           05  WS-MP-SHOWN OCCURS 3 TIMES PIC X(41).

      *    Shaped to match DOOMDIAG's LINKAGE - an unreadable level
      *    block is a severe error worth a dump, not just code 12.
       01  WS-DIAG-PARM.
           05  WS-DG-STATUS    PIC XX.
           05  WS-DG-RECORD    PIC X(120).

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE - a
      *    freshly stamped visited cell goes into the tick context
      *    straight away.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X VALUE 'R'.
           05  WS-CX-SCOPE         PIC X VALUE 'V'.
           05  WS-CX-LEVEL         PIC 99 VALUE ZERO.
           05  WS-CX-RESULT        PIC X.

      *    Shaped to match DOOMAMBH's LINKAGE - the first step onto
      *    a manifest trigger cell fires its ambush.
       01  WS-AMBH-PARM.
           05  WS-AB-FUNCTION      PIC X VALUE 'F'.
           05  WS-AB-LEVEL         PIC 99.
           05  WS-AB-X             PIC 99.
           05  WS-AB-Y             PIC 99.
           05  WS-AB-TICK          PIC 9(8).
           05  WS-AB-RESULT        PIC X.
               88  WS-AB-FOUND     VALUE 'Y'.
           05  WS-AB-COUNT         PIC 99.
           05  WS-AB-GROUPS OCCURS 20 TIMES.
               10  WS-AB-GROUP     PIC 99.
               10  WS-AB-ACTION    PIC X.

       01  WS-MAP-CHANGED      PIC X VALUE 'N'.
       01  WS-LEVEL-CHANGED    PIC X VALUE 'N'.
       01  WS-DIAGONAL-MOVE    PIC X VALUE 'N'.
       COUNT-PICKED-ROUNDS.
      *    Map-cell pickups join the score's picked-up columns so
      *    the per-level ammo ledger balances - same running-
      *    counters idiom DOOMCBT uses on this file.
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
           END-IF
           ADD WS-PICKED-BULLETS TO SCORE-PICKED-BULLETS
           ADD WS-PICKED-SHELLS TO SCORE-PICKED-SHELLS
           ADD WS-PICKED-CELLS TO SCORE-PICKED-CELLS
           ADD WS-PICKED-ROCKETS TO SCORE-PICKED-ROCKETS
      *    A score file DOOMVER rejected is left exactly as it is.
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

       STAGE-GAMESTAT.
           MOVE SPACES TO STAGE-REC
              AND WS-ALREADY-VISITED = 'N'
               PERFORM JOURNAL-SECRET-FOUND
           END-IF
           IF WS-ALREADY-VISITED = 'N'
               PERFORM FIRE-AMBUSH-TRIGGER
           END-IF
           IF WS-TELEPORTED = 'Y'
               MOVE WS-TP-IN-X TO WS-VIS-MARK-X
               MOVE WS-TP-IN-Y TO WS-VIS-MARK-Y
               PERFORM MARK-VISITED-CELL
           END-IF
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       MARK-VISITED-CELL.
           MOVE 'N' TO WS-ALREADY-VISITED
                  ' LEVEL ' DELIMITED BY SIZE
                  STATE-LEVEL DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           MOVE 'S' TO WS-MP-CATEGORY
           MOVE 'YOU FOUND A SECRET AREA!' TO WS-MP-TEXT
           PERFORM POST-PLAYER-MESSAGE.

       FIRE-AMBUSH-TRIGGER.
      *    Only a cell never stood on before can be a first entry.
      *    DOOMAMBH fires whatever trigger is armed there; DOOMSPWN
      *    lets the group out once its delay has run.
           PERFORM READ-CURRENT-TICK
           MOVE 'F' TO WS-AB-FUNCTION
           MOVE STATE-LEVEL TO WS-AB-LEVEL
           MOVE WS-ACT-X TO WS-AB-X
           MOVE WS-ACT-Y TO WS-AB-Y
           MOVE WS-CURRENT-TICK TO WS-AB-TICK
           CALL 'DOOMAMBH' USING WS-AMBH-PARM
           IF WS-AB-FOUND
               MOVE WS-CURRENT-TICK TO WS-JP-TICK
               MOVE SPACES TO WS-JP-TEXT
               STRING 'AMBUSH TRIGGERED AT ' DELIMITED BY SIZE
                      WS-ACT-X DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-ACT-Y DELIMITED BY SIZE
                      ' LEVEL ' DELIMITED BY SIZE
                      STATE-LEVEL DELIMITED BY SIZE
                      ' GROUP ' DELIMITED BY SIZE
                      WS-AB-GROUP(1) DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
           END-IF.

       REPORT-COVERAGE.
      *    The finished level's map is still in WS-MAP-ARRAY at this
                           ADD 50 TO WS-PICKED-BULLETS
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'W' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP A BOX OF BULLETS'
                               TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN 'B'
                           ADD 50 TO WS-ACT-BULLETS
                           ADD 50 TO WS-PICKED-BULLETS
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'W' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP A BOX OF BULLETS'
                               TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN 'S'
                           ADD 20 TO WS-ACT-SHELLS
                           ADD 20 TO WS-PICKED-SHELLS
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'W' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP SOME SHELLS' TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN 'C'
                           ADD 40 TO WS-ACT-CELLS
                           ADD 40 TO WS-PICKED-CELLS
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'W' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP AN ENERGY CELL' TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN 'R'
                           ADD 5 TO WS-ACT-ROCKETS
                           ADD 5 TO WS-PICKED-ROCKETS
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'W' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP SOME ROCKETS' TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN '1'
      *                    Red keycard
                           MOVE 'Y' TO WS-ACT-KEY-RED
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'K' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP A RED KEYCARD'
                               TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN '2'
      *                    Yellow keycard
                           MOVE 'Y' TO WS-ACT-KEY-YELLOW
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'K' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP A YELLOW KEYCARD'
                               TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN '3'
      *                    Blue keycard
                           MOVE 'Y' TO WS-ACT-KEY-BLUE
                           MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
                           MOVE 'Y' TO WS-MAP-CHANGED
                           MOVE 'K' TO WS-MP-CATEGORY
                           MOVE 'PICKED UP A BLUE KEYCARD'
                               TO WS-MP-TEXT
                           PERFORM POST-PLAYER-MESSAGE
                       WHEN '7'
                       WHEN '8'
                       WHEN '9'
      *                    Locked door - blocks movement like 'D',
      *                    USE with the matching key opens it
                           MOVE 8 TO WS-RETURN-CODE
                           PERFORM POST-LOCKED-DOOR-MESSAGE
                       WHEN '%'
      *                    Switch - solid, but USE throws it, so
      *                    the door-ish code 8 tells the AI side
                       WHEN '^'
      *                    Lava floor - passable, hurts worse
                           MOVE 10 TO WS-HAZARD-DAMAGE
                       WHEN 'H'
      *                    Portable medkit - carried until an ITEM
      *                    command uses it
                           MOVE 1 TO WS-IP-SLOT
                           PERFORM CARRY-MAP-ITEM
                       WHEN 'E'
      *                    Radiation suit
                           MOVE 2 TO WS-IP-SLOT
                           PERFORM CARRY-MAP-ITEM
                       WHEN 'V'
      *                    Invulnerability sphere
                           MOVE 3 TO WS-IP-SLOT
                           PERFORM CARRY-MAP-ITEM
                       WHEN 'K'
      *                    Berserk pack
                           MOVE 4 TO WS-IP-SLOT
                           PERFORM CARRY-MAP-ITEM
                       WHEN 'X'
                           PERFORM TAKE-NORMAL-EXIT
                       WHEN 'Z'
               END-IF
           END-IF.

       CARRY-MAP-ITEM.
      *    The cell is walked onto either way; it only clears when
      *    the pack had room, so a full slot leaves the item lying.
           PERFORM READ-CURRENT-TICK
           MOVE 'A' TO WS-IP-FUNCTION
           MOVE WS-ACTIVE-PLAYER-ID TO WS-IP-PLAYER-ID
           MOVE WS-CURRENT-TICK TO WS-IP-TICK
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           IF WS-IP-DONE
               MOVE '.' TO WS-MAP-CELL(WS-NEW-Y, WS-NEW-X)
               MOVE 'Y' TO WS-MAP-CHANGED
               MOVE 'W' TO WS-MP-CATEGORY
               EVALUATE WS-IP-SLOT
                   WHEN 1
                       MOVE 'PICKED UP A MEDIKIT' TO WS-MP-TEXT
                   WHEN 2
                       MOVE 'RADIATION SHIELDING SUIT' TO WS-MP-TEXT
                   WHEN 3
                       MOVE 'INVULNERABILITY!' TO WS-MP-TEXT
                   WHEN OTHER
                       MOVE 'BERSERK!' TO WS-MP-TEXT
               END-EVALUATE
               PERFORM POST-PLAYER-MESSAGE
           END-IF.

       POST-PLAYER-MESSAGE.
      *    Category and text are set by the caller; the line goes to
      *    the seat that moved, stamped with this tick.
           PERFORM READ-CURRENT-TICK
           MOVE 'P' TO WS-MP-FUNCTION
           MOVE WS-ACTIVE-PLAYER-ID TO WS-MP-PLAYER-ID
           MOVE WS-CURRENT-TICK TO WS-MP-TICK
           CALL 'DOOMMSG' USING WS-MSG-PARM.

       POST-LOCKED-DOOR-MESSAGE.
      *    Only when the key really is missing - a keyed door the
      *    player holds the key for still wants a USE, and saying
      *    otherwise would send the reader looking for a key.
           MOVE SPACES TO WS-MP-TEXT
           EVALUATE WS-TARGET-CELL
               WHEN '7'
                   IF WS-ACT-KEY-RED NOT = 'Y'
                       MOVE 'YOU NEED A RED KEY TO OPEN THIS DOOR'
                           TO WS-MP-TEXT
                   END-IF
               WHEN '8'
                   IF WS-ACT-KEY-YELLOW NOT = 'Y'
                       MOVE 'YOU NEED A YELLOW KEY TO OPEN THIS DOOR'
                           TO WS-MP-TEXT
                   END-IF
               WHEN '9'
                   IF WS-ACT-KEY-BLUE NOT = 'Y'
                       MOVE 'YOU NEED A BLUE KEY TO OPEN THIS DOOR'
                           TO WS-MP-TEXT
                   END-IF
           END-EVALUATE
           IF WS-MP-TEXT NOT = SPACES
               MOVE 'D' TO WS-MP-CATEGORY
               PERFORM POST-PLAYER-MESSAGE
           END-IF.

       TAKE-NORMAL-EXIT.
           PERFORM CHECK-LEVEL-OBJECTIVE
           IF WS-GL-MET = 'Y'
               PERFORM READ-EXIT-TARGETS
               IF WS-NEXT-TARGET > ZERO
                   MOVE WS-NEXT-TARGET TO STATE-LEVEL
               ELSE
                   ADD 1 TO STATE-LEVEL
               END-IF
               MOVE 'Y' TO WS-LEVEL-CHANGED
               MOVE 2 TO WS-NEW-X
               MOVE 2 TO WS-NEW-Y
           END-IF.

       TAKE-SECRET-EXIT.
           PERFORM CHECK-LEVEL-OBJECTIVE
           IF WS-GL-MET = 'Y'
               PERFORM TAKE-SECRET-TRANSITION
           END-IF.

       TAKE-SECRET-TRANSITION.
           PERFORM READ-EXIT-TARGETS
           IF WS-SECRET-TARGET > ZERO
               MOVE WS-SECRET-TARGET TO STATE-LEVEL
           MOVE 2 TO WS-NEW-X
           MOVE 2 TO WS-NEW-Y.

       CHECK-LEVEL-OBJECTIVE.
      *    An objective still open leaves the player standing on the
      *    exit tile with no transition - the step itself is a
      *    legal move - and says in the journal what is still
      *    outstanding.
           PERFORM READ-CURRENT-TICK
           MOVE STATE-LEVEL TO WS-GL-LEVEL
           MOVE WS-CURRENT-TICK TO WS-GL-TICK
           CALL 'DOOMGOAL' USING WS-GOAL-PARM
           IF WS-GL-MET NOT = 'Y'
               MOVE WS-CURRENT-TICK TO WS-JP-TICK
               MOVE SPACES TO WS-JP-TEXT
               STRING 'EXIT REFUSED - ' DELIMITED BY SIZE
                      WS-GL-TEXT DELIMITED BY '  '
                      ' - ' DELIMITED BY SIZE
                      WS-GL-LEFT DELIMITED BY SIZE
                      ' LEFT' DELIMITED BY SIZE
                      INTO WS-JP-TEXT
               CALL 'DOOMJRNL' USING WS-JRNL-PARM
           END-IF.

       READ-EXIT-TARGETS.
           MOVE ZERO TO WS-NEXT-TARGET
           MOVE ZERO TO WS-SECRET-TARGET
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL = STATE-LEVEL
                                   IF LVM-NEXT-LEVEL IS NUMERIC
                                       MOVE LVM-NEXT-LEVEL
                                           TO WS-NEXT-TARGET
                                   END-IF
                                   IF LVM-SECRET-LEVEL IS NUMERIC
                                       MOVE LVM-SECRET-LEVEL
                                           TO WS-SECRET-TARGET
                                   END-IF
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF.

               PERFORM RECORD-KEYED-DOOR-OPEN
           ELSE
               MOVE 16 TO WS-RETURN-CODE
               PERFORM POST-LOCKED-DOOR-MESSAGE
           END-IF.

       TRY-YELLOW-DOOR.
               PERFORM RECORD-KEYED-DOOR-OPEN
           ELSE
               MOVE 16 TO WS-RETURN-CODE
               PERFORM POST-LOCKED-DOOR-MESSAGE
           END-IF.

       TRY-BLUE-DOOR.
               PERFORM RECORD-KEYED-DOOR-OPEN
           ELSE
               MOVE 16 TO WS-RETURN-CODE
               PERFORM POST-LOCKED-DOOR-MESSAGE
           END-IF.

       RECORD-KEYED-DOOR-OPEN.
       READ-DOOR-HOLD-TIME.
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-DOOR-TICKS IS NUMERIC
                              AND CFG-DOOR-TICKS > ZERO
                               MOVE CFG-DOOR-TICKS TO WS-DOOR-TICKS
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.

               MOVE 'Y' TO WS-MAP-CHANGED
               MOVE ZERO TO WS-RETURN-CODE
               PERFORM RECORD-DOOR-OPEN
               MOVE 'T' TO WS-MP-CATEGORY
               MOVE 'SWITCH THROWN - A DOOR OPENS' TO WS-MP-TEXT
               PERFORM POST-PLAYER-MESSAGE
           ELSE
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

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

       CHECK-LEVELMETA-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.LEVELMETA' TO WS-VP-FILE-NAME
           MOVE 'DOOMLVM' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ LEVEL-META
               NOT AT END
                   MOVE LEVEL-META-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.
