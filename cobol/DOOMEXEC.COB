      * DOOMMV's CALCULATE-NEW-POSITION understands, invokes DOOMMV
      * once per grid step, and records the outcome in
      * DOOM.COMMANDACK (the record DOOMASEL's CHECK-COMMAND-ACK
      * already watches for) plus a line in DOOM.AILOG. An ITEM
      * command takes the named slot out of the carried inventory
      * through DOOMITEM and applies it to the player here.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMEXEC.

      *    Keyed by relative slot - the WEAPON handling only needs
      *    slot 3, the frame's ammo record, where the equipped
      *    weapon and the ownership mask live; ITEM needs slot 2,
      *    the player record, where the powerup timers live.
           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       01  WS-RS-REL-KEY                  PIC 9(4).
       01  WS-WANT-WEAPON                 PIC 9.

      *    How long a used powerup runs, in ticks - DOOMSIM counts
      *    both timers down on the world clock.
       01  WS-RADSUIT-TICKS               PIC 99 VALUE 30.
       01  WS-INVULN-TICKS                PIC 99 VALUE 30.
       01  WS-MEDKIT-HEALTH               PIC 999 VALUE 25.
       01  WS-HEAL-AMOUNT                 PIC 999.
       01  WS-HEAL-FLOOR                  PIC 999.
       01  WS-HEALTH-WORK                 PIC 9(4).

      *    Shaped to match DOOMITEM's LINKAGE - the carried
      *    inventory is only ever touched through it.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION             PIC X.
           05  WS-IP-PLAYER-ID            PIC 9.
           05  WS-IP-SLOT                 PIC 9.
           05  WS-IP-TICK                 PIC 9(8).
           05  WS-IP-RESULT               PIC X.
               88  WS-IP-DONE             VALUE 'Y'.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

       01  WS-ACTIVE-PLAYER-ID            PIC 9 VALUE 1.
       01  WS-ACT-FACING                  PIC X.
       01  WS-ABSOLUTE-DIR                PIC X.
                   PERFORM APPLY-USE-COMMAND
               WHEN CMD-WEAPON
                   PERFORM APPLY-WEAPON-COMMAND
               WHEN CMD-ITEM
                   PERFORM APPLY-ITEM-COMMAND
               WHEN OTHER
      *            SHOOT resolves in the combat step and WAIT has no
      *            grid-side motion - consuming them here still
               CLOSE RICH-STATE
           END-IF.

       APPLY-ITEM-COMMAND.
      *    CMD-DIRECTION names the inventory slot. A slot word this
      *    program doesn't know, or a powerup with no player record
      *    to carry its timer, is refused with code 12 and the item
      *    stays in the pack; an empty slot is refused with 16, the
      *    same "you don't hold what this needs" code WEAPON uses.
      *    A medkit only needs the grid record's health, so it still
      *    works in a session with no rich frame.
           EVALUATE TRUE
               WHEN ITEM-MEDKIT   MOVE 1 TO WS-IP-SLOT
               WHEN ITEM-RADSUIT  MOVE 2 TO WS-IP-SLOT
               WHEN ITEM-INVULN   MOVE 3 TO WS-IP-SLOT
               WHEN ITEM-BERSERK  MOVE 4 TO WS-IP-SLOT
               WHEN OTHER         MOVE ZERO TO WS-IP-SLOT
           END-EVALUATE

           MOVE SPACES TO PLAYER-RECORD-TYPE
           MOVE '00' TO WS-RICH-STATUS
           OPEN I-O RICH-STATE
           IF NOT RICH-MISSING
               MOVE 2 TO WS-RS-REL-KEY
               READ RICH-STATE INTO PLAYER-RECORD
                   INVALID KEY MOVE SPACES TO PLAYER-RECORD-TYPE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-IP-SLOT = ZERO
                   MOVE 12 TO WS-CMD-RESULT
               WHEN WS-IP-SLOT > 1 AND NOT VALID-PLAYER-REC
                   MOVE 12 TO WS-CMD-RESULT
               WHEN VALID-PLAYER-REC AND PLAYER-DEAD
      *            Nothing in the pack brings a corpse back.
                   MOVE 12 TO WS-CMD-RESULT
               WHEN OTHER
                   PERFORM USE-CARRIED-ITEM
           END-EVALUATE

           IF NOT RICH-MISSING
               CLOSE RICH-STATE
           END-IF.

       USE-CARRIED-ITEM.
           MOVE 'T' TO WS-IP-FUNCTION
           MOVE WS-ACTIVE-PLAYER-ID TO WS-IP-PLAYER-ID
           MOVE CMD-TIMESTAMP TO WS-IP-TICK
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           IF NOT WS-IP-DONE
               MOVE 16 TO WS-CMD-RESULT
           ELSE
               MOVE ZERO TO WS-HEAL-AMOUNT
               MOVE ZERO TO WS-HEAL-FLOOR
               EVALUATE WS-IP-SLOT
                   WHEN 1
                       MOVE WS-MEDKIT-HEALTH TO WS-HEAL-AMOUNT
                   WHEN 2
                       MOVE WS-RADSUIT-TICKS TO FLAG-RADSUIT-TIMER
                   WHEN 3
                       MOVE WS-INVULN-TICKS TO FLAG-INVULN-TIMER
                   WHEN 4
      *                Berserk also tops health up to 100, as the
      *                pack always has.
                       MOVE 'B' TO FLAG-BERSERK
                       MOVE 100 TO WS-HEAL-FLOOR
               END-EVALUATE
               IF WS-HEAL-AMOUNT > ZERO OR WS-HEAL-FLOOR > ZERO
                   PERFORM HEAL-GRID-PLAYER
                   IF VALID-PLAYER-REC
                       MOVE PLAYER-HEALTH OF PLAYER-RECORD
                           TO WS-HEALTH-WORK
                       PERFORM RAISE-HEALTH-WORK
                       MOVE WS-HEALTH-WORK
                           TO PLAYER-HEALTH OF PLAYER-RECORD
                   END-IF
               END-IF
               IF VALID-PLAYER-REC
                   MOVE PLAYER-RECORD TO RICH-STATE-RECORD
                   REWRITE RICH-STATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               MOVE 'Y' TO WS-ANY-EXECUTED
           END-IF.

       HEAL-GRID-PLAYER.
      *    The compact record's health is what DOOMREND shows and
      *    what the grid engines read - it gets the same heal.
           OPEN I-O GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
               EVALUATE WS-ACTIVE-PLAYER-ID
                   WHEN 2
                       MOVE PLAYER2-HEALTH TO WS-HEALTH-WORK
                       PERFORM RAISE-HEALTH-WORK
                       MOVE WS-HEALTH-WORK TO PLAYER2-HEALTH
                   WHEN OTHER
                       MOVE PLAYER-HEALTH OF GAME-STATE-REC
                           TO WS-HEALTH-WORK
                       PERFORM RAISE-HEALTH-WORK
                       MOVE WS-HEALTH-WORK
                           TO PLAYER-HEALTH OF GAME-STATE-REC
               END-EVALUATE
               REWRITE GAME-STATE-REC
               CLOSE GAME-STATE
           END-IF.

       RAISE-HEALTH-WORK.
      *    Same 200 ceiling DOOMSIM's floor pickups stop at.
           ADD WS-HEAL-AMOUNT TO WS-HEALTH-WORK
           IF WS-HEALTH-WORK < WS-HEAL-FLOOR
               MOVE WS-HEAL-FLOOR TO WS-HEALTH-WORK
           END-IF
           IF WS-HEALTH-WORK > 200
               MOVE 200 TO WS-HEALTH-WORK
           END-IF.

       READ-ACTIVE-FACING.
           OPEN INPUT GAME-STATE
           IF GAMESTATE-MISSING
