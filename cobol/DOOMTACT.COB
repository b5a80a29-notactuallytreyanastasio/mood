               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

      *    What the player can know about each ENTITIES record this
      *    tick, from DOOMPERC. Optional: with no file every entity
      *    counts as seen, the way it always did.
           SELECT PERCEIVE-FILE ASSIGN TO 'DOOM.PERCEIVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERCEIVE-STATUS.

           SELECT DIVERGE-LOG ASSIGN TO 'DOOM.AIDIVERGE'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-STATE
           05  ENTITY-ANGLE        PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-HEALTH       PIC 9(3).
           05  ENTITY-STATE        PIC X.
      *    Flight line of a projectile twin ('P') - DOOMSIM and
      *    DOOMCBT write it in the bytes after the state; owner 'M'
      *    is monster fire, 'P' our own.
           05  ENTITY-MSL-HEAD-X   PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-HEAD-Y   PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-ORIGIN-X PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-ORIGIN-Y PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-SPEED    PIC 9.
           05  ENTITY-MSL-OWNER    PIC X.
           05  FILLER              PIC X(48).
           
       FD  TACTICS
           RECORDING MODE IS F
           05  ACTION-QUEUE        OCCURS 5 TIMES.
               10  ACTION-CODE     PIC XX.
               10  ACTION-PARAM    PIC S9(3) SIGN LEADING SEPARATE.
           05  INCOMING-MISSILES   PIC 9.
           05  FILLER              PIC X(34).
           
       FD  COMMANDS
           RECORDING MODE IS F
           05  MOUSE-DELTA-X       PIC S9(3) SIGN LEADING SEPARATE.
           05  MOUSE-DELTA-Y       PIC S9(3) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(66).
      *    A carried item has no key to press - its line goes out
      *    shaped like DOOM-COMMAND-RECORD in DOOMSTAT.CPY instead,
      *    which DOOMEXEC picks out of the keyboard lines by its
      *    'COMMAND ' type.
       01  ITEM-COMMAND-RECORD.
           05  IC-RECORD-TYPE      PIC X(8).
           05  IC-ACTION           PIC X(8).
           05  IC-DIRECTION        PIC X(8).
           05  IC-VALUE            PIC 9(4).
           05  IC-PRIORITY         PIC 9.
           05  IC-REASON           PIC X(20).
           05  IC-ENGINE-ID        PIC X(8).
           05  IC-TIMESTAMP        PIC 9(8).
           05  FILLER              PIC X(15).

       FD  AI-CONFIG.
       COPY DOOMCFG.
           05  FILLER              PIC X(17).
           05  RA-WEAPONS-OWNED    PIC X(8).
           05  FILLER              PIC X(47).
      *    And slot 2's PLAYER-RECORD, the same health/flags bytes
      *    DOOMMV maps - which powerups are already running.
       01  RICH-PLAYER-REC.
           05  RP-RECORD-TYPE      PIC X(8).
           05  FILLER              PIC X(28).
           05  RP-HEALTH           PIC 999.
           05  RP-ARMOR            PIC 999.
           05  RP-STATUS           PIC X.
           05  RP-FLAG-BERSERK     PIC X.
           05  RP-RADSUIT-TIMER    PIC 99.
           05  RP-INVULN-TIMER     PIC 99.
           05  FILLER              PIC X(32).

       FD  PERCEIVE-FILE.
       COPY DOOMPRC.

       FD  DIVERGE-LOG.
       01  DIVERGE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMTACT'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-CONFIG-STATUS       PIC XX.
           88  CONFIG-MISSING     VALUE '35'.

               10  WS-ENT-ANGLE    PIC S9(3).
               10  WS-ENT-HEALTH   PIC 9(3).
               10  WS-ENT-STATE    PIC X.
               10  WS-ENT-HEAD-X   PIC S9(3).
               10  WS-ENT-HEAD-Y   PIC S9(3).
               10  WS-ENT-ORIGIN-X PIC S9(3).
               10  WS-ENT-ORIGIN-Y PIC S9(3).
               10  WS-ENT-SPEED    PIC 9.
               10  WS-ENT-OWNER    PIC X.
      *        'V' seen, 'R' out of sight but remembered (its last-
      *        known place stands in for the real one), 'U' unknown
      *        and left out. The PRC- fields are DOOMPERC's verdict
      *        as loaded, applied only after the all-knowing pass.
               10  WS-ENT-PERC     PIC X.
               10  WS-ENT-PRC-STATE PIC X.
               10  WS-ENT-PRC-MEMORY PIC X.
               10  WS-ENT-LAST-X   PIC S9(9).
               10  WS-ENT-LAST-Y   PIC S9(9).
               10  WS-ENT-LAST-DIST PIC 9(5).
               10  WS-ENT-LAST-ANGLE PIC S9(3).

      *    The perception filter's bookkeeping - the all-knowing
      *    picture is kept so the decision it would have made can be
      *    set against the one the filtered picture made.
       01  WS-PERCEPTION-WORK.
           05  WS-PRC-LOADED       PIC X VALUE 'N'.
           05  WS-PRC-TICK         PIC 9(8) VALUE ZERO.
           05  WS-OMNI-MONSTERS    PIC 99.
           05  WS-OMNI-CLOSEST     PIC 99.
           05  WS-OMNI-MIN-DIST    PIC 9(5).
           05  WS-OMNI-INCOMING    PIC 9.
           05  WS-OMNI-DECISION    PIC X(10).
           05  WS-SEEN-DECISION    PIC X(10).
       01  WS-PERCEIVE-STATUS     PIC XX.
           88  PERCEIVE-MISSING   VALUE '35'.
           88  PERCEIVE-EOF       VALUE '10'.
       01  WS-DIVERGE-MSG         PIC X(80).

      *    Projectiles on a line through the player - the most
      *    urgent one (fewest ticks out) is the one a sidestep
      *    answers.
       01  WS-INCOMING-WORK.
           05  WS-INCOMING-COUNT   PIC 9 VALUE ZERO.
           05  WS-INCOMING-IDX     PIC 99 VALUE ZERO.
           05  WS-INCOMING-TICKS   PIC 9(3).
           05  WS-BEST-TICKS       PIC 9(3).
           05  WS-HEAD-SPAN        PIC 9(4).
           05  WS-REL-X            PIC S9(9).
           05  WS-REL-Y            PIC S9(9).
           05  WS-REL-SPAN         PIC 9(9).
           05  WS-OFF-LINE         PIC S9(9).
           05  WS-MSL-THREAT       PIC 9(5).
           05  WS-DODGE-X          PIC S9(4).
           05  WS-DODGE-Y          PIC S9(4).
           05  WS-DODGE-OPEN       PIC X.
               
       01  WS-SUBSCRIPTS.
           05  WS-I                PIC 99.
           
       01  WS-RETURN-CODE         PIC 99 VALUE ZERO.

      *    Threat weights and target tiers by monster type come
      *    from the stat catalogs.
       COPY DOOMCAT.
       01  WS-CAT-I               PIC 99.

      *    Shaped to match DOOMDIAG's LINKAGE - the fatal no-state
      *    paths leave a dump behind instead of just a vanished
      *    DISPLAY line.
           05  WS-DG-STATUS        PIC XX.
           05  WS-DG-RECORD        PIC X(120).

      *    Shaped to match DOOMITEM's LINKAGE - read-only here; the
      *    take happens in DOOMEXEC when the ITEM line lands.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION      PIC X VALUE 'R'.
           05  WS-IP-PLAYER-ID     PIC 9 VALUE 1.
           05  WS-IP-SLOT          PIC 9 VALUE ZERO.
           05  WS-IP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-IP-RESULT        PIC X.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

      *    Carried-item pick for this tick - slot numbers and words
      *    are DOOMINV.CPY's; the powerup state is slot 2's.
       01  WS-ITEM-WORK.
           05  WS-ITEM-USE-SLOT    PIC 9 VALUE ZERO.
           05  WS-ITEM-RADSUIT     PIC 99 VALUE ZERO.
           05  WS-ITEM-INVULN      PIC 99 VALUE ZERO.
           05  WS-ITEM-BERSERK     PIC X VALUE SPACE.
           05  WS-ITEM-CHECK-X     PIC S99.
           05  WS-ITEM-CHECK-Y     PIC S99.
           05  WS-ITEM-HAZARD      PIC X VALUE 'N'.
       01  WS-ITEM-WORDS.
           05  FILLER  PIC X(8) VALUE 'MEDKIT  '.
           05  FILLER  PIC X(8) VALUE 'RADSUIT '.
           05  FILLER  PIC X(8) VALUE 'INVULN  '.
           05  FILLER  PIC X(8) VALUE 'BERSERK '.
       01  WS-ITEM-WORD-TABLE REDEFINES WS-ITEM-WORDS.
           05  WS-ITEM-WORD OCCURS 4 TIMES PIC X(8).

       01  WS-GAMESTATE-STATUS    PIC XX.
       01  WS-GRID-STATUS         PIC XX.
           88  GRID-MISSING       VALUE '35'.
       01  WS-MAP-ROWS            PIC 99 VALUE 20.
       01  WS-MAP-COLS            PIC 99 VALUE 40.

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built, so the entity table and the explore maps
      *    come from one file instead of four.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X.
           05  WS-CX-SCOPE         PIC X VALUE SPACE.
           05  WS-CX-LEVEL         PIC 99.
           05  WS-CX-RESULT        PIC X.
               88  WS-CX-SERVED    VALUE 'Y'.
           05  WS-CX-ROWS          PIC 99.
           05  WS-CX-COLS          PIC 99.
           05  WS-CX-ROWS-FOUND    PIC 99.
           05  WS-CX-VISITED-PRESENT PIC X.
           05  WS-CX-ENTITY-COUNT  PIC 99.
           05  WS-CX-MAP-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-VISITED-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-ENTITY OCCURS 50 TIMES PIC X(120).
       01  WS-CX-I                 PIC 99.

       01  WS-EXPLORE-WORK.
           05  WS-GRID-X          PIC 99.
           05  WS-GRID-Y          PIC 99.
           OPEN INPUT GAME-STATE ENTITIES
           OPEN OUTPUT TACTICS COMMANDS

           PERFORM RESET-TICK-STATE
           PERFORM LOAD-AI-CONFIG
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM READ-SCORE
           PERFORM READ-WEAPON-OWNERSHIP
           PERFORM READ-GAME-STATE
           PERFORM READ-ALL-ENTITIES
           PERFORM LOAD-PERCEPTION
           IF WS-PRC-LOADED = 'Y'
               PERFORM ANALYZE-THREATS
               PERFORM APPLY-PERCEPTION
           END-IF
           PERFORM ANALYZE-THREATS
           PERFORM MAKE-DECISION
           PERFORM DECIDE-ITEM-USE THRU DECIDE-ITEM-USE-EXIT
           IF WS-PRC-LOADED = 'Y'
               PERFORM CHECK-PERCEPTION-DIVERGENCE
           END-IF
           PERFORM GENERATE-COMMANDS
           PERFORM WRITE-SCORE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
           
       RESET-TICK-STATE.
      *    Working storage survives CALLs in one run unit - the
      *    entity table, threat tally and decision flags are this
      *    tick's alone.
           MOVE ZERO TO ENTITY-COUNT
           MOVE ZERO TO MONSTER-COUNT
           MOVE ZERO TO CLOSEST-MONSTER
           MOVE 99999 TO MIN-DISTANCE
           MOVE ZERO TO TOTAL-THREAT
           MOVE ZERO TO WS-INCOMING-COUNT
           MOVE ZERO TO WS-INCOMING-IDX
           MOVE 'N' TO NEED-HEALTH NEED-AMMO NEED-ARMOR WANT-WEAPON
                       SHOULD-RETREAT
           MOVE 'Y' TO CAN-FIGHT
           MOVE ZERO TO WS-RETURN-CODE.

       LOAD-AI-CONFIG.
      *    DOOM.AICONFIG is optional - if it isn't there, keep the
      *    compiled-in WS-CONSTANTS defaults above. Same layout/
      *    on what counts as critical.
           OPEN INPUT AI-CONFIG
           IF NOT CONFIG-MISSING
               PERFORM CHECK-CONFIG-VERSION
               IF WS-VP-ACCEPTED
                   READ AI-CONFIG
                       NOT AT END
                           IF CFG-LOW-HEALTH > ZERO
                               MOVE CFG-LOW-HEALTH TO CRITICAL-HEALTH
                           END-IF
                           IF CFG-LOW-AMMO > ZERO
                               MOVE CFG-LOW-AMMO TO LOW-AMMO
                           END-IF
                           IF CFG-DANGER-DIST > ZERO
                               MOVE CFG-DANGER-DIST TO DANGER-DISTANCE
                           END-IF
                   END-READ
               END-IF
               CLOSE AI-CONFIG
           END-IF.

           EXIT.
                   
       READ-ALL-ENTITIES.
      *    This tick's context carries the ENTITIES records as read -
      *    the file itself is only read when there is none.
           MOVE 'E' TO WS-CX-FUNCTION
           MOVE ZERO TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM
           IF WS-CX-SERVED
               PERFORM VARYING WS-CX-I FROM 1 BY 1
                       UNTIL WS-CX-I > WS-CX-ENTITY-COUNT
                   MOVE WS-CX-ENTITY(WS-CX-I) TO ENTITY-RECORD
                   PERFORM TAKE-ENTITY-RECORD
               END-PERFORM
           ELSE
               PERFORM UNTIL ENTITY-COUNT >= 50
                   READ ENTITIES
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM TAKE-ENTITY-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-ENTITY-RECORD.
           ADD 1 TO ENTITY-COUNT
           MOVE ENTITY-TYPE TO WS-ENT-TYPE(ENTITY-COUNT)
           MOVE ENTITY-SUBTYPE TO 
                WS-ENT-SUBTYPE(ENTITY-COUNT)
           MOVE ENTITY-X TO WS-ENT-X(ENTITY-COUNT)
           MOVE ENTITY-Y TO WS-ENT-Y(ENTITY-COUNT)
           MOVE ENTITY-DISTANCE TO 
                WS-ENT-DISTANCE(ENTITY-COUNT)
           MOVE ENTITY-ANGLE TO WS-ENT-ANGLE(ENTITY-COUNT)
           MOVE ENTITY-HEALTH TO WS-ENT-HEALTH(ENTITY-COUNT)
           MOVE ENTITY-STATE TO WS-ENT-STATE(ENTITY-COUNT)
           MOVE 'V' TO WS-ENT-PERC(ENTITY-COUNT)
           MOVE 'V' TO WS-ENT-PRC-STATE(ENTITY-COUNT)
           IF ENTITY-TYPE = 'P'
               MOVE ENTITY-MSL-HEAD-X
                   TO WS-ENT-HEAD-X(ENTITY-COUNT)
               MOVE ENTITY-MSL-HEAD-Y
                   TO WS-ENT-HEAD-Y(ENTITY-COUNT)
               MOVE ENTITY-MSL-ORIGIN-X
                   TO WS-ENT-ORIGIN-X(ENTITY-COUNT)
               MOVE ENTITY-MSL-ORIGIN-Y
                   TO WS-ENT-ORIGIN-Y(ENTITY-COUNT)
               MOVE ENTITY-MSL-SPEED
                   TO WS-ENT-SPEED(ENTITY-COUNT)
               MOVE ENTITY-MSL-OWNER
                   TO WS-ENT-OWNER(ENTITY-COUNT)
           ELSE
               MOVE ZERO TO WS-ENT-HEAD-X(ENTITY-COUNT)
                            WS-ENT-HEAD-Y(ENTITY-COUNT)
                            WS-ENT-ORIGIN-X(ENTITY-COUNT)
                            WS-ENT-ORIGIN-Y(ENTITY-COUNT)
                            WS-ENT-SPEED(ENTITY-COUNT)
               MOVE SPACE TO WS-ENT-OWNER(ENTITY-COUNT)
           END-IF.
           
       ANALYZE-THREATS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ENTITY-COUNT
               IF WS-ENT-TYPE(WS-I) = 'M' AND WS-ENT-STATE(WS-I) = 'A'
                  AND WS-ENT-PERC(WS-I) NOT = 'U'
                   ADD 1 TO MONSTER-COUNT
                   
      *            Calculate threat score based on distance and the
      *            type's bestiary threat weight
                   PERFORM SELECT-ENTITY-ENTRY
                   COMPUTE TOTAL-THREAT = TOTAL-THREAT +
                       (CAT-B-THREAT-WEIGHT(WS-CAT-I)
                           / (WS-ENT-DISTANCE(WS-I) + 1))
                   
      *            Track closest monster
                   IF WS-ENT-DISTANCE(WS-I) < MIN-DISTANCE
                       MOVE WS-I TO CLOSEST-MONSTER
                   END-IF
               END-IF
               IF WS-ENT-TYPE(WS-I) = 'P' AND WS-ENT-OWNER(WS-I) = 'M'
                   PERFORM ASSESS-INCOMING-MISSILE
               END-IF
           END-PERFORM.
           MOVE WS-INCOMING-COUNT TO INCOMING-MISSILES.
           
      *    Determine threat level
           EVALUATE TRUE
                   END-IF
               END-PERFORM.

      *    Decide action based on situation - a projectile about to
      *    land comes first: one step off its line is worth more
      *    than any shot or pickup this tick.
           EVALUATE TRUE
               WHEN WS-INCOMING-COUNT > 0
                   PERFORM SETUP-DODGE
                   MOVE 15 TO WS-RETURN-CODE

               WHEN NEED-HEALTH = 'Y' AND MIN-DISTANCE < DANGER-DISTANCE
                   MOVE 'Y' TO SHOULD-RETREAT
                   MOVE 20 TO WS-RETURN-CODE
                   MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.
           
       DECIDE-ITEM-USE.
      *    One carried item a tick at most, queued behind whatever
      *    MAKE-DECISION set up: a medkit below critical health,
      *    invulnerability when retreating with no medkit to fall
      *    back on, berserk with a monster inside punching range,
      *    the radsuit when the planned step lands on slime or lava.
           MOVE ZERO TO WS-ITEM-USE-SLOT
           IF ACTION-COUNT IS NOT NUMERIC
               MOVE ZERO TO ACTION-COUNT
           END-IF
           MOVE 'R' TO WS-IP-FUNCTION
           MOVE 1 TO WS-IP-PLAYER-ID
           MOVE GAME-TICK TO WS-IP-TICK
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           IF WS-IP-COUNTS = ZEROS OR ACTION-COUNT >= 5
               GO TO DECIDE-ITEM-USE-EXIT
           END-IF

           PERFORM READ-POWERUP-STATE
           EVALUATE TRUE
               WHEN WS-IP-COUNT(1) > ZERO
                    AND PLAYER-HEALTH < CRITICAL-HEALTH
                    AND WS-ITEM-INVULN = ZERO
                   MOVE 1 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(3) > ZERO AND SHOULD-RETREAT = 'Y'
                    AND WS-ITEM-INVULN = ZERO
                   MOVE 3 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(4) > ZERO AND MONSTER-COUNT > 0
                    AND MIN-DISTANCE <= 64
                    AND WS-ITEM-BERSERK NOT = 'B'
                   MOVE 4 TO WS-ITEM-USE-SLOT
               WHEN WS-IP-COUNT(2) > ZERO AND WS-ITEM-RADSUIT = ZERO
                   PERFORM CHECK-HAZARD-STEP
                   IF WS-ITEM-HAZARD = 'Y'
                       MOVE 2 TO WS-ITEM-USE-SLOT
                   END-IF
           END-EVALUATE

           IF WS-ITEM-USE-SLOT > ZERO
               ADD 1 TO ACTION-COUNT
               MOVE 'IT' TO ACTION-CODE(ACTION-COUNT)
               MOVE WS-ITEM-USE-SLOT TO ACTION-PARAM(ACTION-COUNT)
           END-IF.

       DECIDE-ITEM-USE-EXIT.
           EXIT.

       READ-POWERUP-STATE.
      *    No frame, or no player record in it, reads as nothing
      *    running - the item is then judged on need alone.
           MOVE ZERO TO WS-ITEM-RADSUIT WS-ITEM-INVULN
           MOVE SPACE TO WS-ITEM-BERSERK
           OPEN INPUT RICH-AMMO
           IF NOT RICHAMMO-MISSING
               MOVE 2 TO WS-RA-REL-KEY
               READ RICH-AMMO
                   INVALID KEY MOVE SPACES TO RP-RECORD-TYPE
               END-READ
               IF RP-RECORD-TYPE = 'PLAYER  '
                   IF RP-RADSUIT-TIMER IS NUMERIC
                       MOVE RP-RADSUIT-TIMER TO WS-ITEM-RADSUIT
                   END-IF
                   IF RP-INVULN-TIMER IS NUMERIC
                       MOVE RP-INVULN-TIMER TO WS-ITEM-INVULN
                   END-IF
                   MOVE RP-FLAG-BERSERK TO WS-ITEM-BERSERK
               END-IF
               CLOSE RICH-AMMO
           END-IF.

       CHECK-HAZARD-STEP.
      *    Only a queued move can step onto anything - the cell it
      *    heads for is read off the same wall map EXPLORE steers by.
           MOVE 'N' TO WS-ITEM-HAZARD
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > ACTION-COUNT
               IF ACTION-CODE(WS-J) = 'MV'
                   MOVE 'Y' TO WS-ITEM-HAZARD
               END-IF
           END-PERFORM
           IF WS-ITEM-HAZARD = 'Y'
               MOVE 'N' TO WS-ITEM-HAZARD
               PERFORM LOAD-EXPLORE-MAPS THRU LOAD-EXPLORE-MAPS-DONE
               IF WS-EXPLORE-MAPS-VALID = 'Y'
                   MOVE WS-GRID-X TO WS-ITEM-CHECK-X
                   MOVE WS-GRID-Y TO WS-ITEM-CHECK-Y
                   EVALUATE MOVE-DIRECTION
                       WHEN 'N'  SUBTRACT 1 FROM WS-ITEM-CHECK-Y
                       WHEN 'S'  ADD 1 TO WS-ITEM-CHECK-Y
                       WHEN 'E'  ADD 1 TO WS-ITEM-CHECK-X
                       WHEN 'W'  SUBTRACT 1 FROM WS-ITEM-CHECK-X
                   END-EVALUATE
                   IF WS-ITEM-CHECK-X >= 1
                      AND WS-ITEM-CHECK-X <= WS-MAP-COLS
                      AND WS-ITEM-CHECK-Y >= 1
                      AND WS-ITEM-CHECK-Y <= WS-MAP-ROWS
                       IF WS-WALL-MAP-CELL(WS-ITEM-CHECK-Y,
                                           WS-ITEM-CHECK-X) = '~' OR '^'
                           MOVE 'Y' TO WS-ITEM-HAZARD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ASSESS-INCOMING-MISSILE.
      *    A monster's projectile is incoming when the player stands
      *    ahead of it on its line of flight - within half a cell of
      *    the line drawn from its origin along its heading, the
      *    same rounding its flight makes. It weighs in as its
      *    damage over the ticks it needs to arrive, so a fireball
      *    one tick out outweighs a monster across the room.
           IF FUNCTION ABS(WS-ENT-HEAD-X(WS-I))
                   >= FUNCTION ABS(WS-ENT-HEAD-Y(WS-I))
               COMPUTE WS-HEAD-SPAN = FUNCTION ABS(WS-ENT-HEAD-X(WS-I))
           ELSE
               COMPUTE WS-HEAD-SPAN = FUNCTION ABS(WS-ENT-HEAD-Y(WS-I))
           END-IF
           IF WS-HEAD-SPAN > 0
               COMPUTE WS-REL-X = PLAYER-X - WS-ENT-X(WS-I)
               COMPUTE WS-REL-Y = PLAYER-Y - WS-ENT-Y(WS-I)
               COMPUTE WS-OFF-LINE =
                   (PLAYER-X - WS-ENT-ORIGIN-X(WS-I))
                       * WS-ENT-HEAD-Y(WS-I)
                   - (PLAYER-Y - WS-ENT-ORIGIN-Y(WS-I))
                       * WS-ENT-HEAD-X(WS-I)
               IF WS-REL-X * WS-ENT-HEAD-X(WS-I)
                  + WS-REL-Y * WS-ENT-HEAD-Y(WS-I) > 0
                  AND FUNCTION ABS(WS-OFF-LINE) * 2 <= WS-HEAD-SPAN
                   IF FUNCTION ABS(WS-REL-X) >= FUNCTION ABS(WS-REL-Y)
                       COMPUTE WS-REL-SPAN = FUNCTION ABS(WS-REL-X)
                   ELSE
                       COMPUTE WS-REL-SPAN = FUNCTION ABS(WS-REL-Y)
                   END-IF
                   IF WS-ENT-SPEED(WS-I) = 0
                       MOVE 1 TO WS-ENT-SPEED(WS-I)
                   END-IF
                   COMPUTE WS-INCOMING-TICKS =
                       (WS-REL-SPAN + WS-ENT-SPEED(WS-I) - 1)
                       / WS-ENT-SPEED(WS-I)
                   IF WS-INCOMING-TICKS = 0
                       MOVE 1 TO WS-INCOMING-TICKS
                   END-IF
                   COMPUTE WS-MSL-THREAT = TOTAL-THREAT
                       + (WS-ENT-HEALTH(WS-I) * 10 / WS-INCOMING-TICKS)
                   IF WS-MSL-THREAT > 999
                       MOVE 999 TO TOTAL-THREAT
                   ELSE
                       MOVE WS-MSL-THREAT TO TOTAL-THREAT
                   END-IF
                   IF WS-INCOMING-COUNT < 9
                       ADD 1 TO WS-INCOMING-COUNT
                   END-IF
                   IF WS-INCOMING-IDX = 0
                      OR WS-INCOMING-TICKS < WS-BEST-TICKS
                       MOVE WS-I TO WS-INCOMING-IDX
                       MOVE WS-INCOMING-TICKS TO WS-BEST-TICKS
                   END-IF
               END-IF
           END-IF.

       LOAD-PERCEPTION.
      *    DOOMPERC's records for the ENTITIES file, by ordinal. A
      *    record whose subtype no longer matches the table slot is
      *    stale and ignored - the entity is taken as seen.
           MOVE 'N' TO WS-PRC-LOADED
           MOVE ZERO TO WS-PRC-TICK
           MOVE '00' TO WS-PERCEIVE-STATUS
           OPEN INPUT PERCEIVE-FILE
           IF PERCEIVE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL PERCEIVE-EOF
                   READ PERCEIVE-FILE
                       AT END SET PERCEIVE-EOF TO TRUE
                       NOT AT END
                           IF PRC-FROM-ENTITIES
                              AND PRC-ORDINAL IS NUMERIC
                              AND PRC-ORDINAL >= 1
                              AND PRC-ORDINAL <= ENTITY-COUNT
                               PERFORM TAKE-PERCEPTION-RECORD
                           END-IF
                   END-READ
                   IF NOT PERCEIVE-EOF
                      AND WS-PERCEIVE-STATUS NOT = '00'
                       SET PERCEIVE-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PERCEIVE-FILE
           END-IF.

       TAKE-PERCEPTION-RECORD.
           MOVE PRC-ORDINAL TO WS-J
           IF PRC-SUBTYPE = WS-ENT-SUBTYPE(WS-J)
               MOVE 'Y' TO WS-PRC-LOADED
               IF PRC-TICK IS NUMERIC
                   MOVE PRC-TICK TO WS-PRC-TICK
               END-IF
               MOVE PRC-STATE TO WS-ENT-PRC-STATE(WS-J)
               MOVE PRC-MEMORY TO WS-ENT-PRC-MEMORY(WS-J)
               MOVE PRC-LAST-X TO WS-ENT-LAST-X(WS-J)
               MOVE PRC-LAST-Y TO WS-ENT-LAST-Y(WS-J)
               MOVE PRC-LAST-DISTANCE TO WS-ENT-LAST-DIST(WS-J)
               MOVE PRC-LAST-ANGLE TO WS-ENT-LAST-ANGLE(WS-J)
           END-IF.

       APPLY-PERCEPTION.
      *    The all-knowing pass has just run - keep its picture, then
      *    put each monster where the player believes it is and
      *    clear the tallies for the pass that decides.
           MOVE MONSTER-COUNT TO WS-OMNI-MONSTERS
           MOVE CLOSEST-MONSTER TO WS-OMNI-CLOSEST
           MOVE MIN-DISTANCE TO WS-OMNI-MIN-DIST
           MOVE WS-INCOMING-COUNT TO WS-OMNI-INCOMING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ENTITY-COUNT
               EVALUATE TRUE
                   WHEN WS-ENT-PRC-STATE(WS-I) = 'V'
                       MOVE 'V' TO WS-ENT-PERC(WS-I)
                   WHEN WS-ENT-PRC-MEMORY(WS-I) = 'Y'
                       MOVE 'R' TO WS-ENT-PERC(WS-I)
                       MOVE WS-ENT-LAST-X(WS-I) TO WS-ENT-X(WS-I)
                       MOVE WS-ENT-LAST-Y(WS-I) TO WS-ENT-Y(WS-I)
                       MOVE WS-ENT-LAST-DIST(WS-I)
                           TO WS-ENT-DISTANCE(WS-I)
                       MOVE WS-ENT-LAST-ANGLE(WS-I)
                           TO WS-ENT-ANGLE(WS-I)
                   WHEN OTHER
                       MOVE 'U' TO WS-ENT-PERC(WS-I)
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO MONSTER-COUNT
           MOVE ZERO TO CLOSEST-MONSTER
           MOVE 99999 TO MIN-DISTANCE
           MOVE ZERO TO TOTAL-THREAT
           MOVE ZERO TO WS-INCOMING-COUNT
           MOVE ZERO TO WS-INCOMING-IDX.

       CHECK-PERCEPTION-DIVERGENCE.
      *    The all-knowing decision is MAKE-DECISION's EVALUATE run
      *    on the kept picture (the resource flags don't depend on
      *    what is seen); combat also names the monster it would
      *    close on. Any difference goes to DOOM.AIDIVERGE beside the
      *    engine-against-engine lines, so DOOMHKP's archive count
      *    says how often the blind spots changed the play.
           EVALUATE TRUE
               WHEN WS-OMNI-INCOMING > 0
                   MOVE 'DODGE' TO WS-OMNI-DECISION
               WHEN NEED-HEALTH = 'Y'
                    AND WS-OMNI-MIN-DIST < DANGER-DISTANCE
                   MOVE 'RETREAT' TO WS-OMNI-DECISION
               WHEN WS-OMNI-MONSTERS > 0 AND CAN-FIGHT = 'Y'
                   MOVE SPACES TO WS-OMNI-DECISION
                   STRING 'COMBAT ' DELIMITED BY SIZE
                          WS-OMNI-CLOSEST DELIMITED BY SIZE
                          INTO WS-OMNI-DECISION
               WHEN NEED-HEALTH = 'Y' OR NEED-AMMO = 'Y' OR
                    NEED-ARMOR = 'Y' OR WANT-WEAPON = 'Y'
                   MOVE 'ITEMS' TO WS-OMNI-DECISION
               WHEN OTHER
                   MOVE 'EXPLORE' TO WS-OMNI-DECISION
           END-EVALUATE
           EVALUATE WS-RETURN-CODE
               WHEN 15
                   MOVE 'DODGE' TO WS-SEEN-DECISION
               WHEN 20
                   MOVE 'RETREAT' TO WS-SEEN-DECISION
               WHEN 10
                   MOVE SPACES TO WS-SEEN-DECISION
                   STRING 'COMBAT ' DELIMITED BY SIZE
                          CLOSEST-MONSTER DELIMITED BY SIZE
                          INTO WS-SEEN-DECISION
               WHEN 5
                   MOVE 'ITEMS' TO WS-SEEN-DECISION
               WHEN OTHER
                   MOVE 'EXPLORE' TO WS-SEEN-DECISION
           END-EVALUATE
           IF WS-OMNI-DECISION NOT = WS-SEEN-DECISION
               MOVE SPACES TO WS-DIVERGE-MSG
               STRING 'DIVERGENCE PERCEPTION/TACT: ' DELIMITED BY SIZE
                      WS-OMNI-DECISION DELIMITED BY SIZE
                      ' VS ' DELIMITED BY SIZE
                      WS-SEEN-DECISION DELIMITED BY SIZE
                      ' TICK ' DELIMITED BY SIZE
                      WS-PRC-TICK DELIMITED BY SIZE
                      INTO WS-DIVERGE-MSG
               OPEN EXTEND DIVERGE-LOG
               MOVE WS-DIVERGE-MSG TO DIVERGE-RECORD
               WRITE DIVERGE-RECORD
               CLOSE DIVERGE-LOG
           END-IF.

       SETUP-DODGE.
      *    Get out of the line of fire: a sidestep square to the
      *    most urgent projectile's heading, toward whichever side
      *    is open floor on the wall map (the first side when there
      *    is no map to check).
           MOVE 'P' TO TARGET-TYPE
           MOVE WS-ENT-X(WS-INCOMING-IDX) TO TARGET-X
           MOVE WS-ENT-Y(WS-INCOMING-IDX) TO TARGET-Y
           MOVE 0 TO TARGET-ANGLE
           PERFORM LOAD-EXPLORE-MAPS THRU LOAD-EXPLORE-MAPS-DONE
           IF FUNCTION ABS(WS-ENT-HEAD-X(WS-INCOMING-IDX))
              >= FUNCTION ABS(WS-ENT-HEAD-Y(WS-INCOMING-IDX))
      *        Flying east-west - step north, else south.
               MOVE 'N' TO MOVE-DIRECTION
               MOVE WS-GRID-X TO WS-DODGE-X
               COMPUTE WS-DODGE-Y = WS-GRID-Y - 1
               PERFORM CHECK-DODGE-CELL
               IF WS-DODGE-OPEN = 'N'
                   MOVE 'S' TO MOVE-DIRECTION
               END-IF
           ELSE
      *        Flying north-south - step west, else east.
               MOVE 'W' TO MOVE-DIRECTION
               COMPUTE WS-DODGE-X = WS-GRID-X - 1
               MOVE WS-GRID-Y TO WS-DODGE-Y
               PERFORM CHECK-DODGE-CELL
               IF WS-DODGE-OPEN = 'N'
                   MOVE 'E' TO MOVE-DIRECTION
               END-IF
           END-IF
           MOVE 9 TO MOVE-URGENCY
           MOVE 1 TO ACTION-COUNT
           MOVE 'MV' TO ACTION-CODE(1)
           MOVE 0 TO ACTION-PARAM(1).

       CHECK-DODGE-CELL.
           MOVE 'Y' TO WS-DODGE-OPEN
           IF WS-EXPLORE-MAPS-VALID = 'Y'
               IF WS-DODGE-X < 1 OR WS-DODGE-X > WS-MAP-COLS
                  OR WS-DODGE-Y < 1 OR WS-DODGE-Y > WS-MAP-ROWS
                   MOVE 'N' TO WS-DODGE-OPEN
               ELSE
                   EVALUATE WS-WALL-MAP-CELL(WS-DODGE-Y, WS-DODGE-X)
                       WHEN '#'
                       WHEN 'D'
                       WHEN '7'
                       WHEN '8'
                       WHEN '9'
                       WHEN '%'
                       WHEN '+'
                           MOVE 'N' TO WS-DODGE-OPEN
                   END-EVALUATE
               END-IF
           END-IF.

       SETUP-COMBAT.
           PERFORM SELECT-COMBAT-TARGET
           IF WS-CHOSEN-TARGET = 0
               IF WS-ENT-TYPE(WS-I) = 'M'
                  AND WS-ENT-STATE(WS-I) = 'A'
                  AND WS-ENT-HEALTH(WS-I) > 0
                  AND WS-ENT-PERC(WS-I) NOT = 'U'
                   PERFORM SCORE-ONE-CANDIDATE
               END-IF
           END-PERFORM
               CLOSE TARGET-STATE-FILE
           END-IF.

       SELECT-ENTITY-ENTRY.
      *    The bestiary entry for entity WS-I - types the catalog
      *    doesn't list share its fallback entry.
           IF WS-ENT-SUBTYPE(WS-I) IS NUMERIC
              AND WS-ENT-SUBTYPE(WS-I) >= 1
              AND WS-ENT-SUBTYPE(WS-I) <= 10
               MOVE WS-ENT-SUBTYPE(WS-I) TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF.

       SCORE-ONE-CANDIDATE.
           PERFORM SELECT-ENTITY-ENTRY
           MOVE CAT-B-TARGET-TIER(WS-CAT-I) TO WS-TIER-WEIGHT

           COMPUTE WS-ANGLE-COST =
               WS-ENT-ANGLE(WS-I) - PLAYER-ANGLE
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

       READ-WEAPON-OWNERSHIP.
           MOVE SPACES TO WS-OWNED-MASK
               MOVE GRID-PLAYER-Y TO WS-GRID-Y
               CLOSE GRID-STATE

               MOVE 'M' TO WS-CX-FUNCTION
               MOVE GRID-STATE-LEVEL TO WS-CX-LEVEL
               CALL 'DOOMCTX' USING WS-CTX-PARM
               IF WS-CX-SERVED
                   PERFORM TAKE-EXPLORE-CONTEXT
                   GO TO LOAD-EXPLORE-MAPS-DONE
               END-IF

               PERFORM READ-LEVEL-DIMS

               OPEN INPUT WALL-MAP
       LOAD-EXPLORE-MAPS-DONE.
           EXIT.

       TAKE-EXPLORE-CONTEXT.
      *    Rows missing from LEVEL already read as walls here, just
      *    as the live read fills them; no visited mask still means
      *    no steering.
           MOVE WS-CX-ROWS TO WS-MAP-ROWS
           MOVE WS-CX-COLS TO WS-MAP-COLS
           MOVE SPACES TO WS-VISITED-ARRAY
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-MAP-ROWS
               MOVE WS-CX-MAP-ROW(WS-EXP-I) TO WS-WALL-MAP-ROW(WS-EXP-I)
               MOVE WS-CX-VISITED-ROW(WS-EXP-I)
                   TO WS-VISITED-ROW(WS-EXP-I)
           END-PERFORM
           IF WS-CX-VISITED-PRESENT = 'Y'
               MOVE 'Y' TO WS-EXPLORE-MAPS-VALID
           END-IF.

       READ-LEVEL-DIMS.
      *    The level's actual shape - no record keeps the classic
      *    20x40, same defaulting every map reader applies.
                       PERFORM DERIVE-MOVE-KEYCODE
                       MOVE 0 TO MOUSE-DELTA-X MOUSE-DELTA-Y
                       WRITE COMMAND-RECORD

                   WHEN 'IT'
                       PERFORM WRITE-ITEM-COMMAND
               END-EVALUATE
           END-PERFORM.

       WRITE-ITEM-COMMAND.
      *    Priced at this tick's threat level, the same figure
      *    DOOMARB weighs the whole TACT decision by.
           MOVE SPACES TO ITEM-COMMAND-RECORD
           MOVE 'COMMAND ' TO IC-RECORD-TYPE
           MOVE 'ITEM    ' TO IC-ACTION
           MOVE WS-ITEM-WORD(ACTION-PARAM(WS-I)) TO IC-DIRECTION
           MOVE 1 TO IC-VALUE
           MOVE THREAT-LEVEL TO IC-PRIORITY
           STRING 'USE CARRIED ' DELIMITED BY SIZE
                  WS-ITEM-WORD(ACTION-PARAM(WS-I)) DELIMITED BY SPACE
                  INTO IC-REASON
           MOVE 'TACT    ' TO IC-ENGINE-ID
           MOVE GAME-TICK TO IC-TIMESTAMP
           WRITE ITEM-COMMAND-RECORD.

       DERIVE-MOVE-KEYCODE.
      *    MOVE-DIRECTION is the N/S/E/W DERIVE-MOVE-DIRECTION (or
      *    EXPLORE's default) already picked - map it to the WASD key
                   MOVE 'A   ' TO COMMAND-CODE
               WHEN OTHER
                   MOVE 'W   ' TO COMMAND-CODE
           END-EVALUATE.

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
