      * uses - and echoed to the grid GAMESTAT health. A sergeant
      * parked next to the player is no longer harmless just because
      * we hold fire.
      * Monsters get in each other's way, too. A ranged shot whose
      * trace crosses another live monster before it reaches the
      * player lands on that monster, and a monster hurt by another
      * carries a grudge in ENTITY-FLAGS - the attacker's frame
      * record and a few ticks - during which it chases and hits
      * the attacker instead of us, in both files' step rule. That
      * damage goes on DOOM.DMGLOG under the MI- cause family, so
      * the ledger shows infighting without DOOMLETH charging it to
      * the player, and a monster it kills is marked 'I' so the
      * kill is scored without counting as one of our hits.
      * The fireball throwers - imp and cacodemon - don't land their
      * ranged shot outright: each puts a MISSILE record in the
      * frame aimed at the cell its target stands in, one in the air
      * per thrower, with a 'P' twin in ENTITIES so DOOMTACT can
      * see it coming. DOOMCBT flies it and settles what it hits,
      * so a player who steps off the line takes nothing.
      * The chase no longer steers greedily. Once per tick a
      * breadth-first wave floods out from the player's cell over
      * the LEVEL map - closed doors of any color and switch faces
      * blocked, the same set DOOMPLAN routes around - leaving every
      * reachable cell its walking distance to the player. A chasing
      * monster steps downhill on that field and a fleeing one
      * uphill, so a monster on the far side of a U-shaped wall
      * walks round it instead of grinding against it. A monster
      * the wave never reached - walled off, or off the grid - keeps
      * the old dominant-axis step. One flood serves the whole
      * population, so the step's cost hardly moves as it grows.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMSIM.
      *    readers pass it through inside their filler.
           05  ENTITY-RESPAWN      PIC 9(3).
           05  FILLER              PIC X(63).
      *    A projectile's twin ('P', rebuilt from the frame's MISSILE
      *    records): subtype is the missile kind, health its damage,
      *    state 'F', and its flight line follows the state byte
      *    where a monster keeps its respawn countdown.
       01  MISSILE-TWIN-RECORD.
           05  FILLER              PIC X(46).
           05  ENTITY-MSL-HEAD-X   PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-HEAD-Y   PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-ORIGIN-X PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-ORIGIN-Y PIC S9(3) SIGN LEADING SEPARATE.
           05  ENTITY-MSL-SPEED    PIC 9.
           05  ENTITY-MSL-OWNER    PIC X.
           05  FILLER              PIC X(48).

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).
       COPY DOOMSCR.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMSIM '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-SCORE-STATUS                PIC XX.
               10  WS-MAP-CELL OCCURS 60 TIMES PIC X.
       01  WS-MAP-VALID                   PIC X VALUE 'N'.

      *    Distance field for the tick: steps from each cell to the
      *    player's along open floor, 9999 where the wave never got.
      *    Flooded once, before any monster moves, off the map as it
      *    stands when the step starts.
       01  WS-FLOW-WORK.
           05  WS-FLOW-GRID.
               10  WS-FLOW-ROW OCCURS 30 TIMES.
                   15  WS-FLOW-DIST OCCURS 60 TIMES PIC 9(4).
           05  WS-FLOW-QUEUE OCCURS 1800 TIMES.
               10  WS-FQ-X                PIC 99.
               10  WS-FQ-Y                PIC 99.
           05  WS-FQ-HEAD                 PIC 9(4).
           05  WS-FQ-TAIL                 PIC 9(4).
           05  WS-FLOW-CUR-X              PIC 99.
           05  WS-FLOW-CUR-Y              PIC 99.
           05  WS-FLOW-TRY-X              PIC S9(4).
           05  WS-FLOW-TRY-Y              PIC S9(4).
           05  WS-FLOW-DIR                PIC 9.
           05  WS-FLOW-READY              PIC X VALUE 'N'.
           05  WS-FLOW-USED               PIC X.
           05  WS-FLOW-UPHILL             PIC X.
           05  WS-FLOW-BEST               PIC 9(4).
           05  WS-FLOW-BEST-X             PIC S9(4).
           05  WS-FLOW-BEST-Y             PIC S9(4).
           05  WS-FLOW-FIRST-DIR          PIC 9.
           05  WS-FLOW-SECOND-DIR         PIC 9.
       01  WS-FLOW-UNREACHED              PIC 9(4) VALUE 9999.

       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
      *        The state that governed this tick's behavior - only
      *        an 'A' entity gets its attack counted in the frame
      *        pass; dormant, pained and fleeing monsters hold fire.
      *        'G' is a monster that spent the step chasing a grudge.
               10  WS-MIR-STATE           PIC X.
       01  WS-MIRROR-WORK.
           05  WS-MIR-I                   PIC 99.
           88  SKILL-MISSING              VALUE '35'.
       01  WS-SKILL                       PIC 9 VALUE 2.

      *    Respawn health, flee bars, bite and shot damage, the
      *    skill scaling on both and which types throw what all come
      *    from the stat catalogs.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.

      *    Nightmare respawn bookkeeping - positions restored in
      *    the ENTITIES pass land here so the rich pass can restore
      *    its matching corpse the same tick.
           05  WS-PICKUP-WEAPON           PIC 9 VALUE ZERO.
           05  WS-WEAPON-NAME             PIC X(8).

      *    Shaped to match DOOMITEM's LINKAGE - a carried item goes
      *    into the player's pack instead of paying out.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION             PIC X VALUE 'A'.
           05  WS-IP-PLAYER-ID            PIC 9 VALUE 1.
           05  WS-IP-SLOT                 PIC 9.
           05  WS-IP-TICK                 PIC 9(8).
           05  WS-IP-RESULT               PIC X.
               88  WS-IP-DONE             VALUE 'Y'.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

      *    Shaped to match DOOMMSG's LINKAGE - a weapon or carried
      *    item taken off the floor puts a line on the frame.
       01  WS-MSG-PARM.
           05  WS-MP-FUNCTION             PIC X VALUE 'P'.
           05  WS-MP-PLAYER-ID            PIC 9 VALUE 1.
           05  WS-MP-CATEGORY             PIC X VALUE 'W'.
           05  WS-MP-TICK                 PIC 9(8).
           05  WS-MP-TEXT                 PIC X(40).
           05  WS-MP-COUNT                PIC 9.
           05  WS-MP-SHOWN OCCURS 3 TIMES PIC X(41).

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built supplies the map and the entity table;
      *    what this step changes in them goes back at the end.
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

      *    Monster attack accumulation for the tick - every entity
      *    close enough contributes its per-type damage, and the
      *    total lands on the player once after the movement pass.
           05  WS-LOS-CX                  PIC S9(4).
           05  WS-LOS-CY                  PIC S9(4).
           05  WS-LOS-ERR                 PIC S9(5).
      *        'Y' clear, 'N' a wall in the way, 'M' a live monster
      *        in the way - WS-LOS-BLOCKER is its frame record. The
      *        monster check only runs when WS-LOS-MONSTERS is 'Y'.
           05  WS-LOS-CLEAR               PIC X.
           05  WS-LOS-MONSTERS            PIC X VALUE 'N'.
           05  WS-LOS-BLOCKER             PIC 99.
           05  WS-LOS-K                   PIC 99.

      *    Grudges standing at the start of the tick, by holder and
      *    target cell - the ENTITIES pass has no flags of its own,
      *    so its step rule finds its grudge holders here and the
      *    mirror replays that step onto the frame like any other.
       01  WS-GRUDGE-TABLE.
           05  WS-GRD-COUNT               PIC 99 VALUE ZERO.
           05  WS-GRD OCCURS 64 TIMES.
               10  WS-GRD-X               PIC S9(4).
               10  WS-GRD-Y               PIC S9(4).
               10  WS-GRD-TGT-X           PIC S9(4).
               10  WS-GRD-TGT-Y           PIC S9(4).
       01  WS-GRUDGE-WORK.
           05  WS-GRUDGE-SPAN             PIC 9 VALUE 5.
           05  WS-GRD-I                   PIC 99.
           05  WS-GRD-FOUND               PIC X.
           05  WS-GRD-TARGET              PIC 99.
           05  WS-TGT-X                   PIC S9(4).
           05  WS-TGT-Y                   PIC S9(4).
           05  WS-TGT-CELLS               PIC 9(4).

      *    Monster-on-monster hits for the tick - the frame records
      *    hurt are remembered so their ENTITIES twins get the same
      *    health once every entity has taken its step.
       01  WS-INFIGHT-WORK.
           05  WS-INF-VICTIM              PIC 99.
           05  WS-INF-DAMAGE              PIC 9(3).
           05  WS-INF-SYNC-COUNT          PIC 99 VALUE ZERO.
           05  WS-INF-SYNC OCCURS 64 TIMES PIC 99.
           05  WS-INF-S                   PIC 99.
           05  WS-INF-LISTED              PIC X.

      *    Projectile launches for the tick - the thrower's shot
      *    becomes a MISSILE record aimed at WS-MSL-AIM-X/Y, in the
      *    first spent missile slot or on the end of the frame.
       01  WS-MISSILE-WORK.
           05  WS-FIRE-MISSILE            PIC X.
           05  WS-MSL-SPAWNED             PIC X VALUE 'N'.
           05  WS-MSL-AIRBORNE            PIC X.
           05  WS-MSL-SLOT                PIC 99.
           05  WS-MSL-K                   PIC 99.
           05  WS-MSL-AIM-X               PIC S9(4).
           05  WS-MSL-AIM-Y               PIC S9(4).
           05  WS-MSL-SPEED               PIC 9 VALUE 2.

      *    Shaped to match DOOMJRNL's LINKAGE - monster attacks are
      *    part of the session's story the AI report explains from.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMDMG's LINKAGE - one ledger event per
      *    attacking entity, under its type name, or under MI- and
      *    the type when the one it hurt was another monster.
       01  WS-DMG-PARM.
           05  WS-DP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-DP-CAUSE         PIC X(8).
               GOBACK
           END-IF
           PERFORM LOAD-LEVEL-MAP
           PERFORM BUILD-FLOW-FIELD
           PERFORM READ-FRAME-TICK
           PERFORM READ-SKILL-SETTING
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM LOAD-RICH-FRAME
           PERFORM LOAD-GRUDGE-TABLE
           PERFORM SIMULATE-ENTITIES-FILE
           PERFORM SIMULATE-RICH-FRAME
           IF WS-MSL-SPAWNED = 'Y'
               PERFORM REFRESH-TACT-MISSILES
           END-IF
           PERFORM PROCESS-DOOR-TIMERS
      *    Monsters moved, pickups came off the floor and doors may
      *    have closed - the later steps of the tick see all of it.
           MOVE 'R' TO WS-CX-FUNCTION
           MOVE 'A' TO WS-CX-SCOPE
           CALL 'DOOMCTX' USING WS-CTX-PARM
           GOBACK.

       READ-SKILL-SETTING.
           END-IF.

       LOAD-LEVEL-MAP.
           MOVE 'M' TO WS-CX-FUNCTION
           MOVE WS-CUR-LEVEL TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM
           IF WS-CX-SERVED
               PERFORM TAKE-LEVEL-CONTEXT
           ELSE
               PERFORM LOAD-LIVE-LEVEL-MAP
           END-IF.

       TAKE-LEVEL-CONTEXT.
      *    A map short of rows reads as no map, as it does live.
           MOVE WS-CX-ROWS TO WS-MAP-ROWS
           MOVE WS-CX-COLS TO WS-MAP-COLS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CX-ROWS-FOUND
               MOVE WS-CX-MAP-ROW(WS-I) TO WS-MAP-ROW(WS-I)
           END-PERFORM
           IF WS-CX-ROWS-FOUND < WS-MAP-ROWS
               MOVE 'N' TO WS-MAP-VALID
           ELSE
               MOVE 'Y' TO WS-MAP-VALID
           END-IF.

       LOAD-LIVE-LEVEL-MAP.
           PERFORM READ-LEVEL-DIMS
           MOVE 'N' TO WS-MAP-VALID
           OPEN INPUT LEVEL-DATA
               CLOSE LEVEL-DIMS
           END-IF.

       BUILD-FLOW-FIELD.
      *    Plain breadth-first wave from the player's cell, the one
      *    DOOMPLAN runs, keeping each cell's distance instead of a
      *    parent. No map, or a player off the grid, leaves the
      *    field unbuilt and every monster on the greedy step.
           MOVE 'N' TO WS-FLOW-READY
           MOVE ALL '9' TO WS-FLOW-GRID
           IF WS-MAP-VALID = 'Y'
              AND WS-PLY-X >= 1 AND WS-PLY-X <= WS-MAP-COLS
              AND WS-PLY-Y >= 1 AND WS-PLY-Y <= WS-MAP-ROWS
               MOVE 'Y' TO WS-FLOW-READY
               MOVE 1 TO WS-FQ-HEAD
               MOVE 1 TO WS-FQ-TAIL
               MOVE WS-PLY-X TO WS-FQ-X(1)
               MOVE WS-PLY-Y TO WS-FQ-Y(1)
               MOVE ZERO TO WS-FLOW-DIST(WS-PLY-Y, WS-PLY-X)
               PERFORM FLOOD-ONE-CELL
                   UNTIL WS-FQ-HEAD > WS-FQ-TAIL
           END-IF.

       FLOOD-ONE-CELL.
           MOVE WS-FQ-X(WS-FQ-HEAD) TO WS-FLOW-CUR-X
           MOVE WS-FQ-Y(WS-FQ-HEAD) TO WS-FLOW-CUR-Y
           ADD 1 TO WS-FQ-HEAD
           PERFORM VARYING WS-FLOW-DIR FROM 1 BY 1
                   UNTIL WS-FLOW-DIR > 4
               MOVE WS-FLOW-CUR-X TO WS-FLOW-TRY-X
               MOVE WS-FLOW-CUR-Y TO WS-FLOW-TRY-Y
               EVALUATE WS-FLOW-DIR
                   WHEN 1  SUBTRACT 1 FROM WS-FLOW-TRY-Y
                   WHEN 2  ADD 1 TO WS-FLOW-TRY-X
                   WHEN 3  ADD 1 TO WS-FLOW-TRY-Y
                   WHEN OTHER  SUBTRACT 1 FROM WS-FLOW-TRY-X
               END-EVALUATE
               PERFORM PUSH-FLOW-IF-OPEN
           END-PERFORM.

       PUSH-FLOW-IF-OPEN.
           IF WS-FLOW-TRY-X >= 1 AND WS-FLOW-TRY-X <= WS-MAP-COLS
              AND WS-FLOW-TRY-Y >= 1 AND WS-FLOW-TRY-Y <= WS-MAP-ROWS
              AND WS-FQ-TAIL < 1800
               IF WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      = WS-FLOW-UNREACHED
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '#'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = 'D'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '7'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '8'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '9'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '%'
                  AND WS-MAP-CELL(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = '+'
                   COMPUTE WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                       = WS-FLOW-DIST(WS-FLOW-CUR-Y, WS-FLOW-CUR-X)
                         + 1
                   ADD 1 TO WS-FQ-TAIL
                   MOVE WS-FLOW-TRY-X TO WS-FQ-X(WS-FQ-TAIL)
                   MOVE WS-FLOW-TRY-Y TO WS-FQ-Y(WS-FQ-TAIL)
               END-IF
           END-IF.

       SIMULATE-ENTITIES-FILE.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE ZERO TO WS-PICKUP-HEALTH
           MOVE 'N' TO WS-WEAPON-TAKEN
           MOVE ZERO TO WS-MIR-COUNT
           MOVE ZERO TO WS-RSP-COUNT
      *    The tick context holds the file's records as read - with
      *    none for this tick, the file is read itself.
           MOVE 'E' TO WS-CX-FUNCTION
           MOVE ZERO TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM
           IF WS-CX-SERVED
               MOVE WS-CX-ENTITY-COUNT TO WS-ENT-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ENT-COUNT
                   MOVE WS-CX-ENTITY(WS-I) TO WS-ENT-REC(WS-I)
               END-PERFORM
               PERFORM REWRITE-ENTITIES-FILE
           ELSE
      *        The status byte survives between CALLs in one run
      *        unit - a stale end-of-file from last tick must not
      *        skip this one.
               MOVE '00' TO WS-ENTITIES-STATUS
               OPEN INPUT ENTITIES
               IF ENTITIES-MISSING
                   CONTINUE
               ELSE
                   PERFORM UNTIL ENTITIES-EOF OR WS-ENT-COUNT >= 50
                       READ ENTITIES
                           AT END SET ENTITIES-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ENT-COUNT
                               MOVE ENTITY-RECORD
                                   TO WS-ENT-REC(WS-ENT-COUNT)
                       END-READ
      *                A read failing outright (bad record size, file
      *                damage) never takes either branch above - treat
      *                it as end-of-data rather than spinning on it.
                       IF NOT ENTITIES-EOF
                          AND WS-ENTITIES-STATUS NOT = '00'
                           SET ENTITIES-EOF TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE ENTITIES
                   PERFORM REWRITE-ENTITIES-FILE
               END-IF
           END-IF.

       REWRITE-ENTITIES-FILE.
           IF WS-ENT-COUNT > ZERO
               OPEN OUTPUT ENTITIES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ENT-COUNT
                   MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
                   PERFORM STEP-TACT-ENTITY
                   IF WS-SKILL = 3
                       PERFORM CHECK-NIGHTMARE-RESPAWN
                   END-IF
                   PERFORM CHECK-ITEM-PICKUP
                   IF WS-ITEM-TAKEN = 'N'
                       WRITE ENTITY-RECORD
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
               IF WS-PICKUP-HEALTH > ZERO
                  OR WS-PICKUP-BULLETS > ZERO
                  OR WS-PICKUP-SHELLS > ZERO
                  OR WS-PICKUP-CELLS > ZERO
                  OR WS-PICKUP-ROCKETS > ZERO
                   PERFORM APPLY-ITEM-BENEFITS
               END-IF
           END-IF.

           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       DERIVE-RESPAWN-HEALTH.
      *    Same bestiary entry DOOMSPWN spawns with, scaled the
      *    same way by skill - respawns only happen on nightmare,
      *    so it's always the entry's nightmare percentage.
           PERFORM SELECT-RECORD-ENTRY
           COMPUTE WS-RESPAWN-HP = CAT-B-SPAWN-HP(WS-CAT-I)
               * CAT-B-NMARE-HP-PCT(WS-CAT-I) / 100
           IF WS-RESPAWN-HP > 999
               MOVE 999 TO WS-RESPAWN-HP
           END-IF.

       SELECT-RECORD-ENTRY.
      *    The bestiary entry for the ENTITIES record in hand - types
      *    the catalog doesn't list share its fallback entry.
           IF ENTITY-SUBTYPE OF ENTITY-RECORD IS NUMERIC
              AND ENTITY-SUBTYPE OF ENTITY-RECORD >= 1
              AND ENTITY-SUBTYPE OF ENTITY-RECORD <= 10
               MOVE ENTITY-SUBTYPE OF ENTITY-RECORD TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF.

       SELECT-ATTACKER-ENTRY.
      *    The same for the frame entity in ENTITY-ENTRY(1).
           IF ENTITY-TYPE OF ENTITY-ENTRY(1) IS NUMERIC
              AND ENTITY-TYPE OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-TYPE OF ENTITY-ENTRY(1) <= 10
               MOVE ENTITY-TYPE OF ENTITY-ENTRY(1) TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF.

       CHECK-ITEM-PICKUP.
      *    An 'I' record standing on the player's cell is collected:
      *    the record is dropped from the file - so FIND-ITEMS stops
      *    steering at it and the intermission's items-taken count
      *    moves - and health/ammo items pay out to the grid record.
      *    Armor and weapon items have no grid-side field yet, so
      *    collecting them is its own reward. The carried band -
      *    50 portable medkit, 51 radsuit, 52 invulnerability, 53
      *    berserk - goes into the inventory for an ITEM command to
      *    use later; a full slot leaves the item lying. Engine-scale
      *    coordinates stay untouched, same guard as the movement
      *    step above.
           MOVE 'N' TO WS-ITEM-TAKEN
                       MOVE 'Y' TO WS-WEAPON-TAKEN
                       COMPUTE WS-PICKUP-WEAPON =
                           ENTITY-SUBTYPE OF ENTITY-RECORD - 40
                   WHEN 50 THRU 53
                       PERFORM CARRY-ITEM-PICKUP
               END-EVALUATE
           END-IF.

       CARRY-ITEM-PICKUP.
           MOVE 'A' TO WS-IP-FUNCTION
           MOVE 1 TO WS-IP-PLAYER-ID
           COMPUTE WS-IP-SLOT = ENTITY-SUBTYPE OF ENTITY-RECORD - 49
           MOVE WS-FRAME-TICK TO WS-IP-TICK
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           IF NOT WS-IP-DONE
               MOVE 'N' TO WS-ITEM-TAKEN
           ELSE
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
               MOVE WS-FRAME-TICK TO WS-MP-TICK
               PERFORM POST-PICKUP-MESSAGE
           END-IF.

       POST-PICKUP-MESSAGE.
           MOVE 'P' TO WS-MP-FUNCTION
           MOVE 1 TO WS-MP-PLAYER-ID
           MOVE 'W' TO WS-MP-CATEGORY
           CALL 'DOOMMSG' USING WS-MSG-PARM.

       APPLY-ITEM-BENEFITS.
           OPEN I-O GAME-STATE
           IF GAMESTATE-MISSING
       COUNT-PICKED-ROUNDS.
      *    The rounds just collected join the score's picked-up
      *    columns so the ammo ledger can balance the level - same
      *    running-counters idiom DOOMCBT uses on this file.
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
           ADD WS-PICKUP-BULLETS TO SCORE-PICKED-BULLETS
           ADD WS-PICKUP-SHELLS TO SCORE-PICKED-SHELLS
           ADD WS-PICKUP-CELLS TO SCORE-PICKED-CELLS
           ADD WS-PICKUP-ROCKETS TO SCORE-PICKED-ROCKETS
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

       STEP-TACT-ENTITY.
      *    Items never move and a corpse stays where it fell - only a
              AND ENTITY-Y OF ENTITY-RECORD <= WS-MAP-ROWS
               MOVE ENTITY-X OF ENTITY-RECORD TO WS-ENT-GRID-X
               MOVE ENTITY-Y OF ENTITY-RECORD TO WS-ENT-GRID-Y
               PERFORM DRIVE-ENTITY-STATE THRU DRIVE-ENTITY-STATE-EXIT
               IF WS-MIR-COUNT < 50
      *            Remember old and new cell so the rich-frame pass
      *            replays this exact step on its matching entity.
           END-IF.

       DRIVE-ENTITY-STATE.
      *    A grudge from the frame wakes a dormant monster and sends
      *    it after its attacker; pain still costs the tick and a
      *    runner keeps running.
           PERFORM FIND-GRUDGE-AT-CELL
           IF WS-GRD-FOUND = 'Y'
              AND ENTITY-STATE OF ENTITY-RECORD NOT = 'P'
              AND ENTITY-STATE OF ENTITY-RECORD NOT = 'F'
               MOVE 'G' TO WS-ACTED-STATE
               MOVE 'A' TO ENTITY-STATE OF ENTITY-RECORD
               PERFORM TAKE-STEP-TOWARD-GRUDGE
               GO TO DRIVE-ENTITY-STATE-EXIT
           END-IF
           EVALUATE ENTITY-STATE OF ENTITY-RECORD
               WHEN 'P'
      *            Pain interrupts the advance for one tick, then
                   END-IF
           END-EVALUATE.

       DRIVE-ENTITY-STATE-EXIT.
           EXIT.

       CHECK-FLEE-TRANSITION.
      *    Only the lightweight types break - the bestiary gives
      *    them a flee bar of about a quarter of their spawn health.
      *    The heavyweights carry no bar and fight to the end, which
      *    is also what keeps a wounded Baron from kiting the player
      *    around the level.
           PERFORM SELECT-RECORD-ENTRY
           MOVE CAT-B-FLEE-BAR(WS-CAT-I) TO WS-FLEE-BAR
           IF WS-FLEE-BAR > ZERO
              AND ENTITY-HEALTH OF ENTITY-RECORD <= WS-FLEE-BAR
               MOVE 'F' TO ENTITY-STATE OF ENTITY-RECORD
      *    dominant axis away from the player, same wall checks, so
      *    a cornered runner stalls against the wall rather than
      *    phasing through it.
      *    On the field the runner climbs to the neighbor farthest
      *    from the player by walking distance, and stalls when
      *    there is nowhere farther to go.
           MOVE 'N' TO WS-STEP-TAKEN
           COMPUTE WS-DELTA-X = WS-ENT-GRID-X - WS-PLY-X
           COMPUTE WS-DELTA-Y = WS-ENT-GRID-Y - WS-PLY-Y
           IF WS-DELTA-X = ZERO AND WS-DELTA-Y = ZERO
               MOVE 1 TO WS-DELTA-X
           END-IF
           MOVE 'Y' TO WS-FLOW-UPHILL
           PERFORM TAKE-FLOW-STEP
           IF WS-FLOW-USED = 'N'
               IF FUNCTION ABS(WS-DELTA-X) >= FUNCTION ABS(WS-DELTA-Y)
                   PERFORM TRY-STEP-X
                   IF WS-STEP-TAKEN = 'N'
                       PERFORM TRY-STEP-Y
                   END-IF
               ELSE
                   PERFORM TRY-STEP-Y
                   IF WS-STEP-TAKEN = 'N'
                       PERFORM TRY-STEP-X
                   END-IF
               END-IF
           END-IF
           PERFORM RECOMPUTE-RANGE-ANGLE.
           END-PERFORM
           PERFORM RECOMPUTE-RANGE-ANGLE.

       LOAD-RICH-FRAME.
      *    The frame comes into storage ahead of the ENTITIES pass -
      *    that pass needs the grudges the frame's flags carry - and
      *    nothing writes it back until SIMULATE-RICH-FRAME is done.
           MOVE ZERO TO WS-RICH-COUNT
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
                   END-IF
               END-PERFORM
               CLOSE RICH-STATE
           END-IF.

       LOAD-GRUDGE-TABLE.
           MOVE ZERO TO WS-GRD-COUNT
           MOVE ZERO TO WS-INF-SYNC-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RICH-COUNT
               MOVE WS-RICH-REC(WS-I) TO ENTITY-ENTRY(1)
               IF VALID-ENTITY-REC(1) AND NOT ENT-BARREL(1)
                  AND ENTITY-HEALTH OF ENTITY-ENTRY(1) > ZERO
                   PERFORM CHECK-LIVE-GRUDGE
                   IF WS-GRD-FOUND = 'Y' AND WS-GRD-COUNT < 64
                       ADD 1 TO WS-GRD-COUNT
                       MOVE ENTITY-X OF ENTITY-ENTRY(1)
                           TO WS-GRD-X(WS-GRD-COUNT)
                       MOVE ENTITY-Y OF ENTITY-ENTRY(1)
                           TO WS-GRD-Y(WS-GRD-COUNT)
                       MOVE WS-TGT-X TO WS-GRD-TGT-X(WS-GRD-COUNT)
                       MOVE WS-TGT-Y TO WS-GRD-TGT-Y(WS-GRD-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LIVE-GRUDGE.
      *    The monster in ENTITY-ENTRY(1), frame record WS-I, holds
      *    a live grudge when its ticks are running and the record
      *    it names is still a live monster - a target that died or
      *    a record that is no longer an enemy ends it.
           MOVE 'N' TO WS-GRD-FOUND
           IF ENTITY-GRUDGE-TICKS(1) IS NUMERIC
              AND ENTITY-GRUDGE-TICKS(1) > ZERO
              AND ENTITY-GRUDGE-SLOT(1) IS NUMERIC
              AND ENTITY-GRUDGE-SLOT(1) > ZERO
              AND ENTITY-GRUDGE-SLOT(1) <= WS-RICH-COUNT
              AND ENTITY-GRUDGE-SLOT(1) NOT = WS-I
               MOVE ENTITY-GRUDGE-SLOT(1) TO WS-GRD-TARGET
               MOVE WS-RICH-REC(WS-GRD-TARGET) TO ENTITY-ENTRY(2)
               IF VALID-ENTITY-REC(2) AND NOT ENT-BARREL(2)
                  AND ENTITY-HEALTH OF ENTITY-ENTRY(2) > ZERO
                   MOVE 'Y' TO WS-GRD-FOUND
                   MOVE ENTITY-X OF ENTITY-ENTRY(2) TO WS-TGT-X
                   MOVE ENTITY-Y OF ENTITY-ENTRY(2) TO WS-TGT-Y
               END-IF
           END-IF.

       FIND-GRUDGE-AT-CELL.
      *    ENTITIES-pass lookup - a holder is known by its cell.
           MOVE 'N' TO WS-GRD-FOUND
           PERFORM VARYING WS-GRD-I FROM 1 BY 1
                   UNTIL WS-GRD-I > WS-GRD-COUNT
                      OR WS-GRD-FOUND = 'Y'
               IF WS-GRD-X(WS-GRD-I) = WS-ENT-GRID-X
                  AND WS-GRD-Y(WS-GRD-I) = WS-ENT-GRID-Y
                   MOVE 'Y' TO WS-GRD-FOUND
                   MOVE WS-GRD-TGT-X(WS-GRD-I) TO WS-TGT-X
                   MOVE WS-GRD-TGT-Y(WS-GRD-I) TO WS-TGT-Y
               END-IF
           END-PERFORM.

       SIMULATE-RICH-FRAME.
           MOVE 'N' TO WS-MSL-SPAWNED
           IF WS-RICH-COUNT > ZERO
      *        Step pass first, in storage - the attack total
      *        depends on where the entities END the tick, and
      *        the player record it lands on sits ahead of them
      *        in the file, so nothing is written until both
      *        passes are done.
               MOVE ZERO TO WS-ATTACK-DAMAGE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RICH-COUNT
                   MOVE WS-RICH-REC(WS-I)
                       TO ENTITY-ENTRY(1)
                   IF VALID-ENTITY-REC(1)
      *                The flag must not carry over from the
      *                previous entity when this one skips the
      *                step (corpse, off-grid coordinates).
                       MOVE 'N' TO WS-MIR-FOUND
                       IF WS-RSP-COUNT > ZERO
                           PERFORM CHECK-RICH-RESPAWN
                       END-IF
                       PERFORM STEP-RICH-ENTITY
                       PERFORM COLLECT-ENTITY-ATTACK
                       MOVE ENTITY-ENTRY(1) TO WS-RICH-REC(WS-I)
                   END-IF
                   IF WS-I = 2
                       PERFORM COUNT-DOWN-RADSUIT
                       PERFORM COUNT-DOWN-INVULN
                   END-IF
                   IF WS-I = 3 AND WS-WEAPON-TAKEN = 'Y'
                       PERFORM APPLY-WEAPON-PICKUP
                   END-IF
                   IF WS-I = 3
                      AND (WS-PICKUP-BULLETS > ZERO
                           OR WS-PICKUP-SHELLS > ZERO
                           OR WS-PICKUP-CELLS > ZERO
                           OR WS-PICKUP-ROCKETS > ZERO)
                       PERFORM APPLY-AMMO-PICKUP
                   END-IF
               END-PERFORM
               IF WS-ATTACK-DAMAGE > ZERO
                   PERFORM APPLY-MONSTER-ATTACKS
               END-IF
               OPEN OUTPUT RICH-STATE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RICH-COUNT
                   MOVE WS-RICH-REC(WS-I) TO RICH-STATE-RECORD
                   WRITE RICH-STATE-RECORD
               END-PERFORM
               CLOSE RICH-STATE
               IF WS-INF-SYNC-COUNT > ZERO
                   PERFORM SYNC-INFIGHT-TWINS
               END-IF
           END-IF.

       COLLECT-ENTITY-ATTACK.
      *    A live entity in melee range bites every tick; the
      *    shooter types also fire from close/medium range. The
      *    per-type figures are the bestiary's, kept well under the
      *    arsenal's shot damage so a single tick can hurt but not
      *    one-shot a healthy player.
           MOVE ZERO TO WS-ONE-ATTACK
           MOVE 'N' TO WS-FIRE-MISSILE
      *    A monster nursing a grudge spends the tick on the monster
      *    that hurt it - the player is not its problem until the
      *    grudge runs out or its target is dead.
           MOVE 'N' TO WS-GRD-FOUND
           IF NOT ENT-BARREL(1)
              AND ENTITY-HEALTH OF ENTITY-ENTRY(1) > ZERO
               PERFORM CHECK-LIVE-GRUDGE
               IF WS-GRD-FOUND = 'N'
                  AND ENTITY-GRUDGE-TICKS(1) IS NUMERIC
                   MOVE ZERO TO ENTITY-GRUDGE-TICKS(1)
               END-IF
           END-IF
           IF WS-GRD-FOUND = 'Y'
               IF WS-MIR-FOUND = 'Y'
                  AND WS-MIR-STATE(WS-MIR-I) NOT = 'A'
                  AND WS-MIR-STATE(WS-MIR-I) NOT = 'G'
                   CONTINUE
               ELSE
                   PERFORM COLLECT-GRUDGE-ATTACK
               END-IF
               PERFORM COUNT-DOWN-GRUDGE
           ELSE
      *    WS-MIR-FOUND/WS-MIR-I are still set from this entity's
      *    step just above - an entity whose governing state wasn't
      *    active (dormant, pained, fleeing) holds its fire.
           IF NOT ENT-BARREL(1)
              AND ENTITY-HEALTH OF ENTITY-ENTRY(1) > ZERO
               IF ENT-MELEE-RANGE(1)
                   PERFORM SET-MELEE-DAMAGE
               ELSE
                   IF ENT-CLOSE-RANGE(1) OR ENT-MED-RANGE(1)
                       PERFORM SET-RANGED-DAMAGE
                       IF WS-ONE-ATTACK > ZERO
      *                    Ranged fire needs a clear line - the
      *                    same walls that stop our bullets stop
      *                    theirs, and a monster standing in the
      *                    line takes the round meant for us. A
      *                    thrown fireball leaves that monster to
      *                    the projectile's own flight.
                           PERFORM CHECK-SHOT-LINE
                           PERFORM CHECK-MISSILE-THROWER
                           EVALUATE TRUE
                               WHEN WS-LOS-CLEAR = 'N'
                                   MOVE ZERO TO WS-ONE-ATTACK
                               WHEN WS-FIRE-MISSILE = 'Y'
                                   CONTINUE
                               WHEN WS-LOS-CLEAR = 'M'
                                   MOVE WS-LOS-BLOCKER
                                       TO WS-INF-VICTIM
                                   MOVE WS-ONE-ATTACK
                                       TO WS-INF-DAMAGE
                                   PERFORM APPLY-INFIGHT-HIT
                                   MOVE ZERO TO WS-ONE-ATTACK
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
      *    The skill scale lands per attack, so the ledger event
      *    carries exactly what the player is about to take.
           IF WS-ONE-ATTACK > ZERO
               PERFORM SELECT-ATTACKER-ENTRY
               EVALUATE WS-SKILL
                   WHEN 1
                       COMPUTE WS-ONE-ATTACK = WS-ONE-ATTACK
                           * CAT-B-EASY-DMG-PCT(WS-CAT-I) / 100
                   WHEN 3
                       COMPUTE WS-ONE-ATTACK = WS-ONE-ATTACK
                           * CAT-B-NMARE-DMG-PCT(WS-CAT-I) / 100
               END-EVALUATE
           END-IF
      *    A throw goes on the ledger when it lands, not now.
           IF WS-FIRE-MISSILE = 'Y' AND WS-ONE-ATTACK > ZERO
               MOVE WS-PLY-X TO WS-MSL-AIM-X
               MOVE WS-PLY-Y TO WS-MSL-AIM-Y
               PERFORM SPAWN-MONSTER-MISSILE
               MOVE ZERO TO WS-ONE-ATTACK
           END-IF
           IF WS-ONE-ATTACK > ZERO
               PERFORM RECORD-ATTACK-EVENT
           END-IF
           ADD WS-ONE-ATTACK TO WS-ATTACK-DAMAGE.

       SET-MELEE-DAMAGE.
           PERFORM SELECT-ATTACKER-ENTRY
           MOVE CAT-B-MELEE-DAMAGE(WS-CAT-I) TO WS-ONE-ATTACK.

       SET-RANGED-DAMAGE.
      *    Zero for the types with no ranged attack.
           PERFORM SELECT-ATTACKER-ENTRY
           MOVE CAT-B-SHOT-DAMAGE(WS-CAT-I) TO WS-ONE-ATTACK.

       CHECK-MISSILE-THROWER.
      *    The types the bestiary gives a missile kind (imps and
      *    cacodemons) throw a projectile rather than land the shot
      *    - on grid coordinates only, an engine-fed frame keeping
      *    the instant shot it always had.
           MOVE 'N' TO WS-FIRE-MISSILE
           PERFORM SELECT-ATTACKER-ENTRY
           IF CAT-B-MISSILE-KIND(WS-CAT-I) > ZERO
              AND ENTITY-X OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
              AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
               MOVE 'Y' TO WS-FIRE-MISSILE
           END-IF.

       SPAWN-MONSTER-MISSILE.
      *    The thrower in ENTITY-ENTRY(1), frame record WS-I, looses
      *    WS-ONE-ATTACK at WS-MSL-AIM-X/Y unless its last throw is
      *    still in the air. The record takes the first spent
      *    missile slot, else goes on the end of the frame; a full
      *    frame means the throw is lost.
           MOVE 'N' TO WS-MSL-AIRBORNE
           MOVE ZERO TO WS-MSL-SLOT
           PERFORM VARYING WS-MSL-K FROM 4 BY 1
                   UNTIL WS-MSL-K > WS-RICH-COUNT
               MOVE WS-RICH-REC(WS-MSL-K) TO DOOM-MISSILE-RECORD
               IF VALID-MISSILE-REC
                   IF MSL-IN-FLIGHT AND MISSILE-OWNER = WS-I
                       MOVE 'Y' TO WS-MSL-AIRBORNE
                   END-IF
                   IF MSL-SPENT AND WS-MSL-SLOT = ZERO
                       MOVE WS-MSL-K TO WS-MSL-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MSL-AIM-X = ENTITY-X OF ENTITY-ENTRY(1)
              AND WS-MSL-AIM-Y = ENTITY-Y OF ENTITY-ENTRY(1)
               MOVE 'Y' TO WS-MSL-AIRBORNE
           END-IF
           IF WS-MSL-AIRBORNE = 'N'
               IF WS-MSL-SLOT = ZERO AND WS-RICH-COUNT < 67
                   ADD 1 TO WS-RICH-COUNT
                   MOVE WS-RICH-COUNT TO WS-MSL-SLOT
               END-IF
               IF WS-MSL-SLOT > ZERO
                   MOVE SPACES TO DOOM-MISSILE-RECORD
                   MOVE 'MISSILE ' TO MISSILE-RECORD-TYPE
                   PERFORM SELECT-ATTACKER-ENTRY
                   MOVE CAT-B-MISSILE-KIND(WS-CAT-I) TO MISSILE-KIND
                   MOVE WS-ONE-ATTACK TO MISSILE-DAMAGE
                   MOVE ENTITY-X OF ENTITY-ENTRY(1) TO MISSILE-X
                   MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO MISSILE-Y
                   MOVE ENTITY-X OF ENTITY-ENTRY(1)
                       TO MISSILE-ORIGIN-X
                   MOVE ENTITY-Y OF ENTITY-ENTRY(1)
                       TO MISSILE-ORIGIN-Y
                   COMPUTE MISSILE-HEAD-X =
                       WS-MSL-AIM-X - ENTITY-X OF ENTITY-ENTRY(1)
                   COMPUTE MISSILE-HEAD-Y =
                       WS-MSL-AIM-Y - ENTITY-Y OF ENTITY-ENTRY(1)
                   MOVE ZERO TO MISSILE-TRAVELLED
                   MOVE WS-MSL-SPEED TO MISSILE-SPEED
                   MOVE WS-I TO MISSILE-OWNER
                   MOVE 'F' TO MISSILE-STATUS
                   MOVE WS-FRAME-TICK TO MISSILE-FIRED-TICK
                   MOVE DOOM-MISSILE-RECORD TO WS-RICH-REC(WS-MSL-SLOT)
                   MOVE 'Y' TO WS-MSL-SPAWNED
               END-IF
           END-IF.

       COLLECT-GRUDGE-ATTACK.
      *    Same bite and shot figures as against the player, on the
      *    same range bands measured cell to cell (two cells is
      *    melee, sixteen the edge of medium), but no skill scale -
      *    that setting is about what the player takes. A shot at
      *    the grudge target can hit a third monster in the line
      *    just as a shot at us can. Grid coordinates only; the
      *    engine-fed frames never start a grudge anyway.
           MOVE ZERO TO WS-INF-DAMAGE
           IF ENTITY-X OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
              AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
              AND WS-TGT-X >= 1 AND WS-TGT-X <= WS-MAP-COLS
              AND WS-TGT-Y >= 1 AND WS-TGT-Y <= WS-MAP-ROWS
               COMPUTE WS-TGT-CELLS =
                   FUNCTION ABS(ENTITY-X OF ENTITY-ENTRY(1) - WS-TGT-X)
                 + FUNCTION ABS(ENTITY-Y OF ENTITY-ENTRY(1) - WS-TGT-Y)
               MOVE WS-GRD-TARGET TO WS-INF-VICTIM
               IF WS-TGT-CELLS * WS-CELL-SCALE <= 64
                   PERFORM SET-MELEE-DAMAGE
               ELSE
                   IF WS-TGT-CELLS * WS-CELL-SCALE <= 512
                       PERFORM SET-RANGED-DAMAGE
                       IF WS-ONE-ATTACK > ZERO
                           PERFORM CHECK-GRUDGE-SHOT-LINE
                           PERFORM CHECK-MISSILE-THROWER
                           EVALUATE TRUE
                               WHEN WS-LOS-CLEAR = 'N'
                                   MOVE ZERO TO WS-ONE-ATTACK
                               WHEN WS-FIRE-MISSILE = 'Y'
                                   MOVE WS-TGT-X TO WS-MSL-AIM-X
                                   MOVE WS-TGT-Y TO WS-MSL-AIM-Y
                                   PERFORM SPAWN-MONSTER-MISSILE
                                   MOVE ZERO TO WS-ONE-ATTACK
                               WHEN WS-LOS-CLEAR = 'M'
                                   MOVE WS-LOS-BLOCKER
                                       TO WS-INF-VICTIM
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-ONE-ATTACK TO WS-INF-DAMAGE
               MOVE ZERO TO WS-ONE-ATTACK
           END-IF
           IF WS-INF-DAMAGE > ZERO
               PERFORM APPLY-INFIGHT-HIT
           END-IF.

       CHECK-GRUDGE-SHOT-LINE.
           MOVE 'Y' TO WS-LOS-CLEAR
           IF WS-MAP-VALID = 'Y'
               MOVE ENTITY-X OF ENTITY-ENTRY(1) TO WS-LOS-FROM-X
               MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO WS-LOS-FROM-Y
               MOVE WS-TGT-X TO WS-LOS-TO-X
               MOVE WS-TGT-Y TO WS-LOS-TO-Y
               MOVE 'Y' TO WS-LOS-MONSTERS
               PERFORM TRACE-LINE-OF-SIGHT
               MOVE 'N' TO WS-LOS-MONSTERS
           END-IF.

       COUNT-DOWN-GRUDGE.
           SUBTRACT 1 FROM ENTITY-GRUDGE-TICKS(1)
           IF ENTITY-GRUDGE-TICKS(1) = ZERO
               MOVE ZERO TO ENTITY-GRUDGE-SLOT(1)
           END-IF.

       APPLY-INFIGHT-HIT.
      *    WS-INF-DAMAGE from the monster in ENTITY-ENTRY(1), frame
      *    record WS-I, lands on frame record WS-INF-VICTIM. The
      *    victim turns on its attacker; a kill is marked so the
      *    kill scoring can tell it from one of ours.
           MOVE WS-RICH-REC(WS-INF-VICTIM) TO ENTITY-ENTRY(2)
           COMPUTE WS-HP-WORK =
               ENTITY-HEALTH OF ENTITY-ENTRY(2) - WS-INF-DAMAGE
           IF WS-HP-WORK <= ZERO
               MOVE ZERO TO WS-HP-WORK
               MOVE 'I' TO ENTITY-END-MARK(2)
               MOVE ZERO TO ENTITY-GRUDGE-SLOT(2)
               MOVE ZERO TO ENTITY-GRUDGE-TICKS(2)
           ELSE
               MOVE WS-I TO ENTITY-GRUDGE-SLOT(2)
               MOVE WS-GRUDGE-SPAN TO ENTITY-GRUDGE-TICKS(2)
           END-IF
           MOVE WS-HP-WORK TO ENTITY-HEALTH OF ENTITY-ENTRY(2)
           MOVE ENTITY-ENTRY(2) TO WS-RICH-REC(WS-INF-VICTIM)
           MOVE 'N' TO WS-INF-LISTED
           PERFORM VARYING WS-INF-S FROM 1 BY 1
                   UNTIL WS-INF-S > WS-INF-SYNC-COUNT
               IF WS-INF-SYNC(WS-INF-S) = WS-INF-VICTIM
                   MOVE 'Y' TO WS-INF-LISTED
               END-IF
           END-PERFORM
           IF WS-INF-LISTED = 'N' AND WS-INF-SYNC-COUNT < 64
               ADD 1 TO WS-INF-SYNC-COUNT
               MOVE WS-INF-VICTIM TO WS-INF-SYNC(WS-INF-SYNC-COUNT)
           END-IF
           PERFORM RECORD-INFIGHT-EVENT
           PERFORM JOURNAL-INFIGHT-HIT.

       RECORD-INFIGHT-EVENT.
      *    The MI- family keeps monster-on-monster damage on the
      *    ledger apart from anything that reached the player.
           MOVE WS-FRAME-TICK TO WS-DP-TICK
           EVALUATE TRUE
               WHEN ENT-IMP(1)         MOVE 'MI-IMP  ' TO WS-DP-CAUSE
               WHEN ENT-DEMON(1)       MOVE 'MI-DEMON' TO WS-DP-CAUSE
               WHEN ENT-BARON(1)       MOVE 'MI-BARON' TO WS-DP-CAUSE
               WHEN ENT-ZOMBIE(1)      MOVE 'MI-ZOMBI' TO WS-DP-CAUSE
               WHEN ENT-SERGEANT(1)    MOVE 'MI-SERGT' TO WS-DP-CAUSE
               WHEN ENT-CACODEMON(1)   MOVE 'MI-CACO ' TO WS-DP-CAUSE
               WHEN ENT-LOST-SOUL(1)   MOVE 'MI-LSOUL' TO WS-DP-CAUSE
               WHEN ENT-CYBERDEMON(1)  MOVE 'MI-CYBER' TO WS-DP-CAUSE
               WHEN ENT-SPIDER(1)      MOVE 'MI-SPIDR' TO WS-DP-CAUSE
               WHEN OTHER              MOVE 'MI-MONST' TO WS-DP-CAUSE
           END-EVALUATE
           MOVE WS-INF-DAMAGE TO WS-DP-AMOUNT
           CALL 'DOOMDMG' USING WS-DMG-PARM.

       JOURNAL-INFIGHT-HIT.
           MOVE WS-FRAME-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'INFIGHT: REC ' DELIMITED BY SIZE
                  WS-I DELIMITED BY SIZE
                  ' TYPE ' DELIMITED BY SIZE
                  ENTITY-TYPE OF ENTITY-ENTRY(1) DELIMITED BY SIZE
                  ' HIT REC ' DELIMITED BY SIZE
                  WS-INF-VICTIM DELIMITED BY SIZE
                  ' TYPE ' DELIMITED BY SIZE
                  ENTITY-TYPE OF ENTITY-ENTRY(2) DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  WS-INF-DAMAGE DELIMITED BY SIZE
                  ' HP ' DELIMITED BY SIZE
                  ENTITY-HEALTH OF ENTITY-ENTRY(2) DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       SYNC-INFIGHT-TWINS.
      *    The ENTITIES twin of every monster hurt this tick takes
      *    the same health - coordinate match, the same link the
      *    combat sync uses, both files having already taken the
      *    tick's step.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE '00' TO WS-ENTITIES-STATUS
           OPEN INPUT ENTITIES
           IF ENTITIES-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL ENTITIES-EOF OR WS-ENT-COUNT >= 50
                   READ ENTITIES
                       AT END SET ENTITIES-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENT-COUNT
                           MOVE ENTITY-RECORD
                               TO WS-ENT-REC(WS-ENT-COUNT)
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
               IF WS-ENT-COUNT > ZERO
                   OPEN OUTPUT ENTITIES
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ENT-COUNT
                       MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
                       IF ENTITY-TYPE OF ENTITY-RECORD = 'M'
                           PERFORM SYNC-ONE-INFIGHT-TWIN
                       END-IF
                       WRITE ENTITY-RECORD
                   END-PERFORM
                   CLOSE ENTITIES
               END-IF
           END-IF.

       SYNC-ONE-INFIGHT-TWIN.
           PERFORM VARYING WS-INF-S FROM 1 BY 1
                   UNTIL WS-INF-S > WS-INF-SYNC-COUNT
               MOVE WS-RICH-REC(WS-INF-SYNC(WS-INF-S))
                   TO ENTITY-ENTRY(2)
               IF ENTITY-X OF ENTITY-ENTRY(2)
                      = ENTITY-X OF ENTITY-RECORD
                  AND ENTITY-Y OF ENTITY-ENTRY(2)
                      = ENTITY-Y OF ENTITY-RECORD
                   MOVE ENTITY-HEALTH OF ENTITY-ENTRY(2)
                       TO ENTITY-HEALTH OF ENTITY-RECORD
               END-IF
           END-PERFORM.

       REFRESH-TACT-MISSILES.
      *    ENTITIES carries a 'P' twin of every projectile in the air
      *    so DOOMTACT can see what is coming at the player. They
      *    come and go every few ticks, so the twins are rebuilt
      *    whole from the frame rather than matched up - DOOMCBT
      *    does the same once it has flown them.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE '00' TO WS-ENTITIES-STATUS
           OPEN INPUT ENTITIES
           IF ENTITIES-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL ENTITIES-EOF OR WS-ENT-COUNT >= 50
                   READ ENTITIES
                       AT END SET ENTITIES-EOF TO TRUE
                       NOT AT END
                           IF ENTITY-TYPE OF ENTITY-RECORD NOT = 'P'
                               ADD 1 TO WS-ENT-COUNT
                               MOVE ENTITY-RECORD
                                   TO WS-ENT-REC(WS-ENT-COUNT)
                           END-IF
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
               OPEN OUTPUT ENTITIES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ENT-COUNT
                   MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
                   WRITE ENTITY-RECORD
               END-PERFORM
               PERFORM VARYING WS-MSL-K FROM 4 BY 1
                       UNTIL WS-MSL-K > WS-RICH-COUNT
                          OR WS-ENT-COUNT >= 50
                   MOVE WS-RICH-REC(WS-MSL-K) TO DOOM-MISSILE-RECORD
                   IF VALID-MISSILE-REC AND MSL-IN-FLIGHT
                       PERFORM BUILD-MISSILE-TWIN
                       WRITE ENTITY-RECORD
                       ADD 1 TO WS-ENT-COUNT
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       BUILD-MISSILE-TWIN.
      *    Distance is the Manhattan run to the player at the grid
      *    scale; the angle stays zero, the heading fields carrying
      *    the direction of flight.
           MOVE SPACES TO ENTITY-RECORD
           MOVE 'P' TO ENTITY-TYPE OF ENTITY-RECORD
           MOVE MISSILE-KIND TO ENTITY-SUBTYPE OF ENTITY-RECORD
           MOVE MISSILE-X TO ENTITY-X OF ENTITY-RECORD
           MOVE MISSILE-Y TO ENTITY-Y OF ENTITY-RECORD
           MOVE ZERO TO ENTITY-Z OF ENTITY-RECORD
           COMPUTE ENTITY-DISTANCE OF ENTITY-RECORD =
               (FUNCTION ABS(MISSILE-X - WS-PLY-X)
              + FUNCTION ABS(MISSILE-Y - WS-PLY-Y)) * WS-CELL-SCALE
           MOVE ZERO TO ENTITY-ANGLE OF ENTITY-RECORD
           MOVE MISSILE-DAMAGE TO ENTITY-HEALTH OF ENTITY-RECORD
           MOVE 'F' TO ENTITY-STATE OF ENTITY-RECORD
           MOVE MISSILE-HEAD-X TO ENTITY-MSL-HEAD-X
           MOVE MISSILE-HEAD-Y TO ENTITY-MSL-HEAD-Y
           MOVE MISSILE-ORIGIN-X TO ENTITY-MSL-ORIGIN-X
           MOVE MISSILE-ORIGIN-Y TO ENTITY-MSL-ORIGIN-Y
           MOVE MISSILE-SPEED TO ENTITY-MSL-SPEED
           IF MSL-PLAYER-SHOT
               MOVE 'P' TO ENTITY-MSL-OWNER
           ELSE
               MOVE 'M' TO ENTITY-MSL-OWNER
           END-IF.

       RECORD-ATTACK-EVENT.
           MOVE WS-FRAME-TICK TO WS-DP-TICK
           EVALUATE TRUE
           CALL 'DOOMDMG' USING WS-DMG-PARM.

       CHECK-SHOT-LINE.
      *    Trace from the entity in ENTITY-ENTRY(1) to the player,
      *    other monsters in the line counting as in the way.
      *    Engine-scale coordinates or no map loaded skip the trace
      *    and read clear, the pre-trace behavior.
           MOVE 'Y' TO WS-LOS-CLEAR
               MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO WS-LOS-FROM-Y
               MOVE WS-PLY-X TO WS-LOS-TO-X
               MOVE WS-PLY-Y TO WS-LOS-TO-Y
               MOVE 'Y' TO WS-LOS-MONSTERS
               PERFORM TRACE-LINE-OF-SIGHT
               MOVE 'N' TO WS-LOS-MONSTERS
           END-IF.

       TRACE-LINE-OF-SIGHT.
      *    Grid Bresenham - step the dominant axis one cell at a
      *    time, folding the minor axis in through the error term,
      *    and stop at the first solid cell strictly between the
      *    endpoints - or, when WS-LOS-MONSTERS asks, the first cell
      *    a live monster stands in.
           MOVE 'Y' TO WS-LOS-CLEAR
           COMPUTE WS-LOS-DX = WS-LOS-TO-X - WS-LOS-FROM-X
           COMPUTE WS-LOS-DY = WS-LOS-TO-Y - WS-LOS-FROM-Y
           IF WS-LOS-AX >= WS-LOS-AY
               COMPUTE WS-LOS-ERR = WS-LOS-AX / 2
               PERFORM UNTIL WS-LOS-CX = WS-LOS-TO-X
                       OR WS-LOS-CLEAR NOT = 'Y'
                   ADD WS-LOS-SX TO WS-LOS-CX
                   SUBTRACT WS-LOS-AY FROM WS-LOS-ERR
                   IF WS-LOS-ERR < ZERO
           ELSE
               COMPUTE WS-LOS-ERR = WS-LOS-AY / 2
               PERFORM UNTIL WS-LOS-CY = WS-LOS-TO-Y
                       OR WS-LOS-CLEAR NOT = 'Y'
                   ADD WS-LOS-SY TO WS-LOS-CY
                   SUBTRACT WS-LOS-AX FROM WS-LOS-ERR
                   IF WS-LOS-ERR < ZERO
                       WHEN '+'
                           MOVE 'N' TO WS-LOS-CLEAR
                   END-EVALUATE
                   IF WS-LOS-CLEAR = 'Y' AND WS-LOS-MONSTERS = 'Y'
                       PERFORM CHECK-TRACE-OCCUPANT
                   END-IF
               END-IF
           END-IF.

       CHECK-TRACE-OCCUPANT.
      *    Any live monster but the shooter (frame record WS-I)
      *    standing in the trace cell takes the shot. Barrels are
      *    left to the player's fire in DOOMCBT.
           PERFORM VARYING WS-LOS-K FROM 1 BY 1
                   UNTIL WS-LOS-K > WS-RICH-COUNT
                      OR WS-LOS-CLEAR = 'M'
               IF WS-LOS-K NOT = WS-I
                   MOVE WS-RICH-REC(WS-LOS-K) TO ENTITY-ENTRY(3)
                   IF VALID-ENTITY-REC(3) AND NOT ENT-BARREL(3)
                      AND ENTITY-HEALTH OF ENTITY-ENTRY(3) > ZERO
                      AND ENTITY-X OF ENTITY-ENTRY(3) = WS-LOS-CX
                      AND ENTITY-Y OF ENTITY-ENTRY(3) = WS-LOS-CY
                       MOVE 'M' TO WS-LOS-CLEAR
                       MOVE WS-LOS-K TO WS-LOS-BLOCKER
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RICH-RESPAWN.
      *    A corpse in the frame standing where the ENTITIES pass
      *    just respawned its twin comes back at the same health -
                          = ENTITY-Y OF ENTITY-ENTRY(1)
                       MOVE WS-RSP-HP(WS-RSP-I)
                           TO ENTITY-HEALTH OF ENTITY-ENTRY(1)
                       MOVE SPACES TO ENTITY-FLAGS(1)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-RICH-REC(2) TO PLAYER-RECORD
           IF NOT VALID-PLAYER-REC OR PLAYER-DEAD
              OR WS-ATTACK-DAMAGE = ZERO
              OR (FLAG-INVULN-TIMER IS NUMERIC
                  AND FLAG-INVULN-TIMER > ZERO)
               CONTINUE
           ELSE
               COMPUTE WS-ABSORBED = WS-ATTACK-DAMAGE / 3
               MOVE PLAYER-RECORD TO WS-RICH-REC(2)
           END-IF.

       COUNT-DOWN-INVULN.
      *    Same world-clock countdown for the invulnerability an
      *    ITEM command started - while it runs, APPLY-MONSTER-
      *    ATTACKS lets nothing through.
           MOVE WS-RICH-REC(2) TO PLAYER-RECORD
           IF VALID-PLAYER-REC
              AND FLAG-INVULN-TIMER IS NUMERIC
              AND FLAG-INVULN-TIMER > ZERO
               SUBTRACT 1 FROM FLAG-INVULN-TIMER
               MOVE PLAYER-RECORD TO WS-RICH-REC(2)
           END-IF.

       APPLY-WEAPON-PICKUP.
      *    Slot 3 of the frame is the ammo record, which carries the
      *    ownership mask. An all-spaces mask means ownership was
                  WS-WEAPON-NAME DELIMITED BY SIZE
                  ' NOW OWNED' DELIMITED BY SIZE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM
           MOVE SPACES TO WS-MP-TEXT
           STRING 'YOU GOT THE ' DELIMITED BY SIZE
                  WS-WEAPON-NAME DELIMITED BY SPACE
                  '!' DELIMITED BY SIZE
                  INTO WS-MP-TEXT
           MOVE WS-JP-TICK TO WS-MP-TICK
           PERFORM POST-PICKUP-MESSAGE.

       STEP-RICH-ENTITY.
      *    Barrels are furniture - they neither march nor bite.
      *    A live monster whose cell matches an ENTITIES-pass step
      *    replays that exact step (state machine included); one
      *    with no mirror entry - an engine-fed frame with no
      *    ENTITIES twin - keeps the plain advance, or goes after
      *    the monster it holds a grudge against.
           IF NOT ENT-BARREL(1)
              AND ENTITY-HEALTH OF ENTITY-ENTRY(1) > ZERO
              AND ENTITY-X OF ENTITY-ENTRY(1) >= 1
                   MOVE WS-MIR-NEW-Y(WS-MIR-I) TO WS-ENT-GRID-Y
                   PERFORM RECOMPUTE-RANGE-ANGLE
               ELSE
                   PERFORM CHECK-LIVE-GRUDGE
                   IF WS-GRD-FOUND = 'Y'
                       PERFORM TAKE-STEP-TOWARD-GRUDGE
                   ELSE
                       PERFORM TAKE-STEP-TOWARD-PLAYER
                   END-IF
               END-IF
               MOVE WS-ENT-GRID-X TO ENTITY-X OF ENTITY-ENTRY(1)
               MOVE WS-ENT-GRID-Y TO ENTITY-Y OF ENTITY-ENTRY(1)
           END-IF.

       TAKE-STEP-TOWARD-PLAYER.
      *    Downhill on the tick's distance field when the monster
      *    stands on it. Off the field, one cell along the dominant
      *    axis toward the player, the other axis as fallback when
      *    the first is blocked - '#' and a closed 'D' both block,
      *    same cells CHECK-COLLISION and CHECK-WALL-AHEAD treat as
      *    impassable. A monster already adjacent holds its cell.
           MOVE 'N' TO WS-STEP-TAKEN
           COMPUTE WS-DELTA-X = WS-PLY-X - WS-ENT-GRID-X
           COMPUTE WS-DELTA-Y = WS-PLY-Y - WS-ENT-GRID-Y

           IF FUNCTION ABS(WS-DELTA-X) + FUNCTION ABS(WS-DELTA-Y) > 1
               MOVE 'N' TO WS-FLOW-UPHILL
               PERFORM TAKE-FLOW-STEP
           ELSE
               MOVE 'Y' TO WS-FLOW-USED
           END-IF
           IF WS-FLOW-USED = 'N'
               IF FUNCTION ABS(WS-DELTA-X) >= FUNCTION ABS(WS-DELTA-Y)
                   PERFORM TRY-STEP-X
                   IF WS-STEP-TAKEN = 'N'

           PERFORM RECOMPUTE-RANGE-ANGLE.

       TAKE-FLOW-STEP.
      *    Best neighbor on the field - the lowest distance for a
      *    chaser, the highest reached one for a runner (WS-FLOW-
      *    UPHILL 'Y'), strictly better than the cell it stands on.
      *    WS-DELTA-X/Y point the way the monster means to go, so
      *    the dominant-axis neighbor is looked at first and wins a
      *    tie - the path bends only where the walls make it. A
      *    monster the wave never reached leaves WS-FLOW-USED 'N'
      *    for the caller's greedy step.
           MOVE 'N' TO WS-FLOW-USED
           IF WS-FLOW-READY = 'Y'
              AND WS-FLOW-DIST(WS-ENT-GRID-Y, WS-ENT-GRID-X)
                  NOT = WS-FLOW-UNREACHED
               MOVE 'Y' TO WS-FLOW-USED
               MOVE WS-FLOW-DIST(WS-ENT-GRID-Y, WS-ENT-GRID-X)
                   TO WS-FLOW-BEST
               MOVE ZERO TO WS-FLOW-BEST-X
               MOVE ZERO TO WS-FLOW-BEST-Y
               IF WS-DELTA-X > ZERO
                   MOVE 2 TO WS-FLOW-FIRST-DIR
               ELSE
                   MOVE 4 TO WS-FLOW-FIRST-DIR
               END-IF
               IF WS-DELTA-Y > ZERO
                   MOVE 3 TO WS-FLOW-SECOND-DIR
               ELSE
                   MOVE 1 TO WS-FLOW-SECOND-DIR
               END-IF
               IF FUNCTION ABS(WS-DELTA-Y) > FUNCTION ABS(WS-DELTA-X)
                   MOVE WS-FLOW-FIRST-DIR TO WS-FLOW-DIR
                   MOVE WS-FLOW-SECOND-DIR TO WS-FLOW-FIRST-DIR
                   MOVE WS-FLOW-DIR TO WS-FLOW-SECOND-DIR
               END-IF
               MOVE WS-FLOW-FIRST-DIR TO WS-FLOW-DIR
               PERFORM CHECK-FLOW-NEIGHBOR
               MOVE WS-FLOW-SECOND-DIR TO WS-FLOW-DIR
               PERFORM CHECK-FLOW-NEIGHBOR
               PERFORM VARYING WS-FLOW-DIR FROM 1 BY 1
                       UNTIL WS-FLOW-DIR > 4
                   PERFORM CHECK-FLOW-NEIGHBOR
               END-PERFORM
               IF WS-FLOW-BEST-X NOT = ZERO
                   MOVE WS-FLOW-BEST-X TO WS-ENT-GRID-X
                   MOVE WS-FLOW-BEST-Y TO WS-ENT-GRID-Y
                   MOVE 'Y' TO WS-STEP-TAKEN
               END-IF
           END-IF.

       CHECK-FLOW-NEIGHBOR.
           MOVE WS-ENT-GRID-X TO WS-FLOW-TRY-X
           MOVE WS-ENT-GRID-Y TO WS-FLOW-TRY-Y
           EVALUATE WS-FLOW-DIR
               WHEN 1  SUBTRACT 1 FROM WS-FLOW-TRY-Y
               WHEN 2  ADD 1 TO WS-FLOW-TRY-X
               WHEN 3  ADD 1 TO WS-FLOW-TRY-Y
               WHEN OTHER  SUBTRACT 1 FROM WS-FLOW-TRY-X
           END-EVALUATE
           IF WS-FLOW-TRY-X >= 1 AND WS-FLOW-TRY-X <= WS-MAP-COLS
              AND WS-FLOW-TRY-Y >= 1 AND WS-FLOW-TRY-Y <= WS-MAP-ROWS
               IF WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                      NOT = WS-FLOW-UNREACHED
                   IF WS-FLOW-UPHILL = 'Y'
                       IF WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                              > WS-FLOW-BEST
                           PERFORM TAKE-FLOW-NEIGHBOR
                       END-IF
                   ELSE
                       IF WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
                              < WS-FLOW-BEST
                           PERFORM TAKE-FLOW-NEIGHBOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-FLOW-NEIGHBOR.
           MOVE WS-FLOW-DIST(WS-FLOW-TRY-Y, WS-FLOW-TRY-X)
               TO WS-FLOW-BEST
           MOVE WS-FLOW-TRY-X TO WS-FLOW-BEST-X
           MOVE WS-FLOW-TRY-Y TO WS-FLOW-BEST-Y.

       TAKE-STEP-TOWARD-GRUDGE.
      *    The advance with the grudge target's cell (WS-TGT-X/Y)
      *    standing in for the player's - a monster already next to
      *    its target holds its cell. Range and angle stay measured
      *    from the player, which is what every reader means by them.
           MOVE 'N' TO WS-STEP-TAKEN
           COMPUTE WS-DELTA-X = WS-TGT-X - WS-ENT-GRID-X
           COMPUTE WS-DELTA-Y = WS-TGT-Y - WS-ENT-GRID-Y
           IF FUNCTION ABS(WS-DELTA-X) + FUNCTION ABS(WS-DELTA-Y) > 1
               IF FUNCTION ABS(WS-DELTA-X) >= FUNCTION ABS(WS-DELTA-Y)
                   PERFORM TRY-STEP-X
                   IF WS-STEP-TAKEN = 'N'
                       PERFORM TRY-STEP-Y
                   END-IF
               ELSE
                   PERFORM TRY-STEP-Y
                   IF WS-STEP-TAKEN = 'N'
                       PERFORM TRY-STEP-X
                   END-IF
               END-IF
           END-IF
           PERFORM RECOMPUTE-RANGE-ANGLE.

       TRY-STEP-X.
           IF WS-DELTA-X NOT = ZERO
               MOVE WS-ENT-GRID-X TO WS-TRY-X
               WHEN OTHER
                   MOVE 0 TO WS-NEW-ANGLE
           END-EVALUATE.

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
