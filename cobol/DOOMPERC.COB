      *================================================================
      * DOOMPERC.COB - Entity Perception
      * DOOMTACT's ANALYZE-THREATS and SELECT-COMBAT-TARGET and
      * DOOMAI2's ANALYZE-ENEMY used to weigh every live entity on
      * the level, so the bot turned to face a monster three rooms
      * away behind solid wall. This step decides, each tick, what
      * the player can actually know about each entity and writes it
      * to DOOM.PERCEIVE (DOOMPRC.CPY), one record per entity in the
      * order each engine reads them:
      *   visible - a clear line from the player's cell to the
      *             entity's, with the same grid Bresenham and
      *             blocking set DOOMCBT's shots and DOOMSEEN's mask
      *             use;
      *   heard   - out of sight but within CFG-ALERT-RADIUS cells
      *             (Manhattan, the same radius DOOMALRT wakes by)
      *             on a tick our SHOOT won arbitration, or an awake
      *             monster within that radius - the same noise
      *             DOOMALRT propagates;
      *   unknown - neither.
      * A sighting or a sound records where the entity stood; out of
      * sight and out of earshot the last-known position is kept,
      * ageing one per tick, for WS-MEMORY-SPAN ticks and then
      * forgotten. The engines decide from visible entities and from
      * the remembered ones at their last-known position.
      * Only monsters are filtered - items, projectiles and barrels,
      * and anything standing off the grid or on a level with no
      * wall map to trace against, are always visible. The caller
      * may name the seat whose tick it is, the same PARM idiom
      * DOOMAI2 takes; no PARM means player 1.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMPERC.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAMESTATE-STATUS.

      *    The LEVEL wall map, same keying as everywhere else.
           SELECT WALL-MAP ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WALL-REL-KEY
               FILE STATUS IS WS-WALLMAP-STATUS.

      *    Per-level grid dimensions - a level with no record reads
      *    as the classic 20x40.
           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

           SELECT IN-COMMANDS ASSIGN TO 'DOOM.COMMANDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT AI-CONFIG ASSIGN TO 'DOOM.AICONFIG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

      *    Keyed by relative slot - 1 header, 2 player, 3 ammo, the
      *    entities from 4 up - walked the way DOOMAI2 walks it.
           SELECT GAMESTAT-FILE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-GS-REL-KEY
               FILE STATUS IS WS-GS-STATUS.

           SELECT PERCEIVE-FILE ASSIGN TO 'DOOM.PERCEIVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERCEIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-STATE.
       01  GAME-STATE-REC.
           05  GS-PLAYER-X     PIC 99.
           05  GS-PLAYER-Y     PIC 99.
           05  GS-PLAYER-HEALTH PIC 999.
           05  GS-AMMO-POOLS   PIC X(12).
           05  GS-FACING       PIC X.
           05  GS-VIEW-MODE    PIC X.
           05  GS-LEVEL        PIC 99.
      *    Second seat - the block DOOMMV moves for player-id 2.
           05  GS-PLAYER2-X    PIC 99.
           05  GS-PLAYER2-Y    PIC 99.
           05  GS-PLAYER2-HEALTH PIC 999.
           05  GS-P2-AMMO-POOLS PIC X(12).
           05  GS-PLAYER2-FACING PIC X.
           05  GS-PLAYER-KEYS  PIC X(3).
           05  GS-PLAYER2-KEYS PIC X(3).
           05  FILLER          PIC X(30).

       FD  WALL-MAP.
       01  WALL-MAP-REC                   PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  IN-COMMANDS.
       01  IN-COMMAND-RECORD              PIC X(80).

       FD  AI-CONFIG.
       COPY DOOMCFG.

       FD  ENTITIES
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ENTITY-RECORD.
           05  TACT-ENT-TYPE       PIC X.
           05  TACT-ENT-SUBTYPE    PIC 99.
           05  TACT-ENT-X          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-Y          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-Z          PIC S9(9) SIGN LEADING SEPARATE.
           05  TACT-ENT-DISTANCE   PIC 9(5).
           05  TACT-ENT-ANGLE      PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-ENT-HEALTH     PIC 9(3).
           05  TACT-ENT-STATE      PIC X.
           05  FILLER              PIC X(66).

       FD  GAMESTAT-FILE.
       01  GAMESTAT-RECORD                PIC X(80).

       FD  PERCEIVE-FILE.
       COPY DOOMPRC.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMPERC'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       COPY DOOMSTAT.

       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-WALLMAP-STATUS              PIC XX.
           88  WALLMAP-MISSING            VALUE '35'.
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
       01  WS-CMD-STATUS                  PIC XX.
           88  COMMANDS-MISSING           VALUE '35'.
           88  COMMANDS-EOF               VALUE '10'.
       01  WS-CONFIG-STATUS               PIC XX.
           88  CONFIG-MISSING             VALUE '35'.
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.
       01  WS-GS-STATUS                   PIC XX.
           88  FRAME-MISSING              VALUE '35'.
           88  FRAME-EOF                  VALUE '10'.
       01  WS-PERCEIVE-STATUS             PIC XX.
           88  PERCEIVE-MISSING           VALUE '35'.
           88  PERCEIVE-EOF               VALUE '10'.

       01  WS-WALL-REL-KEY                PIC 9(4).
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-GS-REL-KEY                  PIC 9(4).

       01  WS-LEVEL                       PIC 99 VALUE ZERO.
       01  WS-EYE-X                       PIC 99 VALUE ZERO.
       01  WS-EYE-Y                       PIC 99 VALUE ZERO.
       01  WS-MAP-ROWS                    PIC 99 VALUE 20.
       01  WS-MAP-COLS                    PIC 99 VALUE 40.

       01  WS-WALL-MAP-VALID              PIC X VALUE 'N'.
       01  WS-WALL-MAP-ARRAY.
           05  WS-WALL-MAP-ROW OCCURS 30 TIMES.
               10  WS-WALL-MAP-CELL OCCURS 60 TIMES PIC X.
       01  WS-WALL-I                      PIC 99.

       01  WS-ALERT-RADIUS                PIC 9(3) VALUE 8.
       01  WS-SHOT-FIRED                  PIC X VALUE 'N'.
      *    Ticks a position is remembered once the entity is out of
      *    sight and out of earshot.
       01  WS-MEMORY-SPAN                 PIC 999 VALUE 15.
       01  WS-TICK                        PIC 9(8) VALUE ZERO.

      *    Last tick's DOOM.PERCEIVE, for the last-known positions.
       01  WS-OLD-TABLE.
           05  WS-OLD-COUNT               PIC 999 VALUE ZERO.
           05  WS-OLD-REC OCCURS 114 TIMES PIC X(80).
       01  WS-OLD-I                       PIC 999.
       01  WS-OLD-FOUND                   PIC 999.

      *    The entity being judged, from whichever file it came.
       01  WS-CAND.
           05  WS-CAND-SOURCE             PIC X.
           05  WS-CAND-ORDINAL            PIC 99.
           05  WS-CAND-SUBTYPE            PIC 99.
           05  WS-CAND-MONSTER            PIC X.
           05  WS-CAND-AWAKE              PIC X.
           05  WS-CAND-X                  PIC S9(9).
           05  WS-CAND-Y                  PIC S9(9).
           05  WS-CAND-DISTANCE           PIC 9(5).
           05  WS-CAND-ANGLE              PIC S9(3).
       01  WS-RANGE                       PIC 9(9).

       01  WS-COUNTS.
           05  WS-ENT-COUNT               PIC 99 VALUE ZERO.
           05  WS-FRAME-COUNT             PIC 99 VALUE ZERO.

      *    Line-of-sight work fields - the same trace DOOMCBT runs
      *    for a shot.
       01  WS-LOS-WORK.
           05  WS-LOS-FROM-X              PIC S9(4).
           05  WS-LOS-FROM-Y              PIC S9(4).
           05  WS-LOS-TO-X                PIC S9(4).
           05  WS-LOS-TO-Y                PIC S9(4).
           05  WS-LOS-DX                  PIC S9(4).
           05  WS-LOS-DY                  PIC S9(4).
           05  WS-LOS-AX                  PIC 9(4).
           05  WS-LOS-AY                  PIC 9(4).
           05  WS-LOS-SX                  PIC S9.
           05  WS-LOS-SY                  PIC S9.
           05  WS-LOS-CX                  PIC S9(4).
           05  WS-LOS-CY                  PIC S9(4).
           05  WS-LOS-ERR                 PIC S9(5).
           05  WS-LOS-CLEAR               PIC X.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-PLAYER-ID             PIC 9.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-TICK
           PERFORM LOAD-WALL-MAP
           PERFORM CHECK-SHOT-WON
           PERFORM LOAD-ALERT-RADIUS
           PERFORM LOAD-OLD-PERCEPTION
           OPEN OUTPUT PERCEIVE-FILE
           OPEN INPUT GAMESTAT-FILE
           IF NOT FRAME-MISSING
               PERFORM READ-FRAME-TICK
           END-IF
           PERFORM PERCEIVE-ENTITIES-FILE
           IF NOT FRAME-MISSING
               PERFORM PERCEIVE-FRAME-ENTITIES
               CLOSE GAMESTAT-FILE
           END-IF
           CLOSE PERCEIVE-FILE
           GOBACK.

       LOAD-WALL-MAP.
      *    The seat's cell and level from the compact GAMESTAT, then
      *    the level's rows. A short level file leaves the map
      *    unusable rather than tracing against half a level.
           MOVE 'N' TO WS-WALL-MAP-VALID
           MOVE ZERO TO WS-EYE-X WS-EYE-Y
           OPEN INPUT GAME-STATE
           IF GAMESTATE-MISSING
               CONTINUE
           ELSE
               READ GAME-STATE
                   AT END MOVE ZERO TO GS-LEVEL
               END-READ
               IF PARM-LEN > ZERO AND PARM-PLAYER-ID = 2
                   MOVE GS-PLAYER2-X TO WS-EYE-X
                   MOVE GS-PLAYER2-Y TO WS-EYE-Y
               ELSE
                   MOVE GS-PLAYER-X TO WS-EYE-X
                   MOVE GS-PLAYER-Y TO WS-EYE-Y
               END-IF
               MOVE GS-LEVEL TO WS-LEVEL
               CLOSE GAME-STATE
               IF WS-LEVEL IS NUMERIC AND WS-LEVEL > ZERO
                   PERFORM READ-LEVEL-DIMS
                   PERFORM READ-WALL-ROWS
               END-IF
           END-IF
      *    An eye off the grid has nothing to trace from.
           IF WS-EYE-X IS NOT NUMERIC OR WS-EYE-Y IS NOT NUMERIC
              OR WS-EYE-X < 1 OR WS-EYE-X > WS-MAP-COLS
              OR WS-EYE-Y < 1 OR WS-EYE-Y > WS-MAP-ROWS
               MOVE 'N' TO WS-WALL-MAP-VALID
           END-IF.

       READ-WALL-ROWS.
           OPEN INPUT WALL-MAP
           IF NOT WALLMAP-MISSING
               MOVE 'Y' TO WS-WALL-MAP-VALID
               PERFORM VARYING WS-WALL-I FROM 1 BY 1
                       UNTIL WS-WALL-I > WS-MAP-ROWS
                   COMPUTE WS-WALL-REL-KEY =
                       (WS-LEVEL - 1) * 30 + WS-WALL-I
                   READ WALL-MAP
                       INVALID KEY
                           MOVE 'N' TO WS-WALL-MAP-VALID
                           EXIT PERFORM
                   END-READ
                   MOVE WALL-MAP-REC TO WS-WALL-MAP-ROW(WS-WALL-I)
               END-PERFORM
               CLOSE WALL-MAP
           END-IF.

       READ-LEVEL-DIMS.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF NOT DIMS-MISSING
               MOVE WS-LEVEL TO WS-LDM-REL-KEY
               READ LEVEL-DIMS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LDM-ROWS IS NUMERIC AND LDM-ROWS >= 3
                          AND LDM-ROWS <= 30
                           MOVE LDM-ROWS TO WS-MAP-ROWS
                       END-IF
                       IF LDM-COLS IS NUMERIC AND LDM-COLS >= 3
                          AND LDM-COLS <= 60
                           MOVE LDM-COLS TO WS-MAP-COLS
                       END-IF
               END-READ
               CLOSE LEVEL-DIMS
           END-IF.

       CHECK-SHOT-WON.
      *    The same test DOOMALRT makes - a SHOOT sitting in
      *    DOOM.COMMANDS won arbitration and made the noise.
           MOVE '00' TO WS-CMD-STATUS
           MOVE 'N' TO WS-SHOT-FIRED
           OPEN INPUT IN-COMMANDS
           IF COMMANDS-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL COMMANDS-EOF OR WS-SHOT-FIRED = 'Y'
                   READ IN-COMMANDS INTO DOOM-COMMAND-RECORD
                       AT END SET COMMANDS-EOF TO TRUE
                       NOT AT END
                           IF VALID-CMD-REC AND CMD-SHOOT
                               MOVE 'Y' TO WS-SHOT-FIRED
                           END-IF
                   END-READ
                   IF NOT COMMANDS-EOF AND WS-CMD-STATUS NOT = '00'
                       SET COMMANDS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE IN-COMMANDS
           END-IF.

       LOAD-ALERT-RADIUS.
      *    DOOM.AICONFIG is optional, same as in DOOMALRT - zero or
      *    missing keeps the compiled-in default above.
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

       LOAD-OLD-PERCEPTION.
           MOVE ZERO TO WS-OLD-COUNT
           MOVE '00' TO WS-PERCEIVE-STATUS
           OPEN INPUT PERCEIVE-FILE
           IF NOT PERCEIVE-MISSING
               PERFORM UNTIL PERCEIVE-EOF OR WS-OLD-COUNT >= 114
                   READ PERCEIVE-FILE
                       AT END SET PERCEIVE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OLD-COUNT
                           MOVE PERCEPTION-RECORD
                               TO WS-OLD-REC(WS-OLD-COUNT)
                   END-READ
                   IF NOT PERCEIVE-EOF
                      AND WS-PERCEIVE-STATUS NOT = '00'
                       SET PERCEIVE-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PERCEIVE-FILE
           END-IF.

       READ-FRAME-TICK.
           MOVE 1 TO WS-GS-REL-KEY
           READ GAMESTAT-FILE INTO STATE-HEADER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VALID-STATE-REC AND STATE-TICK IS NUMERIC
                       MOVE STATE-TICK TO WS-TICK
                   END-IF
           END-READ.

       PERCEIVE-ENTITIES-FILE.
      *    DOOMTACT's table - the first 50 ENTITIES records, every
      *    type counted.
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
                           MOVE 'E' TO WS-CAND-SOURCE
                           MOVE WS-ENT-COUNT TO WS-CAND-ORDINAL
                           MOVE TACT-ENT-SUBTYPE TO WS-CAND-SUBTYPE
                           MOVE TACT-ENT-X TO WS-CAND-X
                           MOVE TACT-ENT-Y TO WS-CAND-Y
                           MOVE TACT-ENT-DISTANCE TO WS-CAND-DISTANCE
                           MOVE TACT-ENT-ANGLE TO WS-CAND-ANGLE
                           IF TACT-ENT-TYPE = 'M'
                               MOVE 'Y' TO WS-CAND-MONSTER
                           ELSE
                               MOVE 'N' TO WS-CAND-MONSTER
                           END-IF
                           IF TACT-ENT-STATE = 'D'
                              OR TACT-ENT-HEALTH = ZERO
                               MOVE 'N' TO WS-CAND-AWAKE
                           ELSE
                               MOVE 'Y' TO WS-CAND-AWAKE
                           END-IF
                           PERFORM JUDGE-CANDIDATE
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       PERCEIVE-FRAME-ENTITIES.
      *    DOOMAI2's table - the valid enemy records from slot 4 up,
      *    missiles and blanks not counted, at most 64.
           MOVE ZERO TO WS-FRAME-COUNT
           MOVE 3 TO WS-GS-REL-KEY
           START GAMESTAT-FILE KEY IS GREATER THAN WS-GS-REL-KEY
               INVALID KEY SET FRAME-EOF TO TRUE
           END-START
           PERFORM UNTIL FRAME-EOF OR WS-FRAME-COUNT >= 64
               READ GAMESTAT-FILE NEXT
                   AT END SET FRAME-EOF TO TRUE
               END-READ
               IF NOT FRAME-EOF
                   MOVE GAMESTAT-RECORD TO ENTITY-ENTRY(1)
                   IF VALID-ENTITY-REC(1)
                       ADD 1 TO WS-FRAME-COUNT
                       MOVE 'F' TO WS-CAND-SOURCE
                       MOVE WS-FRAME-COUNT TO WS-CAND-ORDINAL
                       MOVE ENTITY-TYPE(1) TO WS-CAND-SUBTYPE
                       MOVE ENTITY-X(1) TO WS-CAND-X
                       MOVE ENTITY-Y(1) TO WS-CAND-Y
                       MOVE ENTITY-DISTANCE(1) TO WS-CAND-DISTANCE
                       MOVE ENTITY-ANGLE-TO(1) TO WS-CAND-ANGLE
                       IF ENTITY-TYPE(1) >= 1 AND ENTITY-TYPE(1) <= 9
                           MOVE 'Y' TO WS-CAND-MONSTER
                       ELSE
                           MOVE 'N' TO WS-CAND-MONSTER
                       END-IF
                       IF ENTITY-HEALTH(1) > ZERO
                           MOVE 'Y' TO WS-CAND-AWAKE
                       ELSE
                           MOVE 'N' TO WS-CAND-AWAKE
                       END-IF
                       PERFORM JUDGE-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-CANDIDATE.
           PERFORM FIND-OLD-RECORD
           MOVE SPACES TO PERCEPTION-RECORD
           MOVE WS-CAND-SOURCE TO PRC-SOURCE
           MOVE WS-CAND-ORDINAL TO PRC-ORDINAL
           MOVE WS-CAND-SUBTYPE TO PRC-SUBTYPE
           MOVE WS-TICK TO PRC-TICK
           EVALUATE TRUE
               WHEN WS-CAND-MONSTER NOT = 'Y'
               WHEN WS-WALL-MAP-VALID NOT = 'Y'
               WHEN WS-CAND-X < 1 OR WS-CAND-X > WS-MAP-COLS
               WHEN WS-CAND-Y < 1 OR WS-CAND-Y > WS-MAP-ROWS
                   SET PRC-VISIBLE TO TRUE
               WHEN OTHER
                   MOVE WS-EYE-X TO WS-LOS-FROM-X
                   MOVE WS-EYE-Y TO WS-LOS-FROM-Y
                   MOVE WS-CAND-X TO WS-LOS-TO-X
                   MOVE WS-CAND-Y TO WS-LOS-TO-Y
                   PERFORM TRACE-LINE-OF-SIGHT
                   COMPUTE WS-RANGE =
                       FUNCTION ABS(WS-CAND-X - WS-EYE-X)
                       + FUNCTION ABS(WS-CAND-Y - WS-EYE-Y)
                   IF WS-LOS-CLEAR = 'Y'
                       SET PRC-VISIBLE TO TRUE
                   ELSE
                       IF WS-RANGE <= WS-ALERT-RADIUS
                          AND (WS-SHOT-FIRED = 'Y'
                               OR WS-CAND-AWAKE = 'Y')
                           SET PRC-HEARD TO TRUE
                       ELSE
                           SET PRC-UNKNOWN TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF PRC-UNKNOWN
               PERFORM CARRY-MEMORY
           ELSE
               MOVE 'Y' TO PRC-MEMORY
               MOVE ZERO TO PRC-AGE
               MOVE WS-CAND-X TO PRC-LAST-X
               MOVE WS-CAND-Y TO PRC-LAST-Y
               MOVE WS-CAND-DISTANCE TO PRC-LAST-DISTANCE
               MOVE WS-CAND-ANGLE TO PRC-LAST-ANGLE
           END-IF
           WRITE PERCEPTION-RECORD.

       FIND-OLD-RECORD.
      *    Last tick's record for the same place in the same file -
      *    a different subtype there means a different entity, and
      *    nothing about it is remembered.
           MOVE ZERO TO WS-OLD-FOUND
           PERFORM VARYING WS-OLD-I FROM 1 BY 1
                   UNTIL WS-OLD-I > WS-OLD-COUNT
                      OR WS-OLD-FOUND > ZERO
               MOVE WS-OLD-REC(WS-OLD-I) TO PERCEPTION-RECORD
               IF PRC-SOURCE = WS-CAND-SOURCE
                  AND PRC-ORDINAL = WS-CAND-ORDINAL
                  AND PRC-SUBTYPE = WS-CAND-SUBTYPE
                   MOVE WS-OLD-I TO WS-OLD-FOUND
               END-IF
           END-PERFORM.

       CARRY-MEMORY.
      *    Out of sight and silent - the last-known position ages one
      *    tick and is forgotten past the span.
           MOVE 'N' TO PRC-MEMORY
           MOVE ZERO TO PRC-AGE PRC-LAST-X PRC-LAST-Y
                        PRC-LAST-DISTANCE PRC-LAST-ANGLE
           IF WS-OLD-FOUND > ZERO
               MOVE WS-OLD-REC(WS-OLD-FOUND) TO PERCEPTION-RECORD
               IF PRC-REMEMBERED AND PRC-AGE IS NUMERIC
                  AND PRC-AGE < WS-MEMORY-SPAN
                   ADD 1 TO PRC-AGE
               ELSE
                   MOVE 'N' TO PRC-MEMORY
                   MOVE ZERO TO PRC-AGE PRC-LAST-X PRC-LAST-Y
                                PRC-LAST-DISTANCE PRC-LAST-ANGLE
               END-IF
               SET PRC-UNKNOWN TO TRUE
               MOVE WS-TICK TO PRC-TICK
           END-IF.

       TRACE-LINE-OF-SIGHT.
      *    Grid Bresenham - step the dominant axis one cell at a
      *    time, folding the minor axis in through the error term,
      *    and stop at the first solid cell strictly between the
      *    endpoints. The eye's own cell and the cell looked at never
      *    block.
           MOVE 'Y' TO WS-LOS-CLEAR
           COMPUTE WS-LOS-DX = WS-LOS-TO-X - WS-LOS-FROM-X
           COMPUTE WS-LOS-DY = WS-LOS-TO-Y - WS-LOS-FROM-Y
           COMPUTE WS-LOS-AX = FUNCTION ABS(WS-LOS-DX)
           COMPUTE WS-LOS-AY = FUNCTION ABS(WS-LOS-DY)
           IF WS-LOS-DX > ZERO
               MOVE 1 TO WS-LOS-SX
           ELSE
               IF WS-LOS-DX < ZERO
                   MOVE -1 TO WS-LOS-SX
               ELSE
                   MOVE ZERO TO WS-LOS-SX
               END-IF
           END-IF
           IF WS-LOS-DY > ZERO
               MOVE 1 TO WS-LOS-SY
           ELSE
               IF WS-LOS-DY < ZERO
                   MOVE -1 TO WS-LOS-SY
               ELSE
                   MOVE ZERO TO WS-LOS-SY
               END-IF
           END-IF
           MOVE WS-LOS-FROM-X TO WS-LOS-CX
           MOVE WS-LOS-FROM-Y TO WS-LOS-CY
           IF WS-LOS-AX >= WS-LOS-AY
               COMPUTE WS-LOS-ERR = WS-LOS-AX / 2
               PERFORM UNTIL WS-LOS-CX = WS-LOS-TO-X
                       OR WS-LOS-CLEAR = 'N'
                   ADD WS-LOS-SX TO WS-LOS-CX
                   SUBTRACT WS-LOS-AY FROM WS-LOS-ERR
                   IF WS-LOS-ERR < ZERO
                       ADD WS-LOS-SY TO WS-LOS-CY
                       ADD WS-LOS-AX TO WS-LOS-ERR
                   END-IF
                   PERFORM CHECK-TRACE-CELL
               END-PERFORM
           ELSE
               COMPUTE WS-LOS-ERR = WS-LOS-AY / 2
               PERFORM UNTIL WS-LOS-CY = WS-LOS-TO-Y
                       OR WS-LOS-CLEAR = 'N'
                   ADD WS-LOS-SY TO WS-LOS-CY
                   SUBTRACT WS-LOS-AX FROM WS-LOS-ERR
                   IF WS-LOS-ERR < ZERO
                       ADD WS-LOS-SX TO WS-LOS-CX
                       ADD WS-LOS-AY TO WS-LOS-ERR
                   END-IF
                   PERFORM CHECK-TRACE-CELL
               END-PERFORM
           END-IF.

       CHECK-TRACE-CELL.
      *    The blocking set is everything a body can't occupy: wall,
      *    any closed door, switch faces. The cell looked at is
      *    exempt.
           IF WS-LOS-CX = WS-LOS-TO-X AND WS-LOS-CY = WS-LOS-TO-Y
               CONTINUE
           ELSE
               IF WS-LOS-CX < 1 OR WS-LOS-CX > WS-MAP-COLS
                  OR WS-LOS-CY < 1 OR WS-LOS-CY > WS-MAP-ROWS
                   MOVE 'N' TO WS-LOS-CLEAR
               ELSE
                   EVALUATE WS-WALL-MAP-CELL(WS-LOS-CY, WS-LOS-CX)
                       WHEN '#'
                       WHEN 'D'
                       WHEN '7'
                       WHEN '8'
                       WHEN '9'
                       WHEN '%'
                       WHEN '+'
                           MOVE 'N' TO WS-LOS-CLEAR
                   END-EVALUATE
               END-IF
           END-IF.
