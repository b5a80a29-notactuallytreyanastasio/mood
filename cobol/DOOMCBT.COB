      * EVALUATE-AMMO-STATUS encodes) in both the rich
      * AMMUNITION-RECORD and the compact GAMESTAT pools, and a SHOOT
      * against an empty pool is rejected outright.
      * A monster busy with a grudge against another monster (the
      * infighting DOOMSIM runs) doesn't return our fire, and one we
      * hit drops its grudge - being shot puts us back at the top of
      * its list, so a fight we lured it into lasts only while we
      * leave it alone.
      * Rockets and plasma don't land where they're aimed the tick
      * they're fired: each volley goes out as a MISSILE record in
      * the frame and flies SPEED cells a tick, with the fireballs
      * DOOMSIM's throwers loose, until a wall or closed door stops
      * it or it reaches something to hit. A rocket bursts with
      * the barrel splash rule wherever it ends. ENTITIES carries a
      * 'P' twin of each projectile still in the air.
      * In a versus session the caller names the seat whose tick it
      * is. That seat's grid cell and facing aim the arc and its own
      * grid pool pays for the volley; the other seat stands in the
      * arc like any monster, behind the same line-of-sight rule.
      * Every volley goes on the frag ledger, and a volley that
      * kills the other seat goes on it as a frag. Versus rockets
      * and plasma land the tick they're fired - a volley in flight
      * across the seat change would have no shooter to credit.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCBT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKILL-STATUS.

      *    Versus frag ledger - appended to, never rewritten.
           SELECT VERSUS-LEDGER ASSIGN TO 'DOOM.VSLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-COMMANDS.
           05  GS-FACING       PIC X.
           05  GS-VIEW-MODE    PIC X.
           05  GS-LEVEL        PIC 99.
      *    Second seat - the block DOOMMV moves for player-id 2.
           05  GS-PLAYER2-X    PIC 99.
           05  GS-PLAYER2-Y    PIC 99.
           05  GS-PLAYER2-HEALTH PIC 999.
           05  GS-P2-AMMO-POOLS.
               10  GS-P2-BULLETS PIC 999.
               10  GS-P2-SHELLS  PIC 999.
               10  GS-P2-CELLS   PIC 999.
               10  GS-P2-ROCKETS PIC 999.
           05  GS-PLAYER2-FACING PIC X.
           05  GS-PLAYER-KEYS  PIC X(3).
           05  GS-PLAYER2-KEYS PIC X(3).
           05  FILLER          PIC X(30).

       FD  ENTITIES
           RECORDING MODE IS F
           05  TACT-ENT-HEALTH     PIC 9(3).
           05  TACT-ENT-STATE      PIC X.
           05  FILLER              PIC X(66).
      *    A projectile's twin ('P') carries its flight line in the
      *    bytes after the state - the layout DOOMSIM writes.
       01  MISSILE-TWIN-RECORD.
           05  FILLER              PIC X(46).
           05  TACT-MSL-HEAD-X     PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-MSL-HEAD-Y     PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-MSL-ORIGIN-X   PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-MSL-ORIGIN-Y   PIC S9(3) SIGN LEADING SEPARATE.
           05  TACT-MSL-SPEED      PIC 9.
           05  TACT-MSL-OWNER      PIC X.
           05  FILLER              PIC X(48).

       FD  SCORE-FILE.
       COPY DOOMSCR.
       FD  SKILL-FILE.
       COPY DOOMSKL.

       FD  VERSUS-LEDGER.
       COPY DOOMFRG.

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMCBT '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-SKILL-STATUS                PIC XX.
           88  SKILL-MISSING              VALUE '35'.
       01  WS-SKILL                       PIC 9 VALUE 2.

      *    Weapon damage and names, pain chances, ammo drops, which
      *    types throw their shot and the skill scaling on return
      *    fire come from the stat catalogs.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.

       01  WS-VSL-STATUS                  PIC XX.
           88  VSL-MISSING                VALUE '35'.

       01  WS-CMD-STATUS                  PIC XX.
           88  COMMANDS-MISSING           VALUE '35'.
           88  COMMANDS-EOF               VALUE '10'.
           05  WS-BLAST-Y                 PIC S9(8).
           05  WS-BLAST-RANGE             PIC 9(5).
           05  WS-EXPL-COUNT              PIC 99 VALUE ZERO.
      *        Frame slot the splash passes over (the barrel itself,
      *        a rocket's direct victim) and the ledger cause for a
      *        player caught in it.
           05  WS-BLAST-SKIP              PIC 99.
           05  WS-BLAST-CAUSE             PIC X(8).

      *    Projectiles in flight - cell n of a flight is its origin
      *    plus n/span of the heading, span being the heading's
      *    longer leg, so the line runs straight however steep the
      *    aim. Range caps a flight that never meets anything.
       01  WS-MISSILE-WORK.
           05  WS-MSL-IDX                 PIC 99.
           05  WS-MSL-K                   PIC 99.
           05  WS-MSL-SLOT                PIC 99.
           05  WS-MSL-VICTIM              PIC 99.
           05  WS-MSL-STEP                PIC 99.
           05  WS-MSL-SPAN                PIC 9(4).
           05  WS-MSL-NEXT-X              PIC S9(4).
           05  WS-MSL-NEXT-Y              PIC S9(4).
           05  WS-MSL-HEAD-X              PIC S9(4).
           05  WS-MSL-HEAD-Y              PIC S9(4).
           05  WS-MSL-OPEN                PIC X.
           05  WS-MSL-TAIL-DONE           PIC X.
           05  WS-MSL-HITS-PLAYER         PIC X.
           05  WS-MSL-NAME                PIC X(8).
           05  WS-MSL-RANGE               PIC 9(3) VALUE 060.
           05  WS-MSL-LAUNCHED            PIC X VALUE 'N'.
           05  WS-MSL-CHANGED             PIC X VALUE 'N'.
           05  WS-MSL-HIT-ANY             PIC X VALUE 'N'.
           05  WS-THROWS-MISSILE          PIC X.
           05  WS-GRUDGE-SPAN             PIC 9 VALUE 5.

      *    Ammo drop from a killed shooter type - the corpse leaves
      *    an 'I' record at its cell when the entity table is synced
           05  WS-DROP-Y                  PIC S9(8).

       01  WS-PLAYER-DIED                 PIC X VALUE 'N'.

      *    Versus seats - who fired this tick, where each seat
      *    stands, and what the volley did to the other one. The
      *    sight point is the cell a line-of-sight trace starts
      *    from: the shooter's for the volley, seat 1's for the
      *    monsters' return fire.
       01  WS-VERSUS-WORK.
           05  WS-VS-ON                   PIC X VALUE 'N'.
           05  WS-SHOOTER-SEAT            PIC 9 VALUE 1.
           05  WS-OPPONENT-SEAT           PIC 9 VALUE 2.
           05  WS-SIGHT-X                 PIC 99 VALUE ZERO.
           05  WS-SIGHT-Y                 PIC 99 VALUE ZERO.
           05  WS-SHOOT-FACING            PIC X.
           05  WS-P2-X                    PIC 99 VALUE ZERO.
           05  WS-P2-Y                    PIC 99 VALUE ZERO.
           05  WS-P2-HEALTH               PIC 999 VALUE ZERO.
           05  WS-OPP-X                   PIC 99.
           05  WS-OPP-Y                   PIC 99.
           05  WS-OPP-HEALTH              PIC 999.
           05  WS-OPP-HIT                 PIC X VALUE 'N'.
           05  WS-OPP-KILLED              PIC X VALUE 'N'.
           05  WS-VOLLEY-HIT              PIC X VALUE 'N'.
           05  WS-CAND-DX                 PIC S9(4).
           05  WS-CAND-DY                 PIC S9(4).
           05  WS-CAND-ANGLE              PIC S9(3).
           05  WS-CAND-DISTANCE           PIC 9(5).
           05  WS-WEAPON-NAME             PIC X(8).
      *        The pools the volley draws on - seat 1's grid pools,
      *        or seat 2's in a versus tick of its own.
           05  WS-DRAW-POOLS.
               10  WS-DRAW-BULLETS        PIC 999.
               10  WS-DRAW-SHELLS         PIC 999.
               10  WS-DRAW-CELLS          PIC 999.
               10  WS-DRAW-ROCKETS        PIC 999.
       01  WS-LOG-MSG                     PIC X(80).

      *    Pain interruption for a wounding hit - per-type chance,
           05  WS-PAIN-PENDING            PIC X VALUE 'N'.
           05  WS-PAIN-CHANCE             PIC 999.
           05  WS-PAIN-ROLL               PIC 999.
      *        Every cell that flinched this tick - projectiles can
      *        wound several monsters in one cycle, and the sync
      *        pass stands each twin down.
           05  WS-PAIN-COUNT              PIC 99 VALUE ZERO.
           05  WS-PAIN-CELL OCCURS 20 TIMES.
               10  WS-PAIN-X              PIC S9(8).
               10  WS-PAIN-Y              PIC S9(8).
           05  WS-PAIN-I                  PIC 99.

      *    Shaped to match DOOMJRNL's LINKAGE - pain transitions are
      *    part of the fight's story.
           05  WS-DP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-DP-CAUSE         PIC X(8).
           05  WS-DP-AMOUNT        PIC 9(4).

      *    Shaped to match DOOMMSG's LINKAGE - a barrel going up is
      *    news on both seats' frames.
       01  WS-MSG-PARM.
           05  WS-MP-FUNCTION      PIC X VALUE 'P'.
           05  WS-MP-PLAYER-ID     PIC 9 VALUE ZERO.
           05  WS-MP-CATEGORY      PIC X VALUE 'X'.
           05  WS-MP-TICK          PIC 9(8).
           05  WS-MP-TEXT          PIC X(40).
           05  WS-MP-COUNT         PIC 9.
           05  WS-MP-SHOWN OCCURS 3 TIMES PIC X(41).

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built supplies the wall map; a hit mirrored
      *    into ENTITIES goes back into it.
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
       01  WS-ONE-RET              PIC 9(4).
       01  WS-GRUDGE-BUSY          PIC X.

      *    Ammo enforcement - the pool the equipped weapon draws
      *    from, how much of it is left, and whether the shot may
           05  WS-POOL-AVAILABLE          PIC 9(4).
           05  WS-AMMO-USED               PIC 9(4).

       LINKAGE SECTION.
      *    PARM-LEN ZERO (or a caller passing nothing past the length)
      *    is the solo game exactly as before - seat 1 fires.
       01  PARM-DATA.
           05  PARM-LEN                   PIC S9(4) COMP.
           05  PARM-PLAYER-ID             PIC 9.
           05  PARM-VERSUS                PIC X.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           PERFORM READ-SHOOT-COMMAND
           PERFORM SET-SHOOTER-SEAT
           PERFORM LOAD-RICH-FRAME
           IF WS-RICH-COUNT < 3
      *        No complete frame to resolve against - header, player
           END-IF
           PERFORM READ-SCORE
           PERFORM READ-SKILL-SETTING
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM LOAD-WALL-MAP
           PERFORM ADVANCE-MISSILES
           IF WS-SHOOT-PENDING = 'Y'
               PERFORM RESOLVE-PLAYER-SHOT
           END-IF
           MOVE ZERO TO WS-EXPL-COUNT
           MOVE 'N' TO WS-DROP-PENDING
           MOVE 'N' TO WS-PAIN-PENDING
           MOVE ZERO TO WS-PAIN-COUNT
           MOVE 'N' TO WS-MSL-LAUNCHED
           MOVE 'N' TO WS-MSL-CHANGED
           MOVE 'N' TO WS-MSL-HIT-ANY
           OPEN INPUT IN-COMMANDS
           IF COMMANDS-MISSING
               CONTINUE
               MOVE 10 TO WS-SHOT-COUNT
           END-IF.

       SET-SHOOTER-SEAT.
      *    Seat 2 only ever fires in a versus tick - everywhere else
      *    the SHOOT is seat 1's, as it always was.
           MOVE 'N' TO WS-VS-ON
           MOVE 1 TO WS-SHOOTER-SEAT
           MOVE 2 TO WS-OPPONENT-SEAT
           MOVE 'N' TO WS-OPP-HIT
           MOVE 'N' TO WS-OPP-KILLED
           MOVE 'N' TO WS-VOLLEY-HIT
           MOVE ZERO TO WS-P2-X
           MOVE ZERO TO WS-P2-Y
           MOVE ZERO TO WS-P2-HEALTH
           IF PARM-LEN > 1 AND PARM-VERSUS = 'Y'
               MOVE 'Y' TO WS-VS-ON
               IF PARM-PLAYER-ID = 2
                   MOVE 2 TO WS-SHOOTER-SEAT
                   MOVE 1 TO WS-OPPONENT-SEAT
               END-IF
           END-IF.

       LOAD-RICH-FRAME.
      *    Same read-all/write-back idiom DOOMSIM uses on this file -
      *    the three header records pass through untouched and the
           END-IF.

       STORE-RICH-FRAME.
      *    Spent projectiles at the tail of the frame are dropped;
      *    one further in stays as a free slot for the next launch.
           MOVE 'N' TO WS-MSL-TAIL-DONE
           PERFORM UNTIL WS-RICH-COUNT <= 3 OR WS-MSL-TAIL-DONE = 'Y'
               MOVE WS-RICH-REC(WS-RICH-COUNT) TO DOOM-MISSILE-RECORD
               IF VALID-MISSILE-REC AND MSL-SPENT
                   SUBTRACT 1 FROM WS-RICH-COUNT
               ELSE
                   MOVE 'Y' TO WS-MSL-TAIL-DONE
               END-IF
           END-PERFORM
           MOVE PLAYER-RECORD TO WS-RICH-REC(2)
           MOVE AMMUNITION-RECORD TO WS-RICH-REC(3)
           OPEN OUTPUT RICH-STATE
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

       READ-SKILL-SETTING.
           OPEN INPUT SKILL-FILE
               READ GAME-STATE
               MOVE GS-PLAYER-X TO WS-PLY-X
               MOVE GS-PLAYER-Y TO WS-PLY-Y
               IF WS-VS-ON = 'Y'
                   MOVE GS-PLAYER2-X TO WS-P2-X
                   MOVE GS-PLAYER2-Y TO WS-P2-Y
                   MOVE GS-PLAYER2-HEALTH TO WS-P2-HEALTH
               END-IF
               CLOSE GAME-STATE
               MOVE 'M' TO WS-CX-FUNCTION
               MOVE GS-LEVEL TO WS-CX-LEVEL
               CALL 'DOOMCTX' USING WS-CTX-PARM
               IF WS-CX-SERVED
                   PERFORM TAKE-WALL-CONTEXT
               ELSE
                   PERFORM READ-LEVEL-DIMS
                   OPEN INPUT WALL-MAP
                   IF NOT WALLMAP-MISSING
                       MOVE 'Y' TO WS-WALL-MAP-VALID
                       PERFORM VARYING WS-WALL-I FROM 1 BY 1
                               UNTIL WS-WALL-I > WS-MAP-ROWS
                           COMPUTE WS-WALL-REL-KEY =
                               (GS-LEVEL - 1) * 30 + WS-WALL-I
                           READ WALL-MAP
                               INVALID KEY
                                   MOVE 'N' TO WS-WALL-MAP-VALID
                                   EXIT PERFORM
                           END-READ
                           MOVE WALL-MAP-REC
                               TO WS-WALL-MAP-ROW(WS-WALL-I)
                       END-PERFORM
                       CLOSE WALL-MAP
                   END-IF
               END-IF
           END-IF.

       TAKE-WALL-CONTEXT.
      *    A map short of rows reads as no map, as it does live.
           MOVE WS-CX-ROWS TO WS-MAP-ROWS
           MOVE WS-CX-COLS TO WS-MAP-COLS
           PERFORM VARYING WS-WALL-I FROM 1 BY 1
                   UNTIL WS-WALL-I > WS-CX-ROWS-FOUND
               MOVE WS-CX-MAP-ROW(WS-WALL-I)
                   TO WS-WALL-MAP-ROW(WS-WALL-I)
           END-PERFORM
           IF WS-CX-ROWS-FOUND < WS-MAP-ROWS
               MOVE 'N' TO WS-WALL-MAP-VALID
           ELSE
               MOVE 'Y' TO WS-WALL-MAP-VALID
           END-IF.

       READ-LEVEL-DIMS.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           END-IF.

       CHECK-TARGET-VISIBLE.
      *    LOS from the sight cell to the entity standing in
      *    ENTITY-ENTRY(1). Engine-scale coordinates (outside the
      *    grid) skip the trace - folding them into cell math would
      *    test garbage.
              AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
              AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
               MOVE WS-SIGHT-X TO WS-LOS-FROM-X
               MOVE WS-SIGHT-Y TO WS-LOS-FROM-Y
               MOVE ENTITY-X OF ENTITY-ENTRY(1) TO WS-LOS-TO-X
               MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO WS-LOS-TO-Y
               PERFORM TRACE-LINE-OF-SIGHT
           END-IF.

       RESOLVE-PLAYER-SHOT.
           PERFORM DERIVE-ARC-CENTER
           PERFORM CHECK-AMMO-POOL
           IF WS-AMMO-OK = 'N'
               PERFORM LOG-SHOT-NO-AMMO
           ELSE
               PERFORM CONSUME-AMMO
               PERFORM PICK-ARC-TARGET
               IF WS-VS-ON = 'Y'
                   PERFORM PICK-OPPONENT-TARGET
               END-IF
      *        Rockets and plasma fly - the volley goes out along
      *        the line to the arc's target (or straight ahead) and
      *        lands on whatever it meets. Without a grid position
      *        or a free frame slot it resolves instantly, as it
      *        always did, and so does every versus volley.
               IF (WEAPON-ROCKET OR WEAPON-PLASMA)
                  AND WS-VS-ON = 'N'
                   PERFORM LAUNCH-PLAYER-MISSILE
                       THRU LAUNCH-PLAYER-MISSILE-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN WS-MSL-LAUNCHED = 'Y'
                       CONTINUE
                   WHEN WS-OPP-HIT = 'Y'
                       MOVE 'Y' TO WS-VOLLEY-HIT
                       PERFORM APPLY-OPPONENT-DAMAGE
                   WHEN WS-TARGET-IDX > ZERO
                       MOVE 'Y' TO WS-VOLLEY-HIT
                       PERFORM APPLY-SHOT-DAMAGE
                   WHEN OTHER
                       PERFORM LOG-SHOT-MISSED
               END-EVALUATE
               IF WS-VS-ON = 'Y'
                   PERFORM WRITE-VOLLEY-RECORD
               END-IF
           END-IF.

      *    pool rejects the SHOOT outright - until now the AI
      *    agonized over LOW-SHELLS thresholds for ammo that was
      *    effectively infinite.
      *    Seat 2 carries no rich ammo record, so its own grid pools
      *    are what it has.
           MOVE 'Y' TO WS-AMMO-OK
           MOVE 'Y' TO WS-USES-AMMO
           IF WS-SHOOTER-SEAT = 1
               MOVE AMMO-SHELLS TO WS-DRAW-SHELLS
               MOVE AMMO-ROCKETS TO WS-DRAW-ROCKETS
               MOVE AMMO-CELLS TO WS-DRAW-CELLS
               MOVE AMMO-BULLETS TO WS-DRAW-BULLETS
           END-IF
           EVALUATE TRUE
               WHEN WEAPON-FIST
               WHEN WEAPON-CHAINSAW
                   MOVE 'N' TO WS-USES-AMMO
                   MOVE ZERO TO WS-POOL-AVAILABLE
               WHEN WEAPON-SHOTGUN
                   MOVE WS-DRAW-SHELLS TO WS-POOL-AVAILABLE
               WHEN WEAPON-ROCKET
                   MOVE WS-DRAW-ROCKETS TO WS-POOL-AVAILABLE
               WHEN WEAPON-PLASMA
               WHEN WEAPON-BFG
                   MOVE WS-DRAW-CELLS TO WS-POOL-AVAILABLE
               WHEN OTHER
                   MOVE WS-DRAW-BULLETS TO WS-POOL-AVAILABLE
           END-EVALUATE
           IF WS-USES-AMMO = 'Y' AND WS-POOL-AVAILABLE = ZERO
               MOVE 'N' TO WS-AMMO-OK
                   MOVE WS-POOL-AVAILABLE TO WS-SHOT-COUNT
               END-IF
               MOVE WS-SHOT-COUNT TO WS-AMMO-USED
               IF WS-SHOOTER-SEAT = 1
                   EVALUATE TRUE
                       WHEN WEAPON-SHOTGUN
                           SUBTRACT WS-AMMO-USED FROM AMMO-SHELLS
                       WHEN WEAPON-ROCKET
                           SUBTRACT WS-AMMO-USED FROM AMMO-ROCKETS
                       WHEN WEAPON-PLASMA
                       WHEN WEAPON-BFG
                           SUBTRACT WS-AMMO-USED FROM AMMO-CELLS
                       WHEN OTHER
                           SUBTRACT WS-AMMO-USED FROM AMMO-BULLETS
                   END-EVALUATE
               END-IF
               PERFORM SYNC-GRID-AMMO
           END-IF.

       SYNC-GRID-AMMO.
      *    The grid pools take pickups from DOOMMV independently of
      *    the rich record, so subtract the rounds used rather than
      *    copying one record over the other. The shooter's own
      *    seat block pays.
           OPEN I-O GAME-STATE
           IF GAMESTATE-MISSING
               CONTINUE
           ELSE
               READ GAME-STATE
               IF WS-SHOOTER-SEAT = 2
                   MOVE GS-P2-AMMO-POOLS TO WS-DRAW-POOLS
               ELSE
                   MOVE GS-AMMO-POOLS TO WS-DRAW-POOLS
               END-IF
               EVALUATE TRUE
                   WHEN WEAPON-SHOTGUN
                       IF WS-DRAW-SHELLS > WS-AMMO-USED
                           SUBTRACT WS-AMMO-USED FROM WS-DRAW-SHELLS
                       ELSE
                           MOVE ZERO TO WS-DRAW-SHELLS
                       END-IF
                   WHEN WEAPON-ROCKET
                       IF WS-DRAW-ROCKETS > WS-AMMO-USED
                           SUBTRACT WS-AMMO-USED FROM WS-DRAW-ROCKETS
                       ELSE
                           MOVE ZERO TO WS-DRAW-ROCKETS
                       END-IF
                   WHEN WEAPON-PLASMA
                   WHEN WEAPON-BFG
                       IF WS-DRAW-CELLS > WS-AMMO-USED
                           SUBTRACT WS-AMMO-USED FROM WS-DRAW-CELLS
                       ELSE
                           MOVE ZERO TO WS-DRAW-CELLS
                       END-IF
                   WHEN OTHER
                       IF WS-DRAW-BULLETS > WS-AMMO-USED
                           SUBTRACT WS-AMMO-USED FROM WS-DRAW-BULLETS
                       ELSE
                           MOVE ZERO TO WS-DRAW-BULLETS
                       END-IF
               END-EVALUATE
               IF WS-SHOOTER-SEAT = 2
                   MOVE WS-DRAW-POOLS TO GS-P2-AMMO-POOLS
               ELSE
                   MOVE WS-DRAW-POOLS TO GS-AMMO-POOLS
               END-IF
               REWRITE GAME-STATE-REC
               CLOSE GAME-STATE
           END-IF.
      *    The arc is centered on the grid facing DOOMMV maintains,
      *    in the same compass convention DOOMSIM writes
      *    ENTITY-ANGLE-TO with: east 0, north 90, west 180,
      *    south -90. A versus seat-2 volley aims from seat 2's
      *    block, and seat 1 is then the one standing in the arc.
           MOVE 'N' TO GS-FACING
           MOVE 'N' TO WS-SHOOT-FACING
           OPEN INPUT GAME-STATE
           IF NOT GAMESTATE-MISSING
               READ GAME-STATE
               MOVE GS-PLAYER-X TO WS-PLY-X
               MOVE GS-PLAYER-Y TO WS-PLY-Y
               MOVE GS-FACING TO WS-SHOOT-FACING
               IF WS-VS-ON = 'Y'
                   MOVE GS-PLAYER2-X TO WS-P2-X
                   MOVE GS-PLAYER2-Y TO WS-P2-Y
                   MOVE GS-PLAYER2-HEALTH TO WS-P2-HEALTH
                   MOVE GS-P2-AMMO-POOLS TO WS-DRAW-POOLS
                   IF WS-SHOOTER-SEAT = 2
                       MOVE GS-PLAYER2-FACING TO WS-SHOOT-FACING
                   END-IF
               END-IF
               CLOSE GAME-STATE
           END-IF
           MOVE WS-PLY-X TO WS-SIGHT-X
           MOVE WS-PLY-Y TO WS-SIGHT-Y
           MOVE WS-PLY-X TO WS-OPP-X
           MOVE WS-PLY-Y TO WS-OPP-Y
           MOVE PLAYER-HEALTH TO WS-OPP-HEALTH
           IF WS-SHOOTER-SEAT = 2
               MOVE WS-P2-X TO WS-SIGHT-X
               MOVE WS-P2-Y TO WS-SIGHT-Y
           ELSE
               MOVE WS-P2-X TO WS-OPP-X
               MOVE WS-P2-Y TO WS-OPP-Y
               MOVE WS-P2-HEALTH TO WS-OPP-HEALTH
           END-IF
           EVALUATE WS-SHOOT-FACING
               WHEN 'E'  MOVE 0 TO WS-ARC-CENTER
               WHEN 'N'  MOVE 90 TO WS-ARC-CENTER
               WHEN 'W'  MOVE 180 TO WS-ARC-CENTER
               MOVE WS-RICH-REC(WS-RICH-IDX) TO ENTITY-ENTRY(1)
               IF VALID-ENTITY-REC(1)
                  AND ENTITY-HEALTH OF ENTITY-ENTRY(1) > ZERO
                   PERFORM DERIVE-CANDIDATE-BEARING
                   COMPUTE WS-ARC-OFFSET =
                       WS-CAND-ANGLE - WS-ARC-CENTER
                   IF WS-ARC-OFFSET > 180
                       SUBTRACT 360 FROM WS-ARC-OFFSET
                   END-IF
                       ADD 360 TO WS-ARC-OFFSET
                   END-IF
                   IF FUNCTION ABS(WS-ARC-OFFSET) <= 45
                      AND WS-CAND-DISTANCE < WS-TARGET-DISTANCE
      *                A candidate behind a wall is no candidate -
      *                the shot stops at the first blocking cell.
                       PERFORM CHECK-TARGET-VISIBLE
                       IF WS-LOS-CLEAR = 'Y'
                           MOVE WS-RICH-IDX TO WS-TARGET-IDX
                           MOVE WS-CAND-DISTANCE
                               TO WS-TARGET-DISTANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DERIVE-CANDIDATE-BEARING.
      *    The frame's bearing and range are measured from seat 1,
      *    which serves seat 1's volley as they stand. Seat 2 works
      *    them out from its own cell on the same compass and scale
      *    DOOMSIM uses; an entity off the grid is out of its reach.
           IF WS-SHOOTER-SEAT = 1
               MOVE ENTITY-ANGLE-TO(1) TO WS-CAND-ANGLE
               MOVE ENTITY-DISTANCE OF ENTITY-ENTRY(1)
                   TO WS-CAND-DISTANCE
           ELSE
               MOVE ZERO TO WS-CAND-ANGLE
               MOVE 99999 TO WS-CAND-DISTANCE
               IF ENTITY-X OF ENTITY-ENTRY(1) >= 1
                  AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
                  AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
                  AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
                   COMPUTE WS-CAND-DX =
                       WS-SIGHT-X - ENTITY-X OF ENTITY-ENTRY(1)
                   COMPUTE WS-CAND-DY =
                       WS-SIGHT-Y - ENTITY-Y OF ENTITY-ENTRY(1)
                   PERFORM DERIVE-COMPASS-BEARING
               END-IF
           END-IF.

       DERIVE-COMPASS-BEARING.
      *    Delta is shooter minus target, the coarse eight-way
      *    compass DOOMSIM and DOOMSPWN write ENTITY-ANGLE-TO with.
           COMPUTE WS-CAND-DISTANCE =
               (FUNCTION ABS(WS-CAND-DX) + FUNCTION ABS(WS-CAND-DY))
               * 32
           EVALUATE TRUE
               WHEN WS-CAND-DX < ZERO AND WS-CAND-DY = ZERO
                   MOVE 0 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX < ZERO AND WS-CAND-DY > ZERO
                   MOVE 45 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX = ZERO AND WS-CAND-DY > ZERO
                   MOVE 90 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX > ZERO AND WS-CAND-DY > ZERO
                   MOVE 135 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX > ZERO AND WS-CAND-DY = ZERO
                   MOVE 180 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX > ZERO AND WS-CAND-DY < ZERO
                   MOVE -135 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX = ZERO AND WS-CAND-DY < ZERO
                   MOVE -90 TO WS-CAND-ANGLE
               WHEN WS-CAND-DX < ZERO AND WS-CAND-DY < ZERO
                   MOVE -45 TO WS-CAND-ANGLE
               WHEN OTHER
                   MOVE 0 TO WS-CAND-ANGLE
           END-EVALUATE.

       PICK-OPPONENT-TARGET.
      *    The other seat is a candidate like any monster - inside
      *    the arc, in sight, and nearer than whatever the frame
      *    offered. Sharing the shooter's own cell puts it point
      *    blank whatever the facing.
           MOVE 'N' TO WS-OPP-HIT
           IF WS-OPP-HEALTH > ZERO
              AND WS-OPP-X >= 1 AND WS-OPP-X <= WS-MAP-COLS
              AND WS-OPP-Y >= 1 AND WS-OPP-Y <= WS-MAP-ROWS
               PERFORM AIM-AT-OPPONENT
           END-IF.

       AIM-AT-OPPONENT.
           COMPUTE WS-CAND-DX = WS-SIGHT-X - WS-OPP-X
           COMPUTE WS-CAND-DY = WS-SIGHT-Y - WS-OPP-Y
           PERFORM DERIVE-COMPASS-BEARING
           COMPUTE WS-ARC-OFFSET = WS-CAND-ANGLE - WS-ARC-CENTER
           IF WS-ARC-OFFSET > 180
               SUBTRACT 360 FROM WS-ARC-OFFSET
           END-IF
           IF WS-ARC-OFFSET < -180
               ADD 360 TO WS-ARC-OFFSET
           END-IF
           IF WS-CAND-DISTANCE = ZERO
               MOVE ZERO TO WS-ARC-OFFSET
           END-IF
           IF FUNCTION ABS(WS-ARC-OFFSET) <= 45
              AND WS-CAND-DISTANCE < WS-TARGET-DISTANCE
               MOVE 'Y' TO WS-LOS-CLEAR
               IF WS-WALL-MAP-VALID = 'Y'
                   MOVE WS-SIGHT-X TO WS-LOS-FROM-X
                   MOVE WS-SIGHT-Y TO WS-LOS-FROM-Y
                   MOVE WS-OPP-X TO WS-LOS-TO-X
                   MOVE WS-OPP-Y TO WS-LOS-TO-Y
                   PERFORM TRACE-LINE-OF-SIGHT
               END-IF
               IF WS-LOS-CLEAR = 'Y'
                   MOVE 'Y' TO WS-OPP-HIT
                   MOVE ZERO TO WS-TARGET-IDX
                   MOVE WS-CAND-DISTANCE TO WS-TARGET-DISTANCE
               END-IF
           END-IF.

       APPLY-OPPONENT-DAMAGE.
      *    Seat 1 soaks with its armor the way monster fire does;
      *    seat 2 has no armor record and takes the volley whole on
      *    its grid health, written back with the rest of the grid.
           PERFORM DERIVE-WEAPON-DAMAGE
           COMPUTE WS-TOTAL-DAMAGE = WS-SHOT-DAMAGE * WS-SHOT-COUNT
           IF WS-TOTAL-DAMAGE > 999
               MOVE 999 TO WS-TOTAL-DAMAGE
           END-IF
           IF WS-OPPONENT-SEAT = 1
               COMPUTE WS-ABSORBED = WS-TOTAL-DAMAGE / 3
               IF WS-ABSORBED > PLAYER-ARMOR
                   MOVE PLAYER-ARMOR TO WS-ABSORBED
               END-IF
               SUBTRACT WS-ABSORBED FROM PLAYER-ARMOR
               COMPUTE WS-HP-WORK =
                   PLAYER-HEALTH - (WS-TOTAL-DAMAGE - WS-ABSORBED)
               IF WS-HP-WORK <= ZERO
                   MOVE ZERO TO WS-HP-WORK
                   MOVE 'D' TO PLAYER-STATUS
                   MOVE 'Y' TO WS-PLAYER-DIED
                   MOVE 'Y' TO WS-OPP-KILLED
               END-IF
               MOVE WS-HP-WORK TO PLAYER-HEALTH
           ELSE
               COMPUTE WS-HP-WORK = WS-P2-HEALTH - WS-TOTAL-DAMAGE
               IF WS-HP-WORK <= ZERO
                   MOVE ZERO TO WS-HP-WORK
                   MOVE 'Y' TO WS-OPP-KILLED
               END-IF
               MOVE WS-HP-WORK TO WS-P2-HEALTH
           END-IF
           MOVE WS-HP-WORK TO WS-TARGET-NEW-HP
           PERFORM DERIVE-WEAPON-NAME
           PERFORM LOG-OPPONENT-HIT
           IF WS-OPP-KILLED = 'Y'
               PERFORM WRITE-FRAG-RECORD
           END-IF.

       DERIVE-WEAPON-NAME.
           PERFORM SELECT-WEAPON-ENTRY
           MOVE CAT-W-NAME(WS-CAT-I) TO WS-WEAPON-NAME.

       SELECT-WEAPON-ENTRY.
      *    The arsenal entry for the equipped weapon - a weapon
      *    number that isn't a digit scores as the pistol.
           IF CURRENT-WEAPON IS NUMERIC
               COMPUTE WS-CAT-I = CURRENT-WEAPON + 1
           ELSE
               MOVE 2 TO WS-CAT-I
           END-IF.

       SELECT-TARGET-ENTRY.
      *    The bestiary entry for the frame entity in
      *    ENTITY-ENTRY(1) - types the catalog doesn't list share
      *    its fallback entry.
           IF ENTITY-TYPE OF ENTITY-ENTRY(1) IS NUMERIC
              AND ENTITY-TYPE OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-TYPE OF ENTITY-ENTRY(1) <= 10
               MOVE ENTITY-TYPE OF ENTITY-ENTRY(1) TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF.

       WRITE-VOLLEY-RECORD.
           PERFORM DERIVE-WEAPON-NAME
           MOVE SPACES TO FRAG-LEDGER-RECORD
           MOVE STATE-TICK TO FRG-TICK
           MOVE 'V' TO FRG-EVENT
           MOVE WS-SHOOTER-SEAT TO FRG-ACTOR-SEAT
           MOVE ZERO TO FRG-VICTIM-SEAT
           IF WS-OPP-HIT = 'Y'
               MOVE WS-OPPONENT-SEAT TO FRG-VICTIM-SEAT
           END-IF
           MOVE WS-WEAPON-NAME TO FRG-CAUSE
           MOVE WS-SIGHT-X TO FRG-X
           MOVE WS-SIGHT-Y TO FRG-Y
           MOVE WS-SHOT-COUNT TO FRG-SHOTS
           MOVE 'N' TO FRG-STRUCK
           IF WS-VOLLEY-HIT = 'Y'
               MOVE 'Y' TO FRG-STRUCK
           END-IF
           MOVE ZERO TO FRG-FRAG-LIMIT
           MOVE ZERO TO FRG-TICK-LIMIT
           PERFORM APPEND-LEDGER-RECORD.

       WRITE-FRAG-RECORD.
           MOVE SPACES TO FRAG-LEDGER-RECORD
           MOVE STATE-TICK TO FRG-TICK
           MOVE 'F' TO FRG-EVENT
           MOVE WS-SHOOTER-SEAT TO FRG-ACTOR-SEAT
           MOVE WS-OPPONENT-SEAT TO FRG-VICTIM-SEAT
           MOVE WS-WEAPON-NAME TO FRG-CAUSE
           MOVE WS-OPP-X TO FRG-X
           MOVE WS-OPP-Y TO FRG-Y
           MOVE WS-SHOT-COUNT TO FRG-SHOTS
           MOVE 'Y' TO FRG-STRUCK
           MOVE ZERO TO FRG-FRAG-LIMIT
           MOVE ZERO TO FRG-TICK-LIMIT
           PERFORM APPEND-LEDGER-RECORD
           MOVE STATE-TICK TO WS-JP-TICK
           MOVE SPACES TO WS-JP-TEXT
           STRING 'FRAG: SEAT ' DELIMITED BY SIZE
                  WS-SHOOTER-SEAT DELIMITED BY SIZE
                  ' KILLED SEAT ' DELIMITED BY SIZE
                  WS-OPPONENT-SEAT DELIMITED BY SIZE
                  ' WITH ' DELIMITED BY SIZE
                  WS-WEAPON-NAME DELIMITED BY SPACE
                  INTO WS-JP-TEXT
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       APPEND-LEDGER-RECORD.
      *    Same open-extend-or-create idiom as the damage ledger.
           OPEN EXTEND VERSUS-LEDGER
           IF VSL-MISSING
               OPEN OUTPUT VERSUS-LEDGER
           END-IF
           WRITE FRAG-LEDGER-RECORD
           CLOSE VERSUS-LEDGER.

       APPLY-SHOT-DAMAGE.
           PERFORM DERIVE-WEAPON-DAMAGE
           COMPUTE WS-TOTAL-DAMAGE = WS-SHOT-DAMAGE * WS-SHOT-COUNT
           END-IF
           MOVE WS-HP-WORK TO WS-TARGET-NEW-HP
           MOVE WS-TARGET-NEW-HP TO ENTITY-HEALTH OF ENTITY-ENTRY(1)
           IF ENTITY-GRUDGE-TICKS(1) IS NUMERIC
               MOVE ZERO TO ENTITY-GRUDGE-TICKS(1)
               MOVE ZERO TO ENTITY-GRUDGE-SLOT(1)
           END-IF
           MOVE ENTITY-ENTRY(1) TO WS-RICH-REC(WS-TARGET-IDX)

      *    A wounding hit is scored now; the killing hit is left for
           END-IF.

       ROLL-PAIN-STATE.
      *    Per-type pain chance in percent, from the bestiary - the
      *    trash types flinch at most hits, the heavyweights shrug
      *    them off. The roll folds the tick and the remaining
      *    health so a replay rolls the same way.
           PERFORM SELECT-TARGET-ENTRY
           MOVE CAT-B-PAIN-CHANCE(WS-CAT-I) TO WS-PAIN-CHANCE
           COMPUTE WS-PAIN-ROLL = FUNCTION MOD(
               STATE-TICK * 7 + WS-TARGET-NEW-HP, 100)
           IF WS-PAIN-ROLL < WS-PAIN-CHANCE
               MOVE 'Y' TO WS-PAIN-PENDING
               IF WS-PAIN-COUNT < 20
                   ADD 1 TO WS-PAIN-COUNT
                   MOVE WS-TARGET-X TO WS-PAIN-X(WS-PAIN-COUNT)
                   MOVE WS-TARGET-Y TO WS-PAIN-Y(WS-PAIN-COUNT)
               END-IF
               MOVE STATE-TICK TO WS-JP-TICK
               MOVE SPACES TO WS-JP-TEXT
               STRING 'STATE: TYPE ' DELIMITED BY SIZE
           END-IF.

       DERIVE-AMMO-DROP.
      *    The shooter types carry their ammo to the grave - the
      *    bestiary's drop subtype (a clip for the zombie, a shell
      *    box for the sergeant) sits in the 20-29 band
      *    CHECK-ITEM-PICKUP and FIND-ITEMS already understand. The
      *    record itself is written when the entity table is synced
      *    back.
           PERFORM SELECT-TARGET-ENTRY
           IF CAT-B-DROP-SUBTYPE(WS-CAT-I) > ZERO
               MOVE 'Y' TO WS-DROP-PENDING
               MOVE CAT-B-DROP-SUBTYPE(WS-CAT-I) TO WS-DROP-SUBTYPE
           END-IF
           IF WS-DROP-PENDING = 'Y'
               MOVE WS-TARGET-X TO WS-DROP-X
               MOVE WS-TARGET-Y TO WS-DROP-Y
           MOVE 'Y' TO WS-EXPLODED-ANY
           MOVE ENTITY-X OF ENTITY-ENTRY(1) TO WS-BLAST-X
           MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO WS-BLAST-Y
           MOVE WS-BARREL-IDX TO WS-BLAST-SKIP
           MOVE 'BARREL  ' TO WS-BLAST-CAUSE
           PERFORM SPLASH-BLAST-AREA
           PERFORM LOG-EXPLOSION.

       SPLASH-BLAST-AREA.
      *    Everything live within WS-BLAST-RADIUS of the blast cell
      *    takes WS-BLAST-DAMAGE - barrels and rockets alike.
           PERFORM VARYING WS-VICTIM-IDX FROM 4 BY 1
                   UNTIL WS-VICTIM-IDX > WS-RICH-COUNT
               IF WS-VICTIM-IDX NOT = WS-BLAST-SKIP
                   MOVE WS-RICH-REC(WS-VICTIM-IDX)
                       TO ENTITY-ENTRY(2)
                   IF VALID-ENTITY-REC(2)
      *        Same armor-thirds split the return fire uses, and a
      *        ledger event under the blast's own cause.
               MOVE STATE-TICK TO WS-DP-TICK
               MOVE WS-BLAST-CAUSE TO WS-DP-CAUSE
               MOVE WS-BLAST-DAMAGE TO WS-DP-AMOUNT
               CALL 'DOOMDMG' USING WS-DMG-PARM
               COMPUTE WS-ABSORBED = WS-BLAST-DAMAGE / 3
               MOVE WS-HP-WORK TO PLAYER-HEALTH
           END-IF

      *    In versus the blast finds seat 2 too - no armor, the
      *    ledger event the same.
           IF WS-VS-ON = 'Y' AND WS-P2-HEALTH > ZERO
               COMPUTE WS-BLAST-RANGE =
                   FUNCTION ABS(WS-P2-X - WS-BLAST-X)
                   + FUNCTION ABS(WS-P2-Y - WS-BLAST-Y)
               IF WS-BLAST-RANGE <= WS-BLAST-RADIUS
                   MOVE STATE-TICK TO WS-DP-TICK
                   MOVE WS-BLAST-CAUSE TO WS-DP-CAUSE
                   MOVE WS-BLAST-DAMAGE TO WS-DP-AMOUNT
                   CALL 'DOOMDMG' USING WS-DMG-PARM
                   IF WS-P2-HEALTH > WS-BLAST-DAMAGE
                       SUBTRACT WS-BLAST-DAMAGE FROM WS-P2-HEALTH
                   ELSE
                       MOVE ZERO TO WS-P2-HEALTH
                   END-IF
               END-IF
           END-IF.

       LOG-EXPLOSION.
           OPEN EXTEND LOG-FILE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE
      *    A chain of barrels is one line on the frame - DOOMMSG
      *    folds the repeats.
           MOVE 'P' TO WS-MP-FUNCTION
           MOVE ZERO TO WS-MP-PLAYER-ID
           MOVE 'X' TO WS-MP-CATEGORY
           MOVE STATE-TICK TO WS-MP-TICK
           MOVE 'A BARREL EXPLODES!' TO WS-MP-TEXT
           CALL 'DOOMMSG' USING WS-MSG-PARM.

       DERIVE-WEAPON-DAMAGE.
      *    Per-shot damage by the equipped weapon, from the arsenal
      *    - coarse but in proportion: the rocket launcher ends an
      *    imp, the pistol chips at it.
           PERFORM SELECT-WEAPON-ENTRY
           MOVE CAT-W-SHOT-DAMAGE(WS-CAT-I) TO WS-SHOT-DAMAGE.

       ADVANCE-MISSILES.
      *    Every projectile still in the air flies its cells for the
      *    tick - the fireballs DOOMSIM loosed this tick included,
      *    so a throw is already on its way when the player moves.
           PERFORM VARYING WS-MSL-IDX FROM 4 BY 1
                   UNTIL WS-MSL-IDX > WS-RICH-COUNT
               MOVE WS-RICH-REC(WS-MSL-IDX) TO DOOM-MISSILE-RECORD
               IF VALID-MISSILE-REC AND MSL-IN-FLIGHT
                   MOVE 'Y' TO WS-MSL-CHANGED
                   PERFORM FLY-ONE-MISSILE
               END-IF
           END-PERFORM.

       FLY-ONE-MISSILE.
      *    The projectile in DOOM-MISSILE-RECORD, frame slot
      *    WS-MSL-IDX, takes up to SPEED cells; whatever ends the
      *    flight spends it, and the record goes back to its slot.
           PERFORM DERIVE-MISSILE-NAME
           IF FUNCTION ABS(MISSILE-HEAD-X)
                   >= FUNCTION ABS(MISSILE-HEAD-Y)
               COMPUTE WS-MSL-SPAN = FUNCTION ABS(MISSILE-HEAD-X)
           ELSE
               COMPUTE WS-MSL-SPAN = FUNCTION ABS(MISSILE-HEAD-Y)
           END-IF
           IF WS-MSL-SPAN = ZERO
               MOVE 'S' TO MISSILE-STATUS
           END-IF
           PERFORM VARYING WS-MSL-STEP FROM 1 BY 1
                   UNTIL WS-MSL-STEP > MISSILE-SPEED
                      OR NOT MSL-IN-FLIGHT
               PERFORM ADVANCE-ONE-CELL
           END-PERFORM
           MOVE DOOM-MISSILE-RECORD TO WS-RICH-REC(WS-MSL-IDX).

       ADVANCE-ONE-CELL.
      *    The same blocking set a shot traces against stops a
      *    projectile - wall, closed door, switch face - and so do
      *    the map edge and the end of its range. A rocket stopped
      *    short bursts in the last open cell it reached.
           ADD 1 TO MISSILE-TRAVELLED
           COMPUTE WS-MSL-NEXT-X ROUNDED = MISSILE-ORIGIN-X
               + MISSILE-TRAVELLED * MISSILE-HEAD-X / WS-MSL-SPAN
           COMPUTE WS-MSL-NEXT-Y ROUNDED = MISSILE-ORIGIN-Y
               + MISSILE-TRAVELLED * MISSILE-HEAD-Y / WS-MSL-SPAN
           MOVE 'Y' TO WS-MSL-OPEN
           IF MISSILE-TRAVELLED > WS-MSL-RANGE
              OR WS-MSL-NEXT-X < 1 OR WS-MSL-NEXT-X > WS-MAP-COLS
              OR WS-MSL-NEXT-Y < 1 OR WS-MSL-NEXT-Y > WS-MAP-ROWS
               MOVE 'N' TO WS-MSL-OPEN
           ELSE
               IF WS-WALL-MAP-VALID = 'Y'
                   EVALUATE WS-WALL-MAP-CELL(WS-MSL-NEXT-Y,
                                             WS-MSL-NEXT-X)
                       WHEN '#'
                       WHEN 'D'
                       WHEN '7'
                       WHEN '8'
                       WHEN '9'
                       WHEN '%'
                       WHEN '+'
                           MOVE 'N' TO WS-MSL-OPEN
                   END-EVALUATE
               END-IF
           END-IF
           MOVE ZERO TO WS-MSL-VICTIM
           IF WS-MSL-OPEN = 'N'
               MOVE 'S' TO MISSILE-STATUS
               IF MSL-ROCKET
                   PERFORM DETONATE-ROCKET
               END-IF
           ELSE
               MOVE WS-MSL-NEXT-X TO MISSILE-X
               MOVE WS-MSL-NEXT-Y TO MISSILE-Y
               PERFORM FIND-MISSILE-VICTIM
               IF WS-MSL-VICTIM > ZERO
                   PERFORM STRIKE-ENTITY
               ELSE
                   IF WS-MSL-HITS-PLAYER = 'Y'
                       PERFORM STRIKE-PLAYER
                   END-IF
               END-IF
           END-IF.

       FIND-MISSILE-VICTIM.
      *    Anything live standing in the cell takes it - monster or
      *    barrel, never the thrower itself - and failing that the
      *    player, unless the shot is the player's own.
           MOVE ZERO TO WS-MSL-VICTIM
           MOVE 'N' TO WS-MSL-HITS-PLAYER
           PERFORM VARYING WS-MSL-K FROM 4 BY 1
                   UNTIL WS-MSL-K > WS-RICH-COUNT
                      OR WS-MSL-VICTIM > ZERO
               IF WS-MSL-K NOT = MISSILE-OWNER
                   MOVE WS-RICH-REC(WS-MSL-K) TO ENTITY-ENTRY(2)
                   IF VALID-ENTITY-REC(2)
                      AND ENTITY-HEALTH OF ENTITY-ENTRY(2) > ZERO
                      AND ENTITY-X OF ENTITY-ENTRY(2) = MISSILE-X
                      AND ENTITY-Y OF ENTITY-ENTRY(2) = MISSILE-Y
                       MOVE WS-MSL-K TO WS-MSL-VICTIM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MSL-VICTIM = ZERO
              AND NOT MSL-PLAYER-SHOT
              AND NOT PLAYER-DEAD
              AND WS-PLY-X > ZERO
              AND MISSILE-X = WS-PLY-X
              AND MISSILE-Y = WS-PLY-Y
               MOVE 'Y' TO WS-MSL-HITS-PLAYER
           END-IF.

       STRIKE-PLAYER.
      *    A thrown fireball that reaches the player lands with the
      *    armor-thirds split return fire uses, on the ledger under
      *    its thrower's cause.
           MOVE 'S' TO MISSILE-STATUS
           MOVE STATE-TICK TO WS-DP-TICK
           IF MSL-CACO-BALL
               MOVE 'CACODMN ' TO WS-DP-CAUSE
           ELSE
               MOVE 'IMP     ' TO WS-DP-CAUSE
           END-IF
           MOVE MISSILE-DAMAGE TO WS-DP-AMOUNT
           CALL 'DOOMDMG' USING WS-DMG-PARM
           COMPUTE WS-ABSORBED = MISSILE-DAMAGE / 3
           IF WS-ABSORBED > PLAYER-ARMOR
               MOVE PLAYER-ARMOR TO WS-ABSORBED
           END-IF
           SUBTRACT WS-ABSORBED FROM PLAYER-ARMOR
           COMPUTE WS-HP-WORK =
               PLAYER-HEALTH - (MISSILE-DAMAGE - WS-ABSORBED)
           IF WS-HP-WORK <= ZERO
               MOVE ZERO TO WS-HP-WORK
               MOVE 'D' TO PLAYER-STATUS
               MOVE 'Y' TO WS-PLAYER-DIED
           END-IF
           MOVE WS-HP-WORK TO PLAYER-HEALTH
           PERFORM LOG-MISSILE-HIT-PLAYER.

       STRIKE-ENTITY.
      *    Frame record WS-MSL-VICTIM takes the projectile. Our own
      *    shot scores and wounds exactly as an instant hit does -
      *    hit credit, pain roll, ammo drop. A thrower's shot is
      *    infighting: the victim turns on the thrower, and a kill
      *    carries the infighting mark so it isn't scored as ours.
           MOVE 'S' TO MISSILE-STATUS
           MOVE 'Y' TO WS-MSL-HIT-ANY
           MOVE WS-RICH-REC(WS-MSL-VICTIM) TO ENTITY-ENTRY(1)
           MOVE ENTITY-X OF ENTITY-ENTRY(1) TO WS-TARGET-X
           MOVE ENTITY-Y OF ENTITY-ENTRY(1) TO WS-TARGET-Y
           COMPUTE WS-HP-WORK =
               ENTITY-HEALTH OF ENTITY-ENTRY(1) - MISSILE-DAMAGE
           IF WS-HP-WORK < ZERO
               MOVE ZERO TO WS-HP-WORK
           END-IF
           MOVE WS-HP-WORK TO WS-TARGET-NEW-HP
           MOVE WS-TARGET-NEW-HP TO ENTITY-HEALTH OF ENTITY-ENTRY(1)
           IF MSL-PLAYER-SHOT
               IF ENTITY-GRUDGE-TICKS(1) IS NUMERIC
                   MOVE ZERO TO ENTITY-GRUDGE-TICKS(1)
                   MOVE ZERO TO ENTITY-GRUDGE-SLOT(1)
               END-IF
               IF WS-TARGET-NEW-HP > ZERO AND NOT ENT-BARREL(1)
                   ADD 1 TO SCORE-SHOTS-HIT
               END-IF
           ELSE
               IF NOT ENT-BARREL(1)
                   IF WS-TARGET-NEW-HP = ZERO
                       MOVE 'I' TO ENTITY-END-MARK(1)
                       MOVE ZERO TO ENTITY-GRUDGE-SLOT(1)
                       MOVE ZERO TO ENTITY-GRUDGE-TICKS(1)
                   ELSE
                       MOVE MISSILE-OWNER TO ENTITY-GRUDGE-SLOT(1)
                       MOVE WS-GRUDGE-SPAN TO ENTITY-GRUDGE-TICKS(1)
                   END-IF
               END-IF
               PERFORM RECORD-MISSILE-INFIGHT
           END-IF
           MOVE ENTITY-ENTRY(1) TO WS-RICH-REC(WS-MSL-VICTIM)
           PERFORM LOG-MISSILE-HIT

           IF WS-TARGET-NEW-HP = ZERO
               IF ENT-BARREL(1)
                   PERFORM RESOLVE-EXPLOSIONS
               ELSE
                   IF MSL-PLAYER-SHOT AND WS-DROP-PENDING = 'N'
                       PERFORM DERIVE-AMMO-DROP
                   END-IF
               END-IF
           ELSE
               IF MSL-PLAYER-SHOT AND NOT ENT-BARREL(1)
                   PERFORM ROLL-PAIN-STATE
               END-IF
           END-IF
           IF MSL-ROCKET
               PERFORM DETONATE-ROCKET
           END-IF.

       DETONATE-ROCKET.
      *    A rocket bursts where it stands with the barrel splash
      *    rule - its direct victim has already taken the hit and
      *    is spared the splash on top, and a barrel the blast
      *    kills chains off in turn.
           MOVE MISSILE-X TO WS-BLAST-X
           MOVE MISSILE-Y TO WS-BLAST-Y
           MOVE WS-MSL-VICTIM TO WS-BLAST-SKIP
           MOVE 'ROCKET  ' TO WS-BLAST-CAUSE
           MOVE 'Y' TO WS-EXPLODED-ANY
           PERFORM SPLASH-BLAST-AREA
           PERFORM LOG-ROCKET-BURST
           PERFORM RESOLVE-EXPLOSIONS.

       RECORD-MISSILE-INFIGHT.
      *    The MI- family DOOMSIM uses for monster-on-monster damage.
           MOVE STATE-TICK TO WS-DP-TICK
           IF MSL-CACO-BALL
               MOVE 'MI-CACO ' TO WS-DP-CAUSE
           ELSE
               MOVE 'MI-IMP  ' TO WS-DP-CAUSE
           END-IF
           MOVE MISSILE-DAMAGE TO WS-DP-AMOUNT
           CALL 'DOOMDMG' USING WS-DMG-PARM.

       LAUNCH-PLAYER-MISSILE.
      *    The volley - damage per shot times the shots fired - goes
      *    out as one projectile from the player's cell, aimed at
      *    the arc's target when there is one and straight along
      *    the facing when there isn't, and flies its first cells
      *    at once.
           MOVE 'N' TO WS-MSL-LAUNCHED
           IF WS-PLY-X < 1 OR WS-PLY-X > WS-MAP-COLS
              OR WS-PLY-Y < 1 OR WS-PLY-Y > WS-MAP-ROWS
               GO TO LAUNCH-PLAYER-MISSILE-EXIT
           END-IF
           PERFORM FIND-MISSILE-SLOT
           IF WS-MSL-SLOT = ZERO
               GO TO LAUNCH-PLAYER-MISSILE-EXIT
           END-IF

           MOVE ZERO TO WS-MSL-HEAD-X
           MOVE ZERO TO WS-MSL-HEAD-Y
           IF WS-TARGET-IDX > ZERO
               MOVE WS-RICH-REC(WS-TARGET-IDX) TO ENTITY-ENTRY(1)
               IF ENTITY-X OF ENTITY-ENTRY(1) >= 1
                  AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
                  AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
                  AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
                   COMPUTE WS-MSL-HEAD-X =
                       ENTITY-X OF ENTITY-ENTRY(1) - WS-PLY-X
                   COMPUTE WS-MSL-HEAD-Y =
                       ENTITY-Y OF ENTITY-ENTRY(1) - WS-PLY-Y
               END-IF
           END-IF
           IF WS-MSL-HEAD-X = ZERO AND WS-MSL-HEAD-Y = ZERO
               EVALUATE GS-FACING
                   WHEN 'E'  MOVE 1 TO WS-MSL-HEAD-X
                   WHEN 'N'  MOVE -1 TO WS-MSL-HEAD-Y
                   WHEN 'W'  MOVE -1 TO WS-MSL-HEAD-X
                   WHEN OTHER MOVE 1 TO WS-MSL-HEAD-Y
               END-EVALUATE
           END-IF

           PERFORM DERIVE-WEAPON-DAMAGE
           COMPUTE WS-TOTAL-DAMAGE = WS-SHOT-DAMAGE * WS-SHOT-COUNT
           IF WS-TOTAL-DAMAGE > 999
               MOVE 999 TO WS-TOTAL-DAMAGE
           END-IF
           MOVE SPACES TO DOOM-MISSILE-RECORD
           MOVE 'MISSILE ' TO MISSILE-RECORD-TYPE
           IF WEAPON-ROCKET
               MOVE 03 TO MISSILE-KIND
               MOVE 3 TO MISSILE-SPEED
           ELSE
               MOVE 04 TO MISSILE-KIND
               MOVE 4 TO MISSILE-SPEED
           END-IF
           MOVE WS-TOTAL-DAMAGE TO MISSILE-DAMAGE
           MOVE WS-PLY-X TO MISSILE-X
           MOVE WS-PLY-Y TO MISSILE-Y
           MOVE WS-PLY-X TO MISSILE-ORIGIN-X
           MOVE WS-PLY-Y TO MISSILE-ORIGIN-Y
           MOVE WS-MSL-HEAD-X TO MISSILE-HEAD-X
           MOVE WS-MSL-HEAD-Y TO MISSILE-HEAD-Y
           MOVE ZERO TO MISSILE-TRAVELLED
           MOVE ZERO TO MISSILE-OWNER
           MOVE 'F' TO MISSILE-STATUS
           MOVE STATE-TICK TO MISSILE-FIRED-TICK
           MOVE ZERO TO WS-TARGET-IDX
           MOVE 'Y' TO WS-MSL-LAUNCHED
           MOVE 'Y' TO WS-MSL-CHANGED
           PERFORM DERIVE-MISSILE-NAME
           PERFORM LOG-MISSILE-LAUNCH
           MOVE WS-MSL-SLOT TO WS-MSL-IDX
           PERFORM FLY-ONE-MISSILE.

       LAUNCH-PLAYER-MISSILE-EXIT.
           EXIT.

       FIND-MISSILE-SLOT.
      *    First spent projectile record in the frame, else a new
      *    record on the end while the frame has room.
           MOVE ZERO TO WS-MSL-SLOT
           PERFORM VARYING WS-MSL-K FROM 4 BY 1
                   UNTIL WS-MSL-K > WS-RICH-COUNT
                      OR WS-MSL-SLOT > ZERO
               MOVE WS-RICH-REC(WS-MSL-K) TO DOOM-MISSILE-RECORD
               IF VALID-MISSILE-REC AND MSL-SPENT
                   MOVE WS-MSL-K TO WS-MSL-SLOT
               END-IF
           END-PERFORM
           IF WS-MSL-SLOT = ZERO AND WS-RICH-COUNT < 67
               ADD 1 TO WS-RICH-COUNT
               MOVE WS-RICH-COUNT TO WS-MSL-SLOT
           END-IF.

       DERIVE-MISSILE-NAME.
           EVALUATE TRUE
               WHEN MSL-FIREBALL    MOVE 'FIREBALL' TO WS-MSL-NAME
               WHEN MSL-CACO-BALL   MOVE 'CACOBALL' TO WS-MSL-NAME
               WHEN MSL-ROCKET      MOVE 'ROCKET  ' TO WS-MSL-NAME
               WHEN MSL-PLASMA      MOVE 'PLASMA  ' TO WS-MSL-NAME
               WHEN OTHER           MOVE 'MISSILE ' TO WS-MSL-NAME
           END-EVALUATE.

       CHECK-FIREBALL-THROWER.
      *    A type the bestiary gives a missile kind (the imp and
      *    the cacodemon) throws its ranged attack through DOOMSIM
      *    as a projectile when on the grid - the flight pass
      *    settles it, so return fire doesn't land it a second time.
           MOVE 'N' TO WS-THROWS-MISSILE
           PERFORM SELECT-TARGET-ENTRY
           IF CAT-B-MISSILE-KIND(WS-CAT-I) > ZERO
              AND ENTITY-X OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-X OF ENTITY-ENTRY(1) <= WS-MAP-COLS
              AND ENTITY-Y OF ENTITY-ENTRY(1) >= 1
              AND ENTITY-Y OF ENTITY-ENTRY(1) <= WS-MAP-ROWS
               MOVE 'Y' TO WS-THROWS-MISSILE
           END-IF.

       APPLY-RETURN-FIRE.
      *    Monsters close enough to matter bite back every cycle -
      *    melee range hits harder than close range, and armor soaks
      *    a third of the total before it reaches health, the classic
      *    split. Monster fire is aimed at seat 1 alone, and an
      *    invulnerability an ITEM command started turns it all away.
           MOVE ZERO TO WS-RETURN-DAMAGE
           MOVE WS-PLY-X TO WS-SIGHT-X
           MOVE WS-PLY-Y TO WS-SIGHT-Y
           PERFORM VARYING WS-RICH-IDX FROM 4 BY 1
                   UNTIL WS-RICH-IDX > WS-RICH-COUNT
               MOVE WS-RICH-REC(WS-RICH-IDX) TO ENTITY-ENTRY(1)
      *            player's shots do - no more bites through a
      *            closed door.
                   PERFORM CHECK-TARGET-VISIBLE
                   PERFORM CHECK-GRUDGE-BUSY
                   PERFORM CHECK-FIREBALL-THROWER
                   IF WS-LOS-CLEAR = 'Y' AND WS-GRUDGE-BUSY = 'N'
                       MOVE ZERO TO WS-ONE-RET
                       IF ENT-MELEE-RANGE(1)
                           MOVE 8 TO WS-ONE-RET
                       ELSE
                           IF ENT-CLOSE-RANGE(1)
                              AND WS-THROWS-MISSILE = 'N'
                               MOVE 4 TO WS-ONE-RET
                           END-IF
                       END-IF
      *                Skill scales each bite by the biter's easy and
      *                nightmare percentages, the same factors
      *                DOOMSIM's attack pass applies - and each
      *                biter goes on the damage ledger by type.
                       IF WS-ONE-RET > ZERO
                           PERFORM SELECT-TARGET-ENTRY
                           EVALUATE WS-SKILL
                               WHEN 1
                                   COMPUTE WS-ONE-RET = WS-ONE-RET
                                     * CAT-B-EASY-DMG-PCT(WS-CAT-I)
                                     / 100
                               WHEN 3
                                   COMPUTE WS-ONE-RET = WS-ONE-RET
                                     * CAT-B-NMARE-DMG-PCT(WS-CAT-I)
                                     / 100
                           END-EVALUATE
                       END-IF
                       IF WS-ONE-RET > ZERO
           END-PERFORM

           IF WS-RETURN-DAMAGE > ZERO AND NOT PLAYER-DEAD
              AND NOT (FLAG-INVULN-TIMER IS NUMERIC
                       AND FLAG-INVULN-TIMER > ZERO)
               COMPUTE WS-ABSORBED = WS-RETURN-DAMAGE / 3
               IF WS-ABSORBED > PLAYER-ARMOR
                   MOVE PLAYER-ARMOR TO WS-ABSORBED
               PERFORM LOG-RETURN-FIRE
           END-IF.

       CHECK-GRUDGE-BUSY.
      *    The monster in ENTITY-ENTRY(1) is busy while its grudge
      *    ticks run and the frame record it names is still a live
      *    monster - the same test DOOMSIM applies.
           MOVE 'N' TO WS-GRUDGE-BUSY
           IF ENTITY-GRUDGE-TICKS(1) IS NUMERIC
              AND ENTITY-GRUDGE-TICKS(1) > ZERO
              AND ENTITY-GRUDGE-SLOT(1) IS NUMERIC
              AND ENTITY-GRUDGE-SLOT(1) > ZERO
              AND ENTITY-GRUDGE-SLOT(1) <= WS-RICH-COUNT
              AND ENTITY-GRUDGE-SLOT(1) NOT = WS-RICH-IDX
               MOVE WS-RICH-REC(ENTITY-GRUDGE-SLOT(1))
                   TO ENTITY-ENTRY(2)
               IF VALID-ENTITY-REC(2) AND NOT ENT-BARREL(2)
                  AND ENTITY-HEALTH OF ENTITY-ENTRY(2) > ZERO
                   MOVE 'Y' TO WS-GRUDGE-BUSY
               END-IF
           END-IF.

       RECORD-RETURN-EVENT.
           MOVE STATE-TICK TO WS-DP-TICK
           EVALUATE TRUE
               ELSE
                   MOVE PLAYER-HEALTH TO GS-PLAYER-HEALTH
               END-IF
               IF WS-VS-ON = 'Y'
                   MOVE WS-P2-HEALTH TO GS-PLAYER2-HEALTH
               END-IF
               REWRITE GAME-STATE-REC
               CLOSE GAME-STATE
           END-IF.
      *    they carry no shared entity id. After an explosion chain
      *    one shot can have changed many entities, so that path
      *    syncs every monster and barrel from the rich table
      *    instead of just the shot's target, and so does a tick
      *    in which a projectile struck. Projectile twins are
      *    dropped and written fresh from the frame whenever
      *    anything flew.
           IF WS-TARGET-IDX = ZERO AND WS-EXPLODED-ANY = 'N'
              AND WS-MSL-CHANGED = 'N'
               GO TO SYNC-TACT-ENTITIES-EXIT
           END-IF
           MOVE ZERO TO WS-ENT-COUNT
               READ ENTITIES
                   AT END SET ENTITIES-EOF TO TRUE
                   NOT AT END
                       IF TACT-ENT-TYPE = 'P' AND WS-MSL-CHANGED = 'Y'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ENT-COUNT
                           MOVE ENTITY-RECORD
                               TO WS-ENT-REC(WS-ENT-COUNT)
                       END-IF
               END-READ
               IF NOT ENTITIES-EOF AND WS-ENTITIES-STATUS NOT = '00'
                   SET ENTITIES-EOF TO TRUE
           END-PERFORM
           CLOSE ENTITIES

           IF WS-ENT-COUNT > ZERO OR WS-MSL-CHANGED = 'Y'
               OPEN OUTPUT ENTITIES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ENT-COUNT
                   MOVE WS-ENT-REC(WS-I) TO ENTITY-RECORD
                   IF WS-EXPLODED-ANY = 'Y' OR WS-MSL-HIT-ANY = 'Y'
                       IF TACT-ENT-TYPE = 'M' OR TACT-ENT-TYPE = 'B'
                           PERFORM SYNC-ONE-FROM-RICH
                       END-IF
                       IF TACT-ENT-TYPE = 'M'
                          AND TACT-ENT-HEALTH > ZERO
                           PERFORM MARK-PAINED-TWIN
                       END-IF
                   ELSE
                       IF TACT-ENT-TYPE = 'M'
                          AND TACT-ENT-X = WS-TARGET-X
               END-PERFORM
               IF WS-DROP-PENDING = 'Y' AND WS-ENT-COUNT < 50
                   PERFORM WRITE-AMMO-DROP
                   ADD 1 TO WS-ENT-COUNT
               END-IF
               IF WS-MSL-CHANGED = 'Y'
                   PERFORM WRITE-MISSILE-TWINS
               END-IF
               CLOSE ENTITIES
               MOVE 'R' TO WS-CX-FUNCTION
               MOVE 'E' TO WS-CX-SCOPE
               CALL 'DOOMCTX' USING WS-CTX-PARM
           END-IF.

       SYNC-TACT-ENTITIES-EXIT.
           EXIT.

       WRITE-AMMO-DROP.
           MOVE SPACES TO ENTITY-RECORD
           MOVE 'I' TO TACT-ENT-TYPE
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       WRITE-MISSILE-TWINS.
      *    One 'P' record per projectile still in the air, in the
      *    layout DOOMSIM writes, while the file has room.
           PERFORM VARYING WS-MSL-K FROM 4 BY 1
                   UNTIL WS-MSL-K > WS-RICH-COUNT
                      OR WS-ENT-COUNT >= 50
               MOVE WS-RICH-REC(WS-MSL-K) TO DOOM-MISSILE-RECORD
               IF VALID-MISSILE-REC AND MSL-IN-FLIGHT
                   MOVE SPACES TO ENTITY-RECORD
                   MOVE 'P' TO TACT-ENT-TYPE
                   MOVE MISSILE-KIND TO TACT-ENT-SUBTYPE
                   MOVE MISSILE-X TO TACT-ENT-X
                   MOVE MISSILE-Y TO TACT-ENT-Y
                   MOVE ZERO TO TACT-ENT-Z
                   COMPUTE TACT-ENT-DISTANCE =
                       (FUNCTION ABS(MISSILE-X - WS-PLY-X)
                      + FUNCTION ABS(MISSILE-Y - WS-PLY-Y)) * 32
                   MOVE ZERO TO TACT-ENT-ANGLE
                   MOVE MISSILE-DAMAGE TO TACT-ENT-HEALTH
                   MOVE 'F' TO TACT-ENT-STATE
                   MOVE MISSILE-HEAD-X TO TACT-MSL-HEAD-X
                   MOVE MISSILE-HEAD-Y TO TACT-MSL-HEAD-Y
                   MOVE MISSILE-ORIGIN-X TO TACT-MSL-ORIGIN-X
                   MOVE MISSILE-ORIGIN-Y TO TACT-MSL-ORIGIN-Y
                   MOVE MISSILE-SPEED TO TACT-MSL-SPEED
                   IF MSL-PLAYER-SHOT
                       MOVE 'P' TO TACT-MSL-OWNER
                   ELSE
                       MOVE 'M' TO TACT-MSL-OWNER
                   END-IF
                   WRITE ENTITY-RECORD
                   ADD 1 TO WS-ENT-COUNT
               END-IF
           END-PERFORM.

       MARK-PAINED-TWIN.
           PERFORM VARYING WS-PAIN-I FROM 1 BY 1
                   UNTIL WS-PAIN-I > WS-PAIN-COUNT
               IF WS-PAIN-X(WS-PAIN-I) = TACT-ENT-X
                  AND WS-PAIN-Y(WS-PAIN-I) = TACT-ENT-Y
                   MOVE 'P' TO TACT-ENT-STATE
               END-IF
           END-PERFORM.

       SYNC-ONE-FROM-RICH.
      *    Coordinate join against the rich table - the entity
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-OPPONENT-HIT.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'COMBAT: SEAT ' DELIMITED BY SIZE
                  WS-SHOOTER-SEAT DELIMITED BY SIZE
                  ' HIT SEAT ' DELIMITED BY SIZE
                  WS-OPPONENT-SEAT DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  WS-TOTAL-DAMAGE DELIMITED BY SIZE
                  ' HP NOW ' DELIMITED BY SIZE
                  WS-TARGET-NEW-HP DELIMITED BY SIZE
                  ' TICK ' DELIMITED BY SIZE
                  STATE-TICK DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-MISSILE-LAUNCH.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'COMBAT: ' DELIMITED BY SIZE
                  WS-MSL-NAME DELIMITED BY SPACE
                  ' AWAY FOR ' DELIMITED BY SIZE
                  MISSILE-DAMAGE DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  MISSILE-ORIGIN-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  MISSILE-ORIGIN-Y DELIMITED BY SIZE
                  ' TICK ' DELIMITED BY SIZE
                  STATE-TICK DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-MISSILE-HIT.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'COMBAT: ' DELIMITED BY SIZE
                  WS-MSL-NAME DELIMITED BY SPACE
                  ' HIT FOR ' DELIMITED BY SIZE
                  MISSILE-DAMAGE DELIMITED BY SIZE
                  ' TARGET HP NOW ' DELIMITED BY SIZE
                  WS-TARGET-NEW-HP DELIMITED BY SIZE
                  ' TICK ' DELIMITED BY SIZE
                  STATE-TICK DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-MISSILE-HIT-PLAYER.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'COMBAT: ' DELIMITED BY SIZE
                  WS-MSL-NAME DELIMITED BY SPACE
                  ' HIT PLAYER FOR ' DELIMITED BY SIZE
                  MISSILE-DAMAGE DELIMITED BY SIZE
                  ' PLAYER HP ' DELIMITED BY SIZE
                  PLAYER-HEALTH DELIMITED BY SIZE
                  ' ARMOR ' DELIMITED BY SIZE
                  PLAYER-ARMOR DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-ROCKET-BURST.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'COMBAT: ROCKET BURST AT ' DELIMITED BY SIZE
                  WS-BLAST-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BLAST-Y DELIMITED BY SIZE
                  ' TICK ' DELIMITED BY SIZE
                  STATE-TICK DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

       LOG-SHOT-NO-AMMO.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

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
