      * ENTITIES and DOOM.GAMESTAT, resets DOOM.ENTSNAP so
      * RECONCILE-ENTITIES doesn't read the population change as
      * dropped records, and notes the spawn in DOOM.AILOG.
      * Monsters spawn dormant ('D') - gunfire wakes them. Manifest
      * keycards are laid onto the level's map cells instead, as the
      * '1'/'2'/'3' DOOMMV picks up - only onto plain floor, so a
      * card already laid or anything else on the cell is left be.
      * A level the player has been in before is not repopulated:
      * at cut-over the departing level is put away with DOOMLVST
      * (its entity table, the items still standing and its open
      * doors), and an arriving level DOOMLVST has put away comes
      * back from there instead of from the manifest - no fresh
      * monsters, items or keycards.
      * Manifest ambushes are armed with DOOMAMBH as a level is
      * populated: a group a spawn trigger names is left out of the
      * population. On every tick the level stays the same, the
      * groups whose trigger DOOMMV fired and whose delay has run
      * are let out - a spawn group is added to ENTITIES and
      * DOOM.GAMESTAT already awake, a wake group's dormant monsters
      * are roused where they stand - and the ambush is logged,
      * journaled and put on the frame's message line.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMSPWN.
               FILE STATUS IS WS-SPAWNLVL-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKILL-STATUS.

      *    The level's map rows - manifest keycards are laid here.
           SELECT LEVEL-DATA ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LEVEL-REL-KEY
               FILE STATUS IS WS-LEVEL-STATUS.

      *    Level catalog - the display name rides the spawn line.
           SELECT LEVEL-META ASSIGN TO 'DOOM.LEVELMETA'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  LEVEL-META.
       COPY DOOMLVM.

       FD  LEVEL-DATA.
       01  LEVEL-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMSPWN'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-SKILL-STATUS                PIC XX.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.

       01  WS-CURRENT-LEVEL               PIC 99.
       01  WS-LAST-SPAWNED                PIC 99 VALUE ZERO.
               10  WS-SPAWN-TYPE          PIC 99.
               10  WS-SPAWN-X             PIC 99.
               10  WS-SPAWN-Y             PIC 99.
      *            The ambush group letting this placement out - 'S'
      *            spawn or 'W' wake - when it is being released.
               10  WS-SPAWN-RELEASE       PIC X.

      *    Manifest keycards for the level being spawned.
       01  WS-KEYCARD-TABLE.
           05  WS-KEY-COUNT               PIC 99 VALUE ZERO.
           05  WS-KEY OCCURS 9 TIMES.
               10  WS-KEY-TYPE            PIC 99.
               10  WS-KEY-X               PIC 99.
               10  WS-KEY-Y               PIC 99.
       01  WS-LEVEL-REL-KEY               PIC 9(4).
       01  WS-LEVEL-STATUS                PIC XX.
           88  LEVEL-FILE-MISSING         VALUE '35'.

       01  WS-COUNTS.
           05  WS-MONSTER-COUNT           PIC 99 VALUE ZERO.
           05  WS-ITEM-COUNT              PIC 99 VALUE ZERO.
           05  WS-BARREL-COUNT            PIC 99 VALUE ZERO.
           05  WS-HELD-COUNT              PIC 99 VALUE ZERO.
           05  WS-WOKEN-COUNT             PIC 99 VALUE ZERO.

      *    Shaped to match DOOMAMBH's LINKAGE - arming a populated
      *    level's triggers names the groups to hold back; asking
      *    what is due names the groups to let out.
       01  WS-AMBH-PARM.
           05  WS-AB-FUNCTION             PIC X.
           05  WS-AB-LEVEL                PIC 99.
           05  WS-AB-X                    PIC 99 VALUE ZERO.
           05  WS-AB-Y                    PIC 99 VALUE ZERO.
           05  WS-AB-TICK                 PIC 9(8).
           05  WS-AB-RESULT               PIC X.
               88  WS-AB-FOUND            VALUE 'Y'.
           05  WS-AB-COUNT                PIC 99.
           05  WS-AB-GROUPS OCCURS 20 TIMES.
               10  WS-AB-GROUP            PIC 99.
               10  WS-AB-ACTION           PIC X.
       01  WS-G                           PIC 99.
       01  WS-GROUP-ACTION                PIC X.
       01  WS-FRAME-TICK                  PIC 9(8) VALUE ZERO.

      *    ENTITIES as read for a wake - rewritten whole with the
      *    woken monsters flipped. A file too big to hold is left be.
       01  WS-ENT-TABLE.
           05  WS-ENT-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-ENT-REC OCCURS 200 TIMES PIC X(120).
       01  WS-ENT-FULL                    PIC X VALUE 'N'.
       01  WS-E                           PIC 9(3).

      *    Per-type spawn health and its skill scaling come from
      *    the stat catalogs - the same table the simulator's
      *    respawns and the balance analyzer price monsters from.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.

       01  WS-SPAWN-WORK.
           05  WS-I                       PIC 99.
           05  WS-JP-TICK          PIC 9(8) VALUE ZERO.
           05  WS-JP-TEXT          PIC X(60).

      *    Shaped to match DOOMMSG's LINKAGE - an ambush coming out
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

      *    Shaped to match DOOMMRCN's LINKAGE.
       01  WS-MRCN-PARM.
           05  WS-MRCN-PARM-LEN    PIC S9(4) COMP VALUE 3.
           05  WS-MRCN-LEVEL       PIC 99.

      *    Shaped to match the leading fields of DOOMCTX's LINKAGE - the
      *    new level's population, and any keycards laid on its map,
      *    go into the tick context as they are written.
       01  WS-CTX-PARM.
           05  WS-CX-FUNCTION      PIC X VALUE 'R'.
           05  WS-CX-SCOPE         PIC X VALUE 'A'.
           05  WS-CX-LEVEL         PIC 99 VALUE ZERO.
           05  WS-CX-RESULT        PIC X.

      *    Shaped to match DOOMLVST's LINKAGE - the departing level
      *    is put away and the arriving one brought back through it.
       01  WS-LVST-PARM.
           05  WS-LV-FUNCTION      PIC X.
           05  WS-LV-LEVEL         PIC 99.
           05  WS-LV-RESULT        PIC X.
               88  WS-LV-FOUND     VALUE 'Y'.
           05  WS-LV-VISITS        PIC 9(3).
           05  WS-LV-MONSTERS-DEAD PIC 9(3).
           05  WS-LV-ITEMS-LEFT    PIC 9(3).
           05  WS-LV-ENTITY-COUNT  PIC 99.
           05  WS-LV-RICH-COUNT    PIC 99.
           05  WS-LV-DOOR-COUNT    PIC 99.
       01  WS-VISIT-NUMBER         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CURRENT-LEVEL
           END-IF
           PERFORM READ-LAST-SPAWNED
           IF WS-LAST-SPAWNED = WS-CURRENT-LEVEL
      *        Same level as last spawn - nothing to populate this
      *        tick, only ambushes that have come due to let out.
               PERFORM RELEASE-DUE-AMBUSHES
                   THRU RELEASE-DUE-AMBUSHES-EXIT
               GOBACK
           END-IF
           IF WS-SPAWNLVL-EXISTED = 'Y' AND WS-LAST-SPAWNED > ZERO
               PERFORM SAVE-DEPARTED-LEVEL
           END-IF
           PERFORM RESTORE-ARRIVING-LEVEL
           IF WS-LV-FOUND
               PERFORM RESET-ENTITY-SNAPSHOT
               PERFORM RECORD-SPAWNED-LEVEL
               PERFORM LOG-RESTORE
               GOBACK
           END-IF
           PERFORM READ-SKILL-SETTING
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM RECONCILE-MANIFEST
           PERFORM ARM-LEVEL-AMBUSHES
           PERFORM LOAD-MANIFEST-PLACEMENTS
           PERFORM LAY-MANIFEST-KEYCARDS
           PERFORM WRITE-ENTITIES-FILE
           PERFORM WRITE-RICH-ENTITIES THRU WRITE-RICH-ENTITIES-EXIT
           PERFORM RESET-ENTITY-SNAPSHOT
               CLOSE SPAWN-LEVEL
           END-IF.

       SAVE-DEPARTED-LEVEL.
      *    ENTITIES and DOOM.GAMESTAT still hold the level just left
      *    - nothing is written over them until it is put away.
           MOVE 'S' TO WS-LV-FUNCTION
           MOVE WS-LAST-SPAWNED TO WS-LV-LEVEL
           CALL 'DOOMLVST' USING WS-LVST-PARM.

       RESTORE-ARRIVING-LEVEL.
      *    A level put away on an earlier departure comes back as it
      *    was left; one never left before answers not found and is
      *    populated from the manifest below.
           MOVE 'L' TO WS-LV-FUNCTION
           MOVE WS-CURRENT-LEVEL TO WS-LV-LEVEL
           CALL 'DOOMLVST' USING WS-LVST-PARM
           IF WS-LV-FOUND
               CALL 'DOOMCTX' USING WS-CTX-PARM
           END-IF.

       RECORD-SPAWNED-LEVEL.
           OPEN OUTPUT SPAWN-LEVEL
           MOVE SPACES TO SPAWN-LEVEL-REC
               MOVE ZERO TO RETURN-CODE
           END-IF.

       ARM-LEVEL-AMBUSHES.
      *    The level's triggers start armed; what comes back is the
      *    list of groups its spawn triggers keep out of the world.
           MOVE 'A' TO WS-AB-FUNCTION
           MOVE WS-CURRENT-LEVEL TO WS-AB-LEVEL
           MOVE ZERO TO WS-AB-TICK
           CALL 'DOOMAMBH' USING WS-AMBH-PARM
           IF NOT WS-AB-FOUND
               MOVE ZERO TO WS-AB-COUNT
           END-IF.

       LOAD-MANIFEST-PLACEMENTS.
           MOVE ZERO TO WS-SPAWN-COUNT
           MOVE ZERO TO WS-KEY-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF OR WS-SPAWN-COUNT >= 50
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-CURRENT-LEVEL
                                  AND (MAN-MONSTER OR MAN-ITEM
                                       OR MAN-WEAPON OR MAN-BARREL)
                                   PERFORM FIND-GROUP-ACTION
                                   IF WS-GROUP-ACTION = 'S'
                                       ADD 1 TO WS-HELD-COUNT
                                   ELSE
                                       PERFORM TAKE-PLACEMENT
                                   END-IF
                               END-IF
                               IF MAN-LEVEL = WS-CURRENT-LEVEL
                                  AND MAN-KEYCARD AND WS-KEY-COUNT < 9
                                   ADD 1 TO WS-KEY-COUNT
                                   MOVE MAN-TYPE
                                       TO WS-KEY-TYPE(WS-KEY-COUNT)
                                   MOVE MAN-X TO WS-KEY-X(WS-KEY-COUNT)
                                   MOVE MAN-Y TO WS-KEY-Y(WS-KEY-COUNT)
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       TAKE-PLACEMENT.
           ADD 1 TO WS-SPAWN-COUNT
           MOVE MAN-KIND TO WS-SPAWN-KIND(WS-SPAWN-COUNT)
           MOVE MAN-TYPE TO WS-SPAWN-TYPE(WS-SPAWN-COUNT)
           MOVE MAN-X TO WS-SPAWN-X(WS-SPAWN-COUNT)
           MOVE MAN-Y TO WS-SPAWN-Y(WS-SPAWN-COUNT)
           MOVE WS-GROUP-ACTION TO WS-SPAWN-RELEASE(WS-SPAWN-COUNT).

       FIND-GROUP-ACTION.
      *    The action of the DOOMAMBH group list entry naming this
      *    line's MAN-GROUP, space when none does.
           MOVE SPACE TO WS-GROUP-ACTION
           IF MAN-GROUP IS NUMERIC AND MAN-GROUP > ZERO
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-AB-COUNT
                   IF WS-AB-GROUP(WS-G) = MAN-GROUP
                       MOVE WS-AB-ACTION(WS-G) TO WS-GROUP-ACTION
                   END-IF
               END-PERFORM
           END-IF.

       LAY-MANIFEST-KEYCARDS.
      *    DOOMMRCN has already said whether each card sits somewhere
      *    sensible - here a card off the grid, of no known colour or
      *    on anything but plain floor is simply not laid.
           IF WS-KEY-COUNT > ZERO
               OPEN I-O LEVEL-DATA
               IF NOT LEVEL-FILE-MISSING
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-KEY-COUNT
                       PERFORM LAY-ONE-KEYCARD
                   END-PERFORM
                   CLOSE LEVEL-DATA
               END-IF
           END-IF.

       LAY-ONE-KEYCARD.
           IF WS-KEY-TYPE(WS-I) IS NUMERIC
              AND WS-KEY-TYPE(WS-I) >= 1 AND WS-KEY-TYPE(WS-I) <= 3
              AND WS-KEY-X(WS-I) IS NUMERIC
              AND WS-KEY-X(WS-I) >= 1 AND WS-KEY-X(WS-I) <= 60
              AND WS-KEY-Y(WS-I) IS NUMERIC
              AND WS-KEY-Y(WS-I) >= 1 AND WS-KEY-Y(WS-I) <= 30
               COMPUTE WS-LEVEL-REL-KEY =
                   (WS-CURRENT-LEVEL - 1) * 30 + WS-KEY-Y(WS-I)
               READ LEVEL-DATA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LEVEL-REC(WS-KEY-X(WS-I):1) = '.'
                           MOVE WS-KEY-TYPE(WS-I)(2:1)
                               TO LEVEL-REC(WS-KEY-X(WS-I):1)
                           REWRITE LEVEL-REC
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       WRITE-ENTITIES-FILE.
           OPEN OUTPUT ENTITIES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SPAWN-COUNT
               PERFORM BUILD-ENTITY-RECORD
               WRITE ENTITY-RECORD
           END-PERFORM
           CLOSE ENTITIES
           CALL 'DOOMCTX' USING WS-CTX-PARM.

       BUILD-ENTITY-RECORD.
           MOVE SPACES TO ENTITY-RECORD
           MOVE WS-SPAWN-KIND(WS-I) TO TACT-ENT-TYPE
           MOVE WS-SPAWN-TYPE(WS-I) TO TACT-ENT-SUBTYPE
           MOVE WS-SPAWN-X(WS-I) TO TACT-ENT-X
           MOVE WS-SPAWN-Y(WS-I) TO TACT-ENT-Y
           MOVE ZERO TO TACT-ENT-Z
           PERFORM DERIVE-RANGE-ANGLE
           MOVE WS-SPAWN-DIST TO TACT-ENT-DISTANCE
           MOVE WS-SPAWN-ANGLE TO TACT-ENT-ANGLE
           EVALUATE WS-SPAWN-KIND(WS-I)
               WHEN 'M'
                   PERFORM DERIVE-MONSTER-HEALTH
                   MOVE WS-SPAWN-HP TO TACT-ENT-HEALTH
                   MOVE 'D' TO TACT-ENT-STATE
                   ADD 1 TO WS-MONSTER-COUNT
               WHEN 'W'
      *            A weapon placement lands in the world as an
      *            'I' record in the 40-49 weapon band the item
      *            planners already steer at - collection is
      *            what flips the ownership mask.
                   MOVE 'I' TO TACT-ENT-TYPE
                   COMPUTE TACT-ENT-SUBTYPE =
                       40 + WS-SPAWN-TYPE(WS-I)
                   MOVE ZERO TO TACT-ENT-HEALTH
                   MOVE 'A' TO TACT-ENT-STATE
                   ADD 1 TO WS-ITEM-COUNT
               WHEN 'B'
                   MOVE 10 TO TACT-ENT-SUBTYPE
                   PERFORM DERIVE-BARREL-HEALTH
                   MOVE WS-SPAWN-HP TO TACT-ENT-HEALTH
                   MOVE 'A' TO TACT-ENT-STATE
                   ADD 1 TO WS-BARREL-COUNT
               WHEN OTHER
                   MOVE ZERO TO TACT-ENT-HEALTH
                   MOVE 'A' TO TACT-ENT-STATE
                   ADD 1 TO WS-ITEM-COUNT
           END-EVALUATE.

       WRITE-RICH-ENTITIES.
      *    Keep the header/player/ammo trio exactly as the engine
                   UNTIL WS-I > WS-SPAWN-COUNT
               IF WS-SPAWN-KIND(WS-I) = 'M'
                  OR WS-SPAWN-KIND(WS-I) = 'B'
                   PERFORM BUILD-RICH-ENTRY
                   WRITE RICH-STATE-RECORD FROM ENTITY-ENTRY(1)
               END-IF
           END-PERFORM
       WRITE-RICH-ENTITIES-EXIT.
           EXIT.

       BUILD-RICH-ENTRY.
           INITIALIZE ENTITY-ENTRY(1)
           MOVE 'ENEMY   ' TO ENTITY-RECORD-TYPE(1)
           IF WS-SPAWN-KIND(WS-I) = 'B'
      *        Barrels ride the same ENEMY record shape at
      *        type 10 so PICK-ARC-TARGET can shoot them -
      *        everything that scores or steps entities
      *        knows to leave type 10 alone.
               MOVE 10 TO ENTITY-TYPE OF ENTITY-ENTRY(1)
               PERFORM DERIVE-BARREL-HEALTH
               MOVE WS-SPAWN-HP
                   TO ENTITY-HEALTH OF ENTITY-ENTRY(1)
           ELSE
               MOVE WS-SPAWN-TYPE(WS-I)
                   TO ENTITY-TYPE OF ENTITY-ENTRY(1)
               PERFORM DERIVE-MONSTER-HEALTH
               MOVE WS-SPAWN-HP
                   TO ENTITY-HEALTH OF ENTITY-ENTRY(1)
           END-IF
           MOVE WS-SPAWN-X(WS-I)
               TO ENTITY-X OF ENTITY-ENTRY(1)
           MOVE WS-SPAWN-Y(WS-I)
               TO ENTITY-Y OF ENTITY-ENTRY(1)
           PERFORM DERIVE-RANGE-ANGLE
           MOVE WS-SPAWN-DIST
               TO ENTITY-DISTANCE OF ENTITY-ENTRY(1)
           MOVE WS-SPAWN-ANGLE TO ENTITY-ANGLE-TO(1).

      *================================================================
      * Ambush release - the same level as last tick, and DOOMAMBH
      * says which fired groups have waited out their delay.
      *================================================================
       RELEASE-DUE-AMBUSHES.
           PERFORM READ-FRAME-TICK
           MOVE 'D' TO WS-AB-FUNCTION
           MOVE WS-CURRENT-LEVEL TO WS-AB-LEVEL
           MOVE WS-FRAME-TICK TO WS-AB-TICK
           CALL 'DOOMAMBH' USING WS-AMBH-PARM
           IF NOT WS-AB-FOUND
               GO TO RELEASE-DUE-AMBUSHES-EXIT
           END-IF
           PERFORM READ-SKILL-SETTING
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM LOAD-AMBUSH-PLACEMENTS
           MOVE ZERO TO WS-MONSTER-COUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-BARREL-COUNT
           MOVE ZERO TO WS-WOKEN-COUNT
           PERFORM APPEND-AMBUSH-ENTITIES
           PERFORM APPEND-AMBUSH-RICH-ENTRIES
           PERFORM WAKE-AMBUSH-MONSTERS
               THRU WAKE-AMBUSH-MONSTERS-EXIT
           CALL 'DOOMCTX' USING WS-CTX-PARM
           PERFORM LOG-AMBUSH.

       RELEASE-DUE-AMBUSHES-EXIT.
           EXIT.

       READ-FRAME-TICK.
      *    The trigger's due tick is judged against the frame's tick
      *    counter - no frame, tick zero.
           MOVE ZERO TO WS-FRAME-TICK
           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               READ RICH-STATE INTO STATE-HEADER
                   NOT AT END
                       IF VALID-STATE-REC AND STATE-TICK IS NUMERIC
                           MOVE STATE-TICK TO WS-FRAME-TICK
                       END-IF
               END-READ
               CLOSE RICH-STATE
           END-IF.

       LOAD-AMBUSH-PLACEMENTS.
      *    Only the placements of the groups just let out, each
      *    tagged with what its group does.
           MOVE ZERO TO WS-SPAWN-COUNT
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF OR WS-SPAWN-COUNT >= 50
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-CURRENT-LEVEL
                                  AND (MAN-MONSTER OR MAN-ITEM
                                       OR MAN-WEAPON OR MAN-BARREL)
                                   PERFORM FIND-GROUP-ACTION
                                   IF WS-GROUP-ACTION NOT = SPACE
                                       PERFORM TAKE-PLACEMENT
                                   END-IF
                               END-IF
                       END-READ
                       IF NOT MANIFEST-EOF
                          AND WS-MANIFEST-STATUS NOT = '00'
                           SET MANIFEST-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       APPEND-AMBUSH-ENTITIES.
      *    A spawn group comes out after the population, on the end
      *    of ENTITIES - and already awake, it is an ambush.
           OPEN EXTEND ENTITIES
           IF ENTITIES-MISSING
               OPEN OUTPUT ENTITIES
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SPAWN-COUNT
               IF WS-SPAWN-RELEASE(WS-I) = 'S'
                   PERFORM BUILD-ENTITY-RECORD
                   IF TACT-ENT-TYPE = 'M'
                       MOVE 'A' TO TACT-ENT-STATE
                   END-IF
                   WRITE ENTITY-RECORD
               END-IF
           END-PERFORM
           CLOSE ENTITIES.

       APPEND-AMBUSH-RICH-ENTRIES.
      *    The spawn group's monsters and barrels join the frame's
      *    ENEMY records - no frame, nothing to add to.
           IF WS-MONSTER-COUNT > ZERO OR WS-BARREL-COUNT > ZERO
               OPEN EXTEND RICH-STATE
               IF WS-RICH-STATUS = '00'
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-SPAWN-COUNT
                       IF WS-SPAWN-RELEASE(WS-I) = 'S'
                          AND (WS-SPAWN-KIND(WS-I) = 'M'
                            OR WS-SPAWN-KIND(WS-I) = 'B')
                           PERFORM BUILD-RICH-ENTRY
                           WRITE RICH-STATE-RECORD
                               FROM ENTITY-ENTRY(1)
                       END-IF
                   END-PERFORM
                   CLOSE RICH-STATE
               END-IF
           END-IF.

       WAKE-AMBUSH-MONSTERS.
      *    A wake group's monsters were placed dormant where the
      *    manifest put them and dormant monsters stay put, so each
      *    placement rouses the one dormant monster of its type
      *    still standing on its cell.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE 'N' TO WS-ENT-FULL
           MOVE '00' TO WS-ENTITIES-STATUS
           OPEN INPUT ENTITIES
           IF ENTITIES-MISSING
               GO TO WAKE-AMBUSH-MONSTERS-EXIT
           END-IF
           PERFORM UNTIL ENTITIES-EOF OR WS-ENT-FULL = 'Y'
               READ ENTITIES
                   AT END SET ENTITIES-EOF TO TRUE
                   NOT AT END
                       IF WS-ENT-COUNT < 200
                           ADD 1 TO WS-ENT-COUNT
                           PERFORM WAKE-ONE-ENTITY
                           MOVE ENTITY-RECORD
                               TO WS-ENT-REC(WS-ENT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ENT-FULL
                       END-IF
               END-READ
               IF NOT ENTITIES-EOF AND WS-ENTITIES-STATUS NOT = '00'
                   SET ENTITIES-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE ENTITIES
           IF WS-WOKEN-COUNT = ZERO OR WS-ENT-FULL = 'Y'
               MOVE ZERO TO WS-WOKEN-COUNT
               GO TO WAKE-AMBUSH-MONSTERS-EXIT
           END-IF
           OPEN OUTPUT ENTITIES
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ENT-COUNT
               MOVE WS-ENT-REC(WS-E) TO ENTITY-RECORD
               WRITE ENTITY-RECORD
           END-PERFORM
           CLOSE ENTITIES.

       WAKE-AMBUSH-MONSTERS-EXIT.
           EXIT.

       WAKE-ONE-ENTITY.
           IF TACT-ENT-TYPE = 'M' AND TACT-ENT-STATE = 'D'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SPAWN-COUNT
                          OR TACT-ENT-STATE NOT = 'D'
                   IF WS-SPAWN-RELEASE(WS-I) = 'W'
                      AND WS-SPAWN-KIND(WS-I) = 'M'
                      AND WS-SPAWN-TYPE(WS-I) = TACT-ENT-SUBTYPE
                      AND WS-SPAWN-X(WS-I) = TACT-ENT-X
                      AND WS-SPAWN-Y(WS-I) = TACT-ENT-Y
                       MOVE 'A' TO TACT-ENT-STATE
      *                This placement has its monster - a second one
      *                of the same type on the cell stays asleep.
                       MOVE SPACE TO WS-SPAWN-RELEASE(WS-I)
                       ADD 1 TO WS-WOKEN-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       LOG-AMBUSH.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'AMBUSH: LEVEL ' DELIMITED BY SIZE
                  WS-CURRENT-LEVEL DELIMITED BY SIZE
                  ' GROUP ' DELIMITED BY SIZE
                  WS-AB-GROUP(1) DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-AB-COUNT DELIMITED BY SIZE
                  ' SPAWNED ' DELIMITED BY SIZE
                  WS-MONSTER-COUNT DELIMITED BY SIZE
                  ' ITEMS ' DELIMITED BY SIZE
                  WS-ITEM-COUNT DELIMITED BY SIZE
                  ' WOKE ' DELIMITED BY SIZE
                  WS-WOKEN-COUNT DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE

           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE WS-FRAME-TICK TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM

           IF WS-MONSTER-COUNT > ZERO OR WS-WOKEN-COUNT > ZERO
               MOVE SPACES TO WS-MP-TEXT
               IF WS-MONSTER-COUNT > ZERO
                   MOVE 'AMBUSH! MONSTERS APPEAR!' TO WS-MP-TEXT
               ELSE
                   MOVE 'AMBUSH! MONSTERS STIR!' TO WS-MP-TEXT
               END-IF
               MOVE 'P' TO WS-MP-FUNCTION
               MOVE ZERO TO WS-MP-TICK
               CALL 'DOOMMSG' USING WS-MSG-PARM
           END-IF.

       DERIVE-RANGE-ANGLE.
           COMPUTE WS-DELTA-X = WS-PLY-X - WS-SPAWN-X(WS-I)
           COMPUTE WS-DELTA-Y = WS-PLY-Y - WS-SPAWN-Y(WS-I)

       DERIVE-MONSTER-HEALTH.
      *    Starting health by the ENT-IMP..ENT-SPIDER type the
      *    manifest names, from that type's bestiary entry - a type
      *    the catalog doesn't list takes the catalog's fallback.
           IF WS-SPAWN-TYPE(WS-I) >= 1 AND WS-SPAWN-TYPE(WS-I) <= 10
               MOVE WS-SPAWN-TYPE(WS-I) TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF
           PERFORM SCALE-SPAWN-HEALTH.

       DERIVE-BARREL-HEALTH.
      *    A fresh barrel - one shotgun blast or a few pistol rounds
      *    sets it off.
           MOVE 10 TO WS-CAT-I
           PERFORM SCALE-SPAWN-HEALTH.

       SCALE-SPAWN-HEALTH.
      *    The entry's spawn health scaled by the skill setting at
      *    the entry's easy and nightmare percentages, capped by the
      *    record's three digits.
           MOVE CAT-B-SPAWN-HP(WS-CAT-I) TO WS-SPAWN-HP
           EVALUATE WS-SKILL
               WHEN 1
                   COMPUTE WS-SCALED-HP = WS-SPAWN-HP
                       * CAT-B-EASY-HP-PCT(WS-CAT-I) / 100
               WHEN 3
                   COMPUTE WS-SCALED-HP = WS-SPAWN-HP
                       * CAT-B-NMARE-HP-PCT(WS-CAT-I) / 100
               WHEN OTHER
                   MOVE WS-SPAWN-HP TO WS-SCALED-HP
           END-EVALUATE
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL = WS-CURRENT-LEVEL
                                   MOVE LVM-NAME TO WS-LEVEL-NAME
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF
           IF WS-LEVEL-NAME = SPACES
                  WS-BARREL-COUNT DELIMITED BY SIZE
                  ' SKILL ' DELIMITED BY SIZE
                  WS-SKILL DELIMITED BY SIZE
                  ' HELD ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       LOG-RESTORE.
      *    This arrival is the visit after the ones already saved.
           PERFORM READ-LEVEL-NAME
           COMPUTE WS-VISIT-NUMBER = WS-LV-VISITS + 1
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO WS-LOG-MSG
           STRING 'RESTORE: LEVEL ' DELIMITED BY SIZE
                  WS-CURRENT-LEVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LEVEL-NAME DELIMITED BY SPACE
                  ' VISIT ' DELIMITED BY SIZE
                  WS-VISIT-NUMBER DELIMITED BY SIZE
                  ' DEAD ' DELIMITED BY SIZE
                  WS-LV-MONSTERS-DEAD DELIMITED BY SIZE
                  ' ITEMS ' DELIMITED BY SIZE
                  WS-LV-ITEMS-LEFT DELIMITED BY SIZE
                  ' DOORS ' DELIMITED BY SIZE
                  WS-LV-DOOR-COUNT DELIMITED BY SIZE
                  INTO WS-LOG-MSG
           MOVE WS-LOG-MSG TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE

           MOVE WS-LOG-MSG(1:60) TO WS-JP-TEXT
           MOVE ZERO TO WS-JP-TICK
           CALL 'DOOMJRNL' USING WS-JRNL-PARM.

       CHECK-MANIFEST-VERSION.
      *    The first record is the layout header - DOOMVER judges
      *    it. An empty file leaves the result unset, so nothing
      *    more is read from it.
           MOVE 'V' TO WS-VP-FUNCTION
           MOVE 'DOOM.MANIFEST' TO WS-VP-FILE-NAME
           MOVE 'DOOMMAN' TO WS-VP-LAYOUT
           MOVE SPACE TO WS-VP-RESULT
           READ MANIFEST-FILE
               NOT AT END
                   MOVE MANIFEST-RECORD TO WS-VP-HEADER
                   CALL 'DOOMVER' USING WS-VER-PARM
           END-READ.

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
