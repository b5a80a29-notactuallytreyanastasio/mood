      *
      * DOOM ASCII RENDERER
      * Renders the game view based on current state
      * In fog mode (PARM-RENDER-FOG 'Y') the frame shows only what
      * the player knows: cells DOOM.SEEN has never marked are blank
      * and monsters, corpses and projectiles appear only on cells in
      * sight this tick.
      * Messages posted to DOOMMSG in the last few ticks - keys,
      * locked doors, secrets, switches, pickups, barrels, monsters
      * waking - go on a message line above the status line, newest
      * first, colored by category in color mode.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

      *    The line-of-sight mask DOOMSEEN keeps - read only in fog
      *    mode, same (level - 1) * 30 + row keying as LEVEL.
           SELECT SEEN-MAP ASSIGN TO 'DOOM.SEEN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEEN-REL-KEY
               FILE STATUS IS WS-SEEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-STATE.
       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  SEEN-MAP.
       01  SEEN-REC          PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMREND'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       COPY DOOMSTAT.

       01  WS-SKILL-STATUS   PIC XX.
           88  META-EOF      VALUE '10'.
       01  WS-LEVEL-NAME     PIC X(16) VALUE SPACES.

      *    Shaped to match DOOMITEM's LINKAGE - what the rendered
      *    seat is carrying, read-only.
       01  WS-ITEM-PARM.
           05  WS-IP-FUNCTION  PIC X VALUE 'R'.
           05  WS-IP-PLAYER-ID PIC 9 VALUE 1.
           05  WS-IP-SLOT      PIC 9 VALUE ZERO.
           05  WS-IP-TICK      PIC 9(8) VALUE ZERO.
           05  WS-IP-RESULT    PIC X.
           05  WS-IP-COUNTS.
               10  WS-IP-COUNT OCCURS 4 TIMES PIC 99.

      *    Shaped to match DOOMGOAL's LINKAGE - a level with more
      *    to it than reaching the exit shows how far along the
      *    player is.
       01  WS-GOAL-PARM.
           05  WS-GL-LEVEL     PIC 99.
           05  WS-GL-TICK      PIC 9(8).
           05  WS-GL-OBJECTIVE PIC X.
           05  WS-GL-TARGET    PIC 9(5).
           05  WS-GL-MET       PIC X.
           05  WS-GL-LEFT      PIC 9(5).
           05  WS-GL-MET-TICK  PIC 9(8).
           05  WS-GL-TEXT      PIC X(24).

      *    Shaped to match DOOMMSG's LINKAGE - the newest messages
      *    still showing for the rendered seat, read-only.
       01  WS-MSG-PARM.
           05  WS-MP-FUNCTION  PIC X VALUE 'R'.
           05  WS-MP-PLAYER-ID PIC 9 VALUE 1.
           05  WS-MP-CATEGORY  PIC X VALUE SPACE.
           05  WS-MP-TICK      PIC 9(8) VALUE ZERO.
           05  WS-MP-TEXT      PIC X(40) VALUE SPACES.
           05  WS-MP-COUNT     PIC 9.
           05  WS-MP-SHOWN OCCURS 3 TIMES.
               10  WS-MP-SHOWN-CATEGORY PIC X.
               10  WS-MP-SHOWN-TEXT     PIC X(40).
       01  WS-MSG-WORK.
           05  WS-MSG-I        PIC 9.
           05  WS-MSG-LEN      PIC 99.
           05  WS-MSG-POS      PIC 999.
           05  WS-MSG-CLASS    PIC X.

       01  WS-AI-GAMESTAT-STATUS  PIC XX.
           88  AI-GAMESTAT-MISSING VALUE '35'.
           88  AI-GAMESTAT-EOF      VALUE '10'.

       01  WS-WEAPON-NAME    PIC X(8).

      *    Entity glyphs and weapon names come from the stat
      *    catalogs, so the map shows what the bestiary calls a type.
       COPY DOOMCAT.
       01  WS-CAT-I          PIC 99.

       01  WS-MAP-ARRAY.
           05  WS-MAP-ROW OCCURS 30 TIMES.
               10  WS-MAP-CELL OCCURS 60 TIMES PIC X.
       01  WS-MAP-ROWS       PIC 99 VALUE 20.
       01  WS-MAP-COLS       PIC 99 VALUE 40.

      *    Shaped to match DOOMCTX's LINKAGE - the tick context the
      *    CTX step built, so the frame's map comes from one file.
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

      *    Fog of war - 'L' in sight now, 'S' seen before, space
      *    never seen.
       01  WS-FOG-MODE       PIC X VALUE 'N'.
       01  WS-SEEN-REL-KEY   PIC 9(4).
       01  WS-SEEN-STATUS    PIC XX.
           88  SEEN-MISSING  VALUE '35'.
       01  WS-SEEN-ARRAY.
           05  WS-SEEN-ROW OCCURS 30 TIMES.
               10  WS-SEEN-CELL OCCURS 60 TIMES PIC X.
               10  FILLER    PIC X(20).

       01  WS-VIEWPORT.
           05  WS-VIEW-ROW OCCURS 30 TIMES.
               10  WS-VIEW-CELL OCCURS 60 TIMES PIC X.
      *    viewport and minimap can show the monsters the AI is
      *    fighting. Uppercase glyph per ENT-IMP..ENT-SPIDER type,
      *    lowercase for a corpse; space means nothing stands there.
      *    A projectile in flight shows over floor or a corpse as
      *    '*' (monster fire) or '!' (ours).
       01  WS-ENTITY-OVERLAY.
           05  WS-OVR-ROW OCCURS 30 TIMES.
               10  WS-OVR-CELL OCCURS 60 TIMES PIC X.
           05  WS-OVR-X      PIC S9(4).
           05  WS-OVR-Y      PIC S9(4).
           05  WS-OVR-GLYPH  PIC X.
       01  WS-MISSILE-TABLE.
           05  WS-MSL-COUNT  PIC 99 VALUE ZERO.
           05  WS-MSL-ENTRY OCCURS 64 TIMES.
               10  WS-MSL-X      PIC S9(8).
               10  WS-MSL-Y      PIC S9(8).
               10  WS-MSL-GLYPH  PIC X.

      *    Color classes painted alongside the characters - one
      *    class byte per output column, so the colorizer knows that
      *    a 'D' came from a door and not from a demon glyph. Class
      *    codes: P player, H/M/L entity by threat tier, X corpse,
      *    F projectile in flight, W wall, O door (locked
      *    included), b/s/c/r pickups by ammo type, 1/2/3
      *    keycards, ~/^ hazards, 4/5/6 the HP number's
      *    healthy/hurt/critical bands, k/d/e/t/w/x/a the message
      *    line's key, locked door, secret, switch, pickup,
      *    explosion and waking categories, space = plain.
       01  WS-COLOR-MODE     PIC X VALUE 'N'.
       01  WS-CLASS-LINE.
           05  FILLER        PIC X VALUE SPACE.
           05  PARM-VIEW-COLS   PIC 99.
           05  PARM-PLAYER-ID   PIC 9.
           05  PARM-RENDER-COLOR PIC X.
           05  PARM-RENDER-FOG  PIC X.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-LOGIC.

           PERFORM SELECT-RENDER-PLAYER
           PERFORM LOAD-LEVEL-DATA
           PERFORM SET-FOG-MODE
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM READ-AMMO-LOADOUT

           IF MODE-MAP
               OPEN OUTPUT COLOR-FILE
           END-IF.
           
       SET-FOG-MODE.
      *    Past the color byte, same PARM-LEN guard - a caller that
      *    stops short renders the whole level exactly as before.
      *    With no mask on file nothing has been seen yet.
           MOVE 'N' TO WS-FOG-MODE
           IF PARM-LEN > 6 AND PARM-RENDER-FOG = 'Y'
               MOVE 'Y' TO WS-FOG-MODE
               MOVE SPACES TO WS-SEEN-ARRAY
               OPEN INPUT SEEN-MAP
               IF NOT SEEN-MISSING
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-MAP-ROWS
                       COMPUTE WS-SEEN-REL-KEY =
                           (STATE-LEVEL OF GAME-STATE-REC - 1) * 30
                           + WS-I
                       READ SEEN-MAP
                           INVALID KEY MOVE SPACES TO SEEN-REC
                       END-READ
                       MOVE SEEN-REC TO WS-SEEN-ROW(WS-I)
                   END-PERFORM
                   CLOSE SEEN-MAP
               END-IF
      *        Never-seen cells leave the map before anything draws
      *        from it.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-MAP-ROWS
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-MAP-COLS
                       IF WS-SEEN-CELL(WS-I, WS-J) = SPACE
                           MOVE SPACE TO WS-MAP-CELL(WS-I, WS-J)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SET-VIEWPORT-SIZE.
      *    Viewport dims default to the original 10x20 window but can
      *    be widened/narrowed via PARM, e.g. for a bigger terminal -
           END-IF.

       LOAD-LEVEL-DATA.
      *    This tick's context carries the rows and the dimensions
      *    when the CTX step has built one for the level in play.
           MOVE 'M' TO WS-CX-FUNCTION
           MOVE STATE-LEVEL OF GAME-STATE-REC TO WS-CX-LEVEL
           CALL 'DOOMCTX' USING WS-CTX-PARM
           IF WS-CX-SERVED
               MOVE WS-CX-ROWS TO WS-MAP-ROWS
               MOVE WS-CX-COLS TO WS-MAP-COLS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ROWS-FOUND
                   MOVE WS-CX-MAP-ROW(WS-I) TO WS-MAP-ROW(WS-I)
               END-PERFORM
           ELSE
               PERFORM LOAD-LIVE-LEVEL-DATA
           END-IF.

       LOAD-LIVE-LEVEL-DATA.
      *    Random access straight to this level's rows by relative
      *    key - no more skipping over every earlier level's block.
           PERFORM READ-LEVEL-DIMS
      *    DOOMAI2 reads, not on the compact GAMESTAT record above -
      *    pull it separately just for the status line.
           INITIALIZE AMMUNITION-RECORD
           MOVE ZERO TO STATE-TICK
           OPEN INPUT AI-GAMESTAT
           IF NOT AI-GAMESTAT-MISSING
      *        The header's tick runs the objective's survive clock.
               MOVE 1 TO WS-AG-REL-KEY
               READ AI-GAMESTAT INTO STATE-HEADER
                   INVALID KEY MOVE ZERO TO STATE-TICK
               END-READ
               IF NOT VALID-STATE-REC OR STATE-TICK IS NOT NUMERIC
                   MOVE ZERO TO STATE-TICK
               END-IF
      *        Straight to the ammo slot - the header and player
      *        records aren't needed for the status line any more.
               MOVE 3 TO WS-AG-REL-KEY
      *        The entity records follow the header trio on the same
      *        file - read them here too so the frame can show them.
               MOVE ZERO TO ENTITY-COUNT
               MOVE ZERO TO WS-MSL-COUNT
               PERFORM READ-ENTITY-RECORDS UNTIL AI-GAMESTAT-EOF
                   OR ENTITY-COUNT >= 64
               CLOSE AI-GAMESTAT
           PERFORM GET-WEAPON-NAME
           PERFORM GET-SKILL-NAME
           PERFORM GET-LEVEL-NAME
           PERFORM GET-LEVEL-OBJECTIVE
           PERFORM BUILD-ENTITY-OVERLAY
           IF WS-FOG-MODE = 'Y'
               PERFORM HIDE-UNSEEN-ENTITIES
           END-IF.

       GET-LEVEL-OBJECTIVE.
           MOVE STATE-LEVEL OF GAME-STATE-REC TO WS-GL-LEVEL
           MOVE STATE-TICK TO WS-GL-TICK
           CALL 'DOOMGOAL' USING WS-GOAL-PARM.

       GET-LEVEL-NAME.
           MOVE SPACES TO WS-LEVEL-NAME
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL
                                  = STATE-LEVEL OF GAME-STATE-REC
                                   MOVE LVM-NAME TO WS-LEVEL-NAME
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF.

           IF NOT AI-GAMESTAT-EOF
               IF VALID-ENTITY-REC(ENTITY-COUNT + 1)
                   ADD 1 TO ENTITY-COUNT
               ELSE
                   MOVE ENTITY-ENTRY(ENTITY-COUNT + 1)
                       TO DOOM-MISSILE-RECORD
                   IF VALID-MISSILE-REC AND MSL-IN-FLIGHT
                      AND WS-MSL-COUNT < 64
                       ADD 1 TO WS-MSL-COUNT
                       MOVE MISSILE-X TO WS-MSL-X(WS-MSL-COUNT)
                       MOVE MISSILE-Y TO WS-MSL-Y(WS-MSL-COUNT)
                       IF MSL-PLAYER-SHOT
                           MOVE '!' TO WS-MSL-GLYPH(WS-MSL-COUNT)
                       ELSE
                           MOVE '*' TO WS-MSL-GLYPH(WS-MSL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

                           TO WS-OVR-CELL(WS-OVR-Y, WS-OVR-X)
                   END-IF
               END-IF
           END-PERFORM
      *    Projectiles go on last - over floor or a corpse, never
      *    over a live monster.
           PERFORM VARYING WS-OVR-I FROM 1 BY 1
                   UNTIL WS-OVR-I > WS-MSL-COUNT
               MOVE WS-MSL-X(WS-OVR-I) TO WS-OVR-X
               MOVE WS-MSL-Y(WS-OVR-I) TO WS-OVR-Y
               IF WS-OVR-X >= 1 AND WS-OVR-X <= WS-MAP-COLS
                  AND WS-OVR-Y >= 1 AND WS-OVR-Y <= WS-MAP-ROWS
                   IF WS-OVR-CELL(WS-OVR-Y, WS-OVR-X)
                      IS ALPHABETIC-LOWER
                       MOVE WS-MSL-GLYPH(WS-OVR-I)
                           TO WS-OVR-CELL(WS-OVR-Y, WS-OVR-X)
                   END-IF
               END-IF
           END-PERFORM.

       HIDE-UNSEEN-ENTITIES.
      *    A remembered room shows its walls, not who is in it now.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   IF WS-SEEN-CELL(WS-I, WS-J) NOT = 'L'
                       MOVE SPACE TO WS-OVR-CELL(WS-I, WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DERIVE-ENTITY-GLYPH.
      *    The bestiary glyph - the barrel's 'O' lowercases to 'o'
      *    once it has blown, same corpse convention as the
      *    monsters; a type the catalog doesn't list shows its
      *    fallback glyph.
           IF ENTITY-TYPE OF ENTITY-ENTRY(WS-OVR-I) IS NUMERIC
              AND ENTITY-TYPE OF ENTITY-ENTRY(WS-OVR-I) >= 1
              AND ENTITY-TYPE OF ENTITY-ENTRY(WS-OVR-I) <= 10
               MOVE ENTITY-TYPE OF ENTITY-ENTRY(WS-OVR-I) TO WS-CAT-I
           ELSE
               MOVE 11 TO WS-CAT-I
           END-IF
           MOVE CAT-B-GLYPH(WS-CAT-I) TO WS-OVR-GLYPH
           IF ENTITY-HEALTH OF ENTITY-ENTRY(WS-OVR-I) = ZERO
               MOVE FUNCTION LOWER-CASE(WS-OVR-GLYPH)
                   TO WS-OVR-GLYPH
           END-IF.

       GET-WEAPON-NAME.
      *    WEAPON-FIST..WEAPON-CHAINSAW by their arsenal names.
           IF CURRENT-WEAPON IS NUMERIC AND CURRENT-WEAPON <= 7
               COMPUTE WS-CAT-I = CURRENT-WEAPON + 1
               MOVE CAT-W-NAME(WS-CAT-I) TO WS-WEAPON-NAME
           ELSE
               MOVE 'UNKNOWN' TO WS-WEAPON-NAME
           END-IF.

       CALCULATE-VIEWPORT.
      *    Center viewport on player position
                               MOVE '~' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN '^'
                               MOVE '^' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN 'H'
                               MOVE 'H' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN 'E'
                               MOVE 'E' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN 'V'
                               MOVE 'V' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN 'K'
                               MOVE 'K' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN '1'
                               MOVE '1' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN '2'
                               MOVE '.' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN 'Z'
                               MOVE 'Z' TO WS-DISP-DATA(WS-J + 1:1)
                           WHEN SPACE
      *                        Fog hides what was never seen.
                               IF WS-FOG-MODE = 'Y'
                                   MOVE SPACE
                                       TO WS-DISP-DATA(WS-J + 1:1)
                               ELSE
                                   MOVE '.'
                                       TO WS-DISP-DATA(WS-J + 1:1)
                               END-IF
                           WHEN OTHER
                               MOVE '.' TO WS-DISP-DATA(WS-J + 1:1)
                       END-EVALUATE
      *    READ-AMMO-LOADOUT - this line is just HP now that the
      *    compact GAMESTAT record tracks pools instead of one flat
      *    counter, so there's nothing left to show twice.
           PERFORM DISPLAY-MESSAGE-LINE
           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-LEVEL-NAME = SPACES
               STRING 'HP: ' DELIMITED BY SIZE
           END-EVALUATE
           PERFORM WRITE-RENDER-LINE

      *    Objective line only where the level sets one - a plain
      *    reach-the-exit level renders exactly as it always has.
           IF WS-GL-OBJECTIVE NOT = 'E'
               MOVE SPACES TO WS-DISPLAY-LINE
               IF WS-GL-MET = 'Y'
                   STRING 'OBJECTIVE: ' DELIMITED BY SIZE
                          WS-GL-TEXT DELIMITED BY '  '
                          ' - DONE, EXIT OPEN' DELIMITED BY SIZE
                          INTO WS-DISP-DATA
               ELSE
                   STRING 'OBJECTIVE: ' DELIMITED BY SIZE
                          WS-GL-TEXT DELIMITED BY '  '
                          ' - ' DELIMITED BY SIZE
                          WS-GL-LEFT DELIMITED BY SIZE
                          ' LEFT' DELIMITED BY SIZE
                          INTO WS-DISP-DATA
               END-IF
               PERFORM WRITE-RENDER-LINE
           END-IF

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING 'WEAPON: ' DELIMITED BY SIZE
                  WS-WEAPON-NAME DELIMITED BY SIZE
                  INTO WS-DISP-DATA
           PERFORM WRITE-RENDER-LINE

      *    Inventory line only once the seat carries something - an
      *    empty pack renders exactly as it always has.
           MOVE 'R' TO WS-IP-FUNCTION
           MOVE 1 TO WS-IP-PLAYER-ID
           IF PARM-LEN > 4 AND PARM-PLAYER-ID = 2
               MOVE 2 TO WS-IP-PLAYER-ID
           END-IF
           CALL 'DOOMITEM' USING WS-ITEM-PARM
           IF WS-IP-COUNTS NOT = ZEROS
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING 'INVENTORY: MEDKIT ' DELIMITED BY SIZE
                      WS-IP-COUNT(1) DELIMITED BY SIZE
                      '  RADSUIT ' DELIMITED BY SIZE
                      WS-IP-COUNT(2) DELIMITED BY SIZE
                      '  INVULN ' DELIMITED BY SIZE
                      WS-IP-COUNT(3) DELIMITED BY SIZE
                      '  BERSERK ' DELIMITED BY SIZE
                      WS-IP-COUNT(4) DELIMITED BY SIZE
                      INTO WS-DISP-DATA
               PERFORM WRITE-RENDER-LINE
           END-IF

           MOVE 'Commands: N)orth S)outh E)ast W)est F)ire'
                TO WS-DISP-DATA
           PERFORM WRITE-RENDER-LINE.

       DISPLAY-MESSAGE-LINE.
      *    Message line only while something is showing - a quiet
      *    tick renders exactly as it always has. Each message is
      *    laid in at its own column so its class bytes can follow
      *    it, two spaces between.
           MOVE 'R' TO WS-MP-FUNCTION
           MOVE 1 TO WS-MP-PLAYER-ID
           IF PARM-LEN > 4 AND PARM-PLAYER-ID = 2
               MOVE 2 TO WS-MP-PLAYER-ID
           END-IF
           MOVE STATE-TICK TO WS-MP-TICK
           CALL 'DOOMMSG' USING WS-MSG-PARM
           IF WS-MP-COUNT > ZERO
               MOVE SPACES TO WS-DISPLAY-LINE
               MOVE 1 TO WS-MSG-POS
               PERFORM VARYING WS-MSG-I FROM 1 BY 1
                       UNTIL WS-MSG-I > WS-MP-COUNT
                   PERFORM PLACE-ONE-MESSAGE
               END-PERFORM
               PERFORM WRITE-RENDER-LINE
           END-IF.

       PLACE-ONE-MESSAGE.
           MOVE 40 TO WS-MSG-LEN
           PERFORM UNTIL WS-MSG-LEN = ZERO
                   OR WS-MP-SHOWN-TEXT(WS-MSG-I)(WS-MSG-LEN:1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-MSG-LEN
           END-PERFORM
           IF WS-MSG-LEN > ZERO
               MOVE WS-MP-SHOWN-TEXT(WS-MSG-I)(1:WS-MSG-LEN)
                   TO WS-DISP-DATA(WS-MSG-POS:WS-MSG-LEN)
               EVALUATE WS-MP-SHOWN-CATEGORY(WS-MSG-I)
                   WHEN 'K'  MOVE 'k' TO WS-MSG-CLASS
                   WHEN 'D'  MOVE 'd' TO WS-MSG-CLASS
                   WHEN 'S'  MOVE 'e' TO WS-MSG-CLASS
                   WHEN 'T'  MOVE 't' TO WS-MSG-CLASS
                   WHEN 'W'  MOVE 'w' TO WS-MSG-CLASS
                   WHEN 'X'  MOVE 'x' TO WS-MSG-CLASS
                   WHEN 'A'  MOVE 'a' TO WS-MSG-CLASS
                   WHEN OTHER MOVE SPACE TO WS-MSG-CLASS
               END-EVALUATE
               INSPECT WS-CLASS-DATA(WS-MSG-POS:WS-MSG-LEN)
                   REPLACING CHARACTERS BY WS-MSG-CLASS
               COMPUTE WS-MSG-POS = WS-MSG-POS + WS-MSG-LEN + 2
           END-IF.

       WRITE-RENDER-LINE.
      *    Plain frame always; the ANSI companion only in color
      *    mode. The class line is consumed and cleared here so the
       DERIVE-SGR-CODE.
      *    Walls grey, doors brown, pickups by ammo type, player
      *    bright green, entities by threat class, corpses dim,
      *    projectiles bright yellow, hazards slime-green/lava-red,
      *    carried-item pickups cyan, HP bands green/yellow/red,
      *    message line by category.
           EVALUATE WS-CUR-CLASS
               WHEN 'P'  MOVE '92' TO WS-SGR-CODE
               WHEN 'H'  MOVE '91' TO WS-SGR-CODE
               WHEN 'M'  MOVE '95' TO WS-SGR-CODE
               WHEN 'L'  MOVE '33' TO WS-SGR-CODE
               WHEN 'X'  MOVE '90' TO WS-SGR-CODE
               WHEN 'F'  MOVE '93' TO WS-SGR-CODE
               WHEN 'W'  MOVE '90' TO WS-SGR-CODE
               WHEN 'O'  MOVE '33' TO WS-SGR-CODE
               WHEN 'b'  MOVE '93' TO WS-SGR-CODE
               WHEN '3'  MOVE '94' TO WS-SGR-CODE
               WHEN '~'  MOVE '32' TO WS-SGR-CODE
               WHEN '^'  MOVE '31' TO WS-SGR-CODE
               WHEN 'i'  MOVE '36' TO WS-SGR-CODE
               WHEN '4'  MOVE '92' TO WS-SGR-CODE
               WHEN '5'  MOVE '93' TO WS-SGR-CODE
               WHEN '6'  MOVE '91' TO WS-SGR-CODE
               WHEN 'k'  MOVE '96' TO WS-SGR-CODE
               WHEN 'd'  MOVE '33' TO WS-SGR-CODE
               WHEN 'e'  MOVE '95' TO WS-SGR-CODE
               WHEN 't'  MOVE '94' TO WS-SGR-CODE
               WHEN 'w'  MOVE '92' TO WS-SGR-CODE
               WHEN 'x'  MOVE '91' TO WS-SGR-CODE
               WHEN 'a'  MOVE '93' TO WS-SGR-CODE
               WHEN OTHER MOVE '37' TO WS-SGR-CODE
           END-EVALUATE.

      *    demon and lost soul the middle, the rest trash. A
      *    lowercase glyph is a corpse.
           EVALUATE WS-OVR-GLYPH
               WHEN '*'
               WHEN '!'
                   MOVE 'F' TO WS-OVR-CLASS
               WHEN 'B'
               WHEN 'Y'
               WHEN 'W'
               WHEN '3'  MOVE '3' TO WS-OVR-CLASS
               WHEN '~'  MOVE '~' TO WS-OVR-CLASS
               WHEN '^'  MOVE '^' TO WS-OVR-CLASS
               WHEN 'H'  MOVE 'i' TO WS-OVR-CLASS
               WHEN 'E'  MOVE 'i' TO WS-OVR-CLASS
               WHEN 'V'  MOVE 'i' TO WS-OVR-CLASS
               WHEN 'K'  MOVE 'i' TO WS-OVR-CLASS
               WHEN OTHER MOVE SPACE TO WS-OVR-CLASS
           END-EVALUATE.

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
