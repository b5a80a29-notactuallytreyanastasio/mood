      *================================================================
      * DOOMSEEN.COB - Line-of-Sight Seen Mask
      * DOOM.VISITED only knows the cells the player has stood on, so
      * a frame drawn from it would hide a room the player has been
      * staring into for ten ticks. This keeps a second per-level
      * mask, DOOM.SEEN, at the same relative keying as DOOM.VISITED
      * and the LEVEL rows ((level - 1) * 30 + row, one 80-byte row
      * per record, column x for cell x):
      *   'L' - in the player's line of sight this tick;
      *   'S' - seen on some earlier tick, out of sight now;
      *   space - never seen.
      * Every run demotes the level's 'L' marks to 'S' and traces a
      * line from the player's cell to every cell of the level with
      * the same grid Bresenham and blocking set DOOMCBT's shots use
      * (walls, closed doors, switch faces). A cell the line reaches
      * is in sight - a wall included, since the player can see the
      * face of the wall that stops the line. DOOMREND's fog mode
      * draws from this mask and DOOMINT scores it at the
      * intermission. The caller may name the seat whose tick it is,
      * the same PARM idiom DOOMAI2 takes; no PARM means player 1.
      * With no GAMESTAT or LEVEL on file there is nothing to look at
      * and the mask is left alone.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMSEEN.
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

           SELECT SEEN-MAP ASSIGN TO 'DOOM.SEEN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEEN-REL-KEY
               FILE STATUS IS WS-SEEN-STATUS.

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

       FD  SEEN-MAP.
       01  SEEN-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GAMESTATE-STATUS            PIC XX.
           88  GAMESTATE-MISSING          VALUE '35'.
       01  WS-WALLMAP-STATUS              PIC XX.
           88  WALLMAP-MISSING            VALUE '35'.
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
       01  WS-SEEN-STATUS                 PIC XX.
           88  SEEN-MISSING               VALUE '35'.

       01  WS-WALL-REL-KEY                PIC 9(4).
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-SEEN-REL-KEY                PIC 9(4).

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

      *    The level's rows of the mask as they go back out - ROW-NEW
      *    'Y' marks a row the file does not hold yet.
       01  WS-SEEN-ARRAY.
           05  WS-SEEN-ROW OCCURS 30 TIMES.
               10  WS-SEEN-CELL OCCURS 60 TIMES PIC X.
               10  FILLER                 PIC X(20).
       01  WS-SEEN-ROW-NEW.
           05  WS-ROW-NEW OCCURS 30 TIMES PIC X.
       01  WS-SEEN-I                      PIC 99.
       01  WS-SEEN-J                      PIC 99.

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
           PERFORM LOAD-WALL-MAP
           IF WS-WALL-MAP-VALID = 'Y'
               PERFORM LOAD-SEEN-ROWS
               PERFORM VARYING WS-SEEN-I FROM 1 BY 1
                       UNTIL WS-SEEN-I > WS-MAP-ROWS
                   PERFORM VARYING WS-SEEN-J FROM 1 BY 1
                           UNTIL WS-SEEN-J > WS-MAP-COLS
                       PERFORM CHECK-CELL-IN-SIGHT
                   END-PERFORM
               END-PERFORM
               PERFORM STORE-SEEN-ROWS
           END-IF
           GOBACK.

       LOAD-WALL-MAP.
      *    The seat's cell and level from the compact GAMESTAT, then
      *    the level's rows. A short level file leaves the map
      *    unusable rather than tracing against half a level.
           MOVE 'N' TO WS-WALL-MAP-VALID
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

       LOAD-SEEN-ROWS.
      *    Last tick's sight becomes memory before this tick's is
      *    traced.
           MOVE SPACES TO WS-SEEN-ARRAY
           MOVE ALL 'Y' TO WS-SEEN-ROW-NEW
           OPEN INPUT SEEN-MAP
           IF NOT SEEN-MISSING
               PERFORM VARYING WS-SEEN-I FROM 1 BY 1
                       UNTIL WS-SEEN-I > WS-MAP-ROWS
                   COMPUTE WS-SEEN-REL-KEY =
                       (WS-LEVEL - 1) * 30 + WS-SEEN-I
                   READ SEEN-MAP
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SEEN-REC TO WS-SEEN-ROW(WS-SEEN-I)
                           MOVE 'N' TO WS-ROW-NEW(WS-SEEN-I)
                   END-READ
               END-PERFORM
               CLOSE SEEN-MAP
           END-IF
           INSPECT WS-SEEN-ARRAY REPLACING ALL 'L' BY 'S'.

       CHECK-CELL-IN-SIGHT.
           MOVE WS-EYE-X TO WS-LOS-FROM-X
           MOVE WS-EYE-Y TO WS-LOS-FROM-Y
           MOVE WS-SEEN-J TO WS-LOS-TO-X
           MOVE WS-SEEN-I TO WS-LOS-TO-Y
           PERFORM TRACE-LINE-OF-SIGHT
           IF WS-LOS-CLEAR = 'Y'
               MOVE 'L' TO WS-SEEN-CELL(WS-SEEN-I, WS-SEEN-J)
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

       STORE-SEEN-ROWS.
      *    Rows the file already holds are rewritten in place; a
      *    missing file or row is created on the spot, the same way
      *    DOOMMV grows DOOM.VISITED.
           OPEN I-O SEEN-MAP
           IF SEEN-MISSING
               CLOSE SEEN-MAP
               OPEN OUTPUT SEEN-MAP
           END-IF
           PERFORM VARYING WS-SEEN-I FROM 1 BY 1
                   UNTIL WS-SEEN-I > WS-MAP-ROWS
               COMPUTE WS-SEEN-REL-KEY =
                   (WS-LEVEL - 1) * 30 + WS-SEEN-I
               MOVE WS-SEEN-ROW(WS-SEEN-I) TO SEEN-REC
               IF WS-ROW-NEW(WS-SEEN-I) = 'Y'
                   WRITE SEEN-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE SEEN-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE SEEN-MAP.
