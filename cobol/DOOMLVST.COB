      *================================================================
      * DOOMLVST.COB - Level Persistence Keeper
      * DOOM.LEVELMETA exit chains can send the player back into a
      * level already played, and DOOMSPWN used to repopulate it
      * from DOOM.MANIFEST as if it were new - the dead got up, the
      * pickups taken lay there again, and the level's open doors
      * went on counting down in DOOM.DOORSTATE while nobody was
      * there to see them shut. DOOMSPWN now calls this at cut-over
      * to put the departing level away, and again to bring the
      * arriving one back if it has been put away before.
      * DOOM.LVLSTATE (DOOMLVS.CPY) is read and written nowhere
      * else.
      * Functions, all for level LV-LEVEL:
      *   'S' save    - copy ENTITIES and the DOOM.GAMESTAT ENEMY
      *                 records into the level's block, and take the
      *                 level's entries out of DOOM.DOORSTATE into it
      *                 - a door left open stays open, with the time
      *                 it had left, until the player is back. The
      *                 visit count goes up by one;
      *   'L' load    - a level with a saved block gets its ENTITIES
      *                 and ENEMY records back as they were left, and
      *                 its doors go back on DOOM.DOORSTATE. The
      *                 header, player and ammo records at the front
      *                 of DOOM.GAMESTAT are kept as they stand;
      *   'Q' query   - hand back the saved header's figures only.
      * LV-RESULT is 'Y' when the level had a block to load or
      * query, or the save went in; 'N' otherwise. Load and query
      * hand back the visits saved so far and, as the player last
      * left the level, the monsters lying dead and the items still
      * standing in ENTITIES - what DOOMINT needs to tell this visit
      * from the ones before it. Ranges and bearings come back as
      * they were saved; DOOMSIM's pass recomputes them from where
      * the player now stands.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMLVST.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-STATE-FILE ASSIGN TO 'DOOM.LVLSTATE'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LVS-REL-KEY
               FILE STATUS IS WS-LVS-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RICH-STATUS.

           SELECT DOOR-STATE ASSIGN TO 'DOOM.DOORSTATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-STATE-FILE.
       COPY DOOMLVS.

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

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  DOOR-STATE.
       COPY DOOMDST.

       WORKING-STORAGE SECTION.
       COPY DOOMSTAT.

       01  WS-LVS-STATUS                  PIC XX.
           88  LVS-MISSING                VALUE '35'.
       01  WS-LVS-REL-KEY                 PIC 9(5).
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
           88  RICH-EOF                   VALUE '10'.
       01  WS-DOOR-STATUS                 PIC XX.
           88  DOOR-STATE-MISSING         VALUE '35'.
           88  DOOR-STATE-EOF             VALUE '10'.

      *    Each level's block of slots, and where each kind of
      *    record starts inside it.
       01  WS-SLOTS-PER-LEVEL             PIC 999 VALUE 150.
       01  WS-ENTITY-BASE                 PIC 999 VALUE 1.
       01  WS-RICH-BASE                   PIC 999 VALUE 51.
       01  WS-DOOR-BASE                   PIC 999 VALUE 115.
       01  WS-BLOCK-BASE                  PIC 9(5).

      *    The level's picture as taken off the live files or loaded
      *    back from its block.
       01  WS-LEVEL-PICTURE.
           05  WS-VISITS                  PIC 9(3).
           05  WS-SAVED-TICK              PIC 9(8).
           05  WS-MONSTERS-DEAD           PIC 9(3).
           05  WS-ITEMS-LEFT              PIC 9(3).
           05  WS-ENT-COUNT               PIC 99.
           05  WS-ENT-IMAGE OCCURS 50 TIMES PIC X(120).
           05  WS-RICH-COUNT              PIC 99.
           05  WS-RICH-IMAGE OCCURS 64 TIMES PIC X(80).
           05  WS-SAVE-DOOR-COUNT         PIC 99.
           05  WS-SAVE-DOOR OCCURS 35 TIMES PIC X(20).

      *    DOOM.DOORSTATE entries for every other level - written
      *    back as they were once the level's own are taken out.
      *    Same hundred-entry ceiling DOOMSIM reads the file to.
       01  WS-OTHER-DOORS.
           05  WS-OTHER-DOOR-COUNT        PIC 9(3).
           05  WS-OTHER-DOOR OCCURS 100 TIMES PIC X(20).
       01  WS-DOOR-READ-COUNT             PIC 9(3).

       01  WS-HEADER-FOUND                PIC X.
       01  WS-I                           PIC 999.

       LINKAGE SECTION.
       01  LVST-PARM.
           05  LV-FUNCTION                PIC X.
           05  LV-LEVEL                   PIC 99.
           05  LV-RESULT                  PIC X.
           05  LV-VISITS                  PIC 9(3).
           05  LV-MONSTERS-DEAD           PIC 9(3).
           05  LV-ITEMS-LEFT              PIC 9(3).
           05  LV-ENTITY-COUNT            PIC 99.
           05  LV-RICH-COUNT              PIC 99.
           05  LV-DOOR-COUNT              PIC 99.

       PROCEDURE DIVISION USING LVST-PARM.
       MAIN-PROCEDURE.
      *    Working storage outlives the CALL - every call starts from
      *    an empty picture.
           MOVE 'N' TO LV-RESULT
           MOVE ZERO TO LV-VISITS
           MOVE ZERO TO LV-MONSTERS-DEAD
           MOVE ZERO TO LV-ITEMS-LEFT
           MOVE ZERO TO LV-ENTITY-COUNT
           MOVE ZERO TO LV-RICH-COUNT
           MOVE ZERO TO LV-DOOR-COUNT
           INITIALIZE WS-LEVEL-PICTURE
           MOVE 'N' TO WS-HEADER-FOUND
           IF LV-LEVEL IS NOT NUMERIC OR LV-LEVEL = ZERO
               GOBACK
           END-IF
           COMPUTE WS-BLOCK-BASE =
               (LV-LEVEL - 1) * WS-SLOTS-PER-LEVEL
           EVALUATE LV-FUNCTION
               WHEN 'S'
                   PERFORM SAVE-LEVEL-STATE
               WHEN 'L'
                   PERFORM LOAD-LEVEL-STATE
               WHEN 'Q'
                   PERFORM QUERY-LEVEL-STATE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * Save - the live files into the level's block
      *----------------------------------------------------------------
       SAVE-LEVEL-STATE.
           PERFORM QUERY-LEVEL-STATE
           MOVE 'N' TO LV-RESULT
           PERFORM TAKE-LIVE-ENTITIES
           PERFORM TAKE-LIVE-ENEMIES
           PERFORM TAKE-LEVEL-DOORS
           ADD 1 TO WS-VISITS
           PERFORM WRITE-LEVEL-BLOCK
           MOVE 'Y' TO LV-RESULT
           PERFORM RETURN-LEVEL-FIGURES.

       TAKE-LIVE-ENTITIES.
      *    Zero-health monsters are the kills and 'I' records the
      *    items never picked up - the same reading DOOMINT gives
      *    ENTITIES at cut-over.
           MOVE ZERO TO WS-ENT-COUNT
           MOVE ZERO TO WS-MONSTERS-DEAD
           MOVE ZERO TO WS-ITEMS-LEFT
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
                               TO WS-ENT-IMAGE(WS-ENT-COUNT)
                           IF TACT-ENT-TYPE = 'M'
                              AND TACT-ENT-HEALTH = ZERO
                               ADD 1 TO WS-MONSTERS-DEAD
                           END-IF
                           IF TACT-ENT-TYPE = 'I'
                               ADD 1 TO WS-ITEMS-LEFT
                           END-IF
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       TAKE-LIVE-ENEMIES.
      *    Past the header/player/ammo trio, only the ENEMY records
      *    are the level's - anything else there belongs to the
      *    moment, not the place.
           MOVE ZERO TO WS-RICH-COUNT
           MOVE ZERO TO WS-SAVED-TICK
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF RICH-MISSING
               CONTINUE
           ELSE
               READ RICH-STATE INTO STATE-HEADER
                   AT END SET RICH-EOF TO TRUE
               END-READ
               IF NOT RICH-EOF AND VALID-STATE-REC
                  AND STATE-TICK IS NUMERIC
                   MOVE STATE-TICK TO WS-SAVED-TICK
               END-IF
               IF NOT RICH-EOF
                   READ RICH-STATE
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT RICH-EOF
                   READ RICH-STATE
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL RICH-EOF OR WS-RICH-COUNT >= 64
                   READ RICH-STATE INTO ENTITY-ENTRY(1)
                       AT END SET RICH-EOF TO TRUE
                       NOT AT END
                           IF VALID-ENTITY-REC(1)
                               ADD 1 TO WS-RICH-COUNT
                               MOVE RICH-STATE-RECORD
                                   TO WS-RICH-IMAGE(WS-RICH-COUNT)
                           END-IF
                   END-READ
                   IF NOT RICH-EOF AND WS-RICH-STATUS NOT = '00'
                       SET RICH-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE RICH-STATE
           END-IF.

       TAKE-LEVEL-DOORS.
      *    The level's open doors come off DOOM.DOORSTATE so DOOMSIM
      *    stops counting them down while the player is away; every
      *    other level's go back on as they were. The file is only
      *    rewritten when there was something of this level's in it.
           MOVE ZERO TO WS-SAVE-DOOR-COUNT
           MOVE ZERO TO WS-OTHER-DOOR-COUNT
           MOVE ZERO TO WS-DOOR-READ-COUNT
           MOVE '00' TO WS-DOOR-STATUS
           OPEN INPUT DOOR-STATE
           IF DOOR-STATE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL DOOR-STATE-EOF
                       OR WS-DOOR-READ-COUNT >= 100
                   READ DOOR-STATE
                       AT END SET DOOR-STATE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DOOR-READ-COUNT
                           IF DST-LEVEL IS NUMERIC
                              AND DST-LEVEL = LV-LEVEL
                              AND WS-SAVE-DOOR-COUNT < 35
                               ADD 1 TO WS-SAVE-DOOR-COUNT
                               MOVE DOOR-STATE-RECORD
                                   TO WS-SAVE-DOOR(WS-SAVE-DOOR-COUNT)
                           ELSE
                               ADD 1 TO WS-OTHER-DOOR-COUNT
                               MOVE DOOR-STATE-RECORD
                                   TO WS-OTHER-DOOR(WS-OTHER-DOOR-COUNT)
                           END-IF
                   END-READ
                   IF NOT DOOR-STATE-EOF
                      AND WS-DOOR-STATUS NOT = '00'
                       SET DOOR-STATE-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE DOOR-STATE
           END-IF
           IF WS-SAVE-DOOR-COUNT > ZERO
               OPEN OUTPUT DOOR-STATE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-OTHER-DOOR-COUNT
                   MOVE WS-OTHER-DOOR(WS-I) TO DOOR-STATE-RECORD
                   WRITE DOOR-STATE-RECORD
               END-PERFORM
               CLOSE DOOR-STATE
           END-IF.

       WRITE-LEVEL-BLOCK.
      *    A missing file is made by the first save.
           MOVE '00' TO WS-LVS-STATUS
           OPEN I-O LEVEL-STATE-FILE
           IF LVS-MISSING
               OPEN OUTPUT LEVEL-STATE-FILE
           END-IF
           MOVE SPACES TO LEVEL-STATE-HEADER
           MOVE 'LVSHEAD ' TO LVS-RECORD-TYPE
           MOVE LV-LEVEL TO LVS-LEVEL
           MOVE ZERO TO LVS-SEQ
           MOVE WS-VISITS TO LVSH-VISITS
           MOVE WS-SAVED-TICK TO LVSH-SAVED-TICK
           MOVE WS-ENT-COUNT TO LVSH-ENTITY-COUNT
           MOVE WS-RICH-COUNT TO LVSH-RICH-COUNT
           MOVE WS-SAVE-DOOR-COUNT TO LVSH-DOOR-COUNT
           MOVE WS-MONSTERS-DEAD TO LVSH-MONSTERS-DEAD
           MOVE WS-ITEMS-LEFT TO LVSH-ITEMS-LEFT
           COMPUTE WS-LVS-REL-KEY = WS-BLOCK-BASE + 1
           PERFORM PUT-LEVEL-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-COUNT
               MOVE SPACES TO LEVEL-STATE-RECORD
               MOVE 'LVSENTTY' TO LVS-RECORD-TYPE
               MOVE LV-LEVEL TO LVS-LEVEL
               MOVE WS-I TO LVS-SEQ
               MOVE WS-ENT-IMAGE(WS-I) TO LVS-BODY
               COMPUTE WS-LVS-REL-KEY =
                   WS-BLOCK-BASE + WS-ENTITY-BASE + WS-I
               PERFORM PUT-LEVEL-SLOT
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RICH-COUNT
               MOVE SPACES TO LEVEL-STATE-RECORD
               MOVE 'LVSRICH ' TO LVS-RECORD-TYPE
               MOVE LV-LEVEL TO LVS-LEVEL
               MOVE WS-I TO LVS-SEQ
               MOVE WS-RICH-IMAGE(WS-I) TO LVS-BODY
               COMPUTE WS-LVS-REL-KEY =
                   WS-BLOCK-BASE + WS-RICH-BASE + WS-I
               PERFORM PUT-LEVEL-SLOT
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SAVE-DOOR-COUNT
               MOVE SPACES TO LEVEL-STATE-RECORD
               MOVE 'LVSDOOR ' TO LVS-RECORD-TYPE
               MOVE LV-LEVEL TO LVS-LEVEL
               MOVE WS-I TO LVS-SEQ
               MOVE WS-SAVE-DOOR(WS-I) TO LVS-BODY
               COMPUTE WS-LVS-REL-KEY =
                   WS-BLOCK-BASE + WS-DOOR-BASE + WS-I
               PERFORM PUT-LEVEL-SLOT
           END-PERFORM
           CLOSE LEVEL-STATE-FILE.

       PUT-LEVEL-SLOT.
      *    A slot written on an earlier save is overwritten in place.
           WRITE LEVEL-STATE-RECORD
               INVALID KEY
                   REWRITE LEVEL-STATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.

      *----------------------------------------------------------------
      * Load - the level's block back onto the live files
      *----------------------------------------------------------------
       LOAD-LEVEL-STATE.
           PERFORM READ-LEVEL-BLOCK
           IF WS-HEADER-FOUND = 'Y'
               PERFORM RESTORE-ENTITIES
               PERFORM RESTORE-ENEMIES
               PERFORM RESTORE-LEVEL-DOORS
               MOVE 'Y' TO LV-RESULT
               PERFORM RETURN-LEVEL-FIGURES
           END-IF.

       READ-LEVEL-BLOCK.
           PERFORM READ-LEVEL-HEADER
           IF WS-HEADER-FOUND = 'Y'
               MOVE '00' TO WS-LVS-STATUS
               OPEN INPUT LEVEL-STATE-FILE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ENT-COUNT
                   COMPUTE WS-LVS-REL-KEY =
                       WS-BLOCK-BASE + WS-ENTITY-BASE + WS-I
                   READ LEVEL-STATE-FILE
                       INVALID KEY MOVE SPACES TO LEVEL-STATE-RECORD
                   END-READ
                   MOVE LVS-BODY TO WS-ENT-IMAGE(WS-I)
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RICH-COUNT
                   COMPUTE WS-LVS-REL-KEY =
                       WS-BLOCK-BASE + WS-RICH-BASE + WS-I
                   READ LEVEL-STATE-FILE
                       INVALID KEY MOVE SPACES TO LEVEL-STATE-RECORD
                   END-READ
                   MOVE LVS-BODY TO WS-RICH-IMAGE(WS-I)
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SAVE-DOOR-COUNT
                   COMPUTE WS-LVS-REL-KEY =
                       WS-BLOCK-BASE + WS-DOOR-BASE + WS-I
                   READ LEVEL-STATE-FILE
                       INVALID KEY MOVE SPACES TO LEVEL-STATE-RECORD
                   END-READ
                   MOVE LVS-BODY TO WS-SAVE-DOOR(WS-I)
               END-PERFORM
               CLOSE LEVEL-STATE-FILE
           END-IF.

       READ-LEVEL-HEADER.
      *    Only a header stamped with this level counts - a block
      *    never saved reads as nothing to load.
           MOVE 'N' TO WS-HEADER-FOUND
           MOVE '00' TO WS-LVS-STATUS
           OPEN INPUT LEVEL-STATE-FILE
           IF LVS-MISSING
               CONTINUE
           ELSE
               COMPUTE WS-LVS-REL-KEY = WS-BLOCK-BASE + 1
               READ LEVEL-STATE-FILE
                   INVALID KEY MOVE SPACES TO LEVEL-STATE-RECORD
               END-READ
               IF LVS-HEADER-REC AND LVS-LEVEL = LV-LEVEL
                  AND LVSH-VISITS IS NUMERIC
                  AND LVSH-ENTITY-COUNT IS NUMERIC
                  AND LVSH-RICH-COUNT IS NUMERIC
                  AND LVSH-DOOR-COUNT IS NUMERIC
                  AND LVSH-ENTITY-COUNT <= 50
                  AND LVSH-RICH-COUNT <= 64
                  AND LVSH-DOOR-COUNT <= 35
                   MOVE 'Y' TO WS-HEADER-FOUND
                   MOVE LVSH-VISITS TO WS-VISITS
                   MOVE LVSH-SAVED-TICK TO WS-SAVED-TICK
                   MOVE LVSH-ENTITY-COUNT TO WS-ENT-COUNT
                   MOVE LVSH-RICH-COUNT TO WS-RICH-COUNT
                   MOVE LVSH-DOOR-COUNT TO WS-SAVE-DOOR-COUNT
                   MOVE LVSH-MONSTERS-DEAD TO WS-MONSTERS-DEAD
                   MOVE LVSH-ITEMS-LEFT TO WS-ITEMS-LEFT
               END-IF
               CLOSE LEVEL-STATE-FILE
           END-IF.

       RESTORE-ENTITIES.
           OPEN OUTPUT ENTITIES
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-COUNT
               MOVE WS-ENT-IMAGE(WS-I) TO ENTITY-RECORD
               WRITE ENTITY-RECORD
           END-PERFORM
           CLOSE ENTITIES.

       RESTORE-ENEMIES.
      *    Same shape DOOMSPWN writes a fresh level in - the frame's
      *    trio as the engine left it, then the level's enemies. No
      *    full trio, no rewrite.
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF RICH-MISSING
               CONTINUE
           ELSE
               READ RICH-STATE INTO STATE-HEADER
                   AT END SET RICH-EOF TO TRUE
               END-READ
               IF NOT RICH-EOF
                   READ RICH-STATE INTO PLAYER-RECORD
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT RICH-EOF
                   READ RICH-STATE INTO AMMUNITION-RECORD
                       AT END SET RICH-EOF TO TRUE
                   END-READ
               END-IF
               CLOSE RICH-STATE
               IF NOT RICH-EOF
                   OPEN OUTPUT RICH-STATE
                   WRITE RICH-STATE-RECORD FROM STATE-HEADER
                   WRITE RICH-STATE-RECORD FROM PLAYER-RECORD
                   WRITE RICH-STATE-RECORD FROM AMMUNITION-RECORD
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-RICH-COUNT
                       MOVE WS-RICH-IMAGE(WS-I) TO RICH-STATE-RECORD
                       WRITE RICH-STATE-RECORD
                   END-PERFORM
                   CLOSE RICH-STATE
               END-IF
           END-IF.

       RESTORE-LEVEL-DOORS.
      *    Back on the end of DOOM.DOORSTATE with the ticks they had
      *    left - the cells themselves never shut while away. EXTEND
      *    won't make a missing file, so the first door does.
           IF WS-SAVE-DOOR-COUNT > ZERO
               MOVE '00' TO WS-DOOR-STATUS
               OPEN EXTEND DOOR-STATE
               IF DOOR-STATE-MISSING
                   OPEN OUTPUT DOOR-STATE
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SAVE-DOOR-COUNT
                   MOVE WS-SAVE-DOOR(WS-I) TO DOOR-STATE-RECORD
                   WRITE DOOR-STATE-RECORD
               END-PERFORM
               CLOSE DOOR-STATE
           END-IF.

      *----------------------------------------------------------------
      * Query - the saved header's figures only
      *----------------------------------------------------------------
       QUERY-LEVEL-STATE.
           PERFORM READ-LEVEL-HEADER
           IF WS-HEADER-FOUND = 'Y'
               MOVE 'Y' TO LV-RESULT
               PERFORM RETURN-LEVEL-FIGURES
           END-IF.

       RETURN-LEVEL-FIGURES.
           MOVE WS-VISITS TO LV-VISITS
           MOVE WS-MONSTERS-DEAD TO LV-MONSTERS-DEAD
           MOVE WS-ITEMS-LEFT TO LV-ITEMS-LEFT
           MOVE WS-ENT-COUNT TO LV-ENTITY-COUNT
           MOVE WS-RICH-COUNT TO LV-RICH-COUNT
           MOVE WS-SAVE-DOOR-COUNT TO LV-DOOR-COUNT.
