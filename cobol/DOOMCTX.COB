      *================================================================
      * DOOMCTX.COB - Tick Context Keeper
      * DOOMAI2, DOOMTACT, DOOMSIM, DOOMCBT, DOOMPLAN and DOOMREND
      * each went back to the LEVEL rows, DOOM.LEVELDIM, DOOM.VISITED
      * and ENTITIES on their own every tick - on the 30x60 levels
      * DOOMPERF showed map loading eating most of the batch window.
      * The CTX step now builds one DOOM.TICKCTX (DOOMCTX.CPY) at the
      * top of the tick, stamped with the tick and level, and those
      * readers take the map block, dimensions, visited mask and
      * entity table from it. DOOM.TICKCTX is read and written
      * nowhere else. Functions:
      *   'B' build   - copy the live files into a fresh context for
      *                 the current tick;
      *   'R' refresh - a step that has just changed the world
      *                 recopies what it touched, CX-SCOPE 'M' the
      *                 map block and dimensions, 'V' the visited
      *                 mask, 'E' the entity table, anything else
      *                 the lot. Only a context already built for
      *                 this tick is refreshed - with none, every
      *                 reader is on the live files anyway. A level
      *                 change since the build recopies the lot;
      *   'D' drop    - empty the file, so nothing matches;
      *   'M' map     - hand back the dimensions, map rows and
      *                 visited rows for level CX-LEVEL;
      *   'E' entities - hand back the entity table.
      * A fetch answers CX-RESULT 'Y' only when the context is this
      * tick's (and, for the map, this level's) and the live file
      * was there to copy; 'N' sends the caller to the live files,
      * which settle a missing file the way they always did. The
      * current tick is the DOOM.GAMESTAT header's and the level is
      * the compact GAMESTAT record's - without both there is no
      * context. Build, refresh and drop use nothing past CX-RESULT,
      * so the steps that only refresh pass just those fields.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCTX.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEXT-FILE ASSIGN TO 'DOOM.TICKCTX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTX-STATUS.

           SELECT RICH-STATE ASSIGN TO 'DOOM.GAMESTAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RICH-REL-KEY
               FILE STATUS IS WS-RICH-STATUS.

           SELECT GRID-STATE ASSIGN TO 'GAMESTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.

           SELECT LEVEL-DATA ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LEVEL-REL-KEY
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

           SELECT VISITED-MAP ASSIGN TO 'DOOM.VISITED'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-VIS-REL-KEY
               FILE STATUS IS WS-VISITED-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTEXT-FILE.
       COPY DOOMCTX.

       FD  RICH-STATE.
       01  RICH-STATE-RECORD              PIC X(80).

       FD  GRID-STATE.
       01  GRID-STATE-REC.
           05  FILLER                     PIC X(21).
           05  GRID-STATE-LEVEL           PIC 99.
           05  FILLER                     PIC X(56).

       FD  LEVEL-DATA.
       01  LEVEL-REC                      PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  VISITED-MAP.
       01  VISITED-REC                    PIC X(80).

       FD  ENTITIES
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ENTITY-RECORD                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CTX-STATUS                  PIC XX.
           88  CTX-MISSING                VALUE '35'.
           88  CTX-EOF                    VALUE '10'.
       01  WS-RICH-STATUS                 PIC XX.
           88  RICH-MISSING               VALUE '35'.
       01  WS-RICH-REL-KEY                PIC 9(4).
       01  WS-GRID-STATUS                 PIC XX.
       01  WS-LEVEL-STATUS                PIC XX.
           88  LEVEL-MISSING              VALUE '35'.
       01  WS-LEVEL-REL-KEY               PIC 9(4).
       01  WS-LDM-STATUS                  PIC XX.
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-VISITED-STATUS              PIC XX.
           88  VISITED-MISSING            VALUE '35'.
       01  WS-VIS-REL-KEY                 PIC 9(4).
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.

       01  STATE-HEADER.
           05  STATE-RECORD-TYPE          PIC X(8).
               88  VALID-STATE-REC        VALUE 'STATE   '.
           05  STATE-TICK                 PIC 9(8).
           05  FILLER                     PIC X(64).

      *    Where the world stands now - the tick the header says and
      *    the level the compact record says.
       01  WS-NOW.
           05  WS-NOW-TICK                PIC 9(8).
           05  WS-NOW-KNOWN               PIC X.
           05  WS-NOW-LEVEL               PIC 99.
           05  WS-NOW-LEVEL-KNOWN         PIC X.

      *    The context as built or as loaded back - header fields,
      *    then the three tables the file carries.
       01  WS-CONTEXT.
           05  WS-CX-LOADED               PIC X.
           05  WS-CX-TICK                 PIC 9(8).
           05  WS-CX-LEVEL                PIC 99.
           05  WS-CX-ROWS                 PIC 99.
           05  WS-CX-COLS                 PIC 99.
           05  WS-CX-ROWS-FOUND           PIC 99.
           05  WS-CX-MAP-PRESENT          PIC X.
           05  WS-CX-VISITED-PRESENT      PIC X.
           05  WS-CX-ENTITIES-PRESENT     PIC X.
           05  WS-CX-ENTITY-COUNT         PIC 99.
           05  WS-CX-MAP-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-VISITED-ROW OCCURS 30 TIMES PIC X(80).
           05  WS-CX-ENTITY OCCURS 50 TIMES PIC X(120).
       01  WS-ROW-GAP                     PIC X.
       01  WS-I                           PIC 99.

       LINKAGE SECTION.
       01  CTX-PARM.
           05  CX-FUNCTION                PIC X.
           05  CX-SCOPE                   PIC X.
           05  CX-LEVEL                   PIC 99.
           05  CX-RESULT                  PIC X.
           05  CX-ROWS                    PIC 99.
           05  CX-COLS                    PIC 99.
           05  CX-ROWS-FOUND              PIC 99.
           05  CX-VISITED-PRESENT         PIC X.
           05  CX-ENTITY-COUNT            PIC 99.
           05  CX-MAP-ROW OCCURS 30 TIMES PIC X(80).
           05  CX-VISITED-ROW OCCURS 30 TIMES PIC X(80).
           05  CX-ENTITY OCCURS 50 TIMES PIC X(120).

       PROCEDURE DIVISION USING CTX-PARM.
       MAIN-PROCEDURE.
      *    Working storage outlives the CALL - every call starts
      *    from an empty context and a fresh look at the clock.
           MOVE 'N' TO CX-RESULT
           INITIALIZE WS-CONTEXT
           MOVE 'N' TO WS-CX-LOADED
           PERFORM RESOLVE-CURRENT-TICK
           EVALUATE CX-FUNCTION
               WHEN 'B'
                   PERFORM BUILD-CONTEXT
               WHEN 'R'
                   PERFORM REFRESH-CONTEXT
               WHEN 'D'
                   PERFORM DROP-CONTEXT
               WHEN 'M'
                   PERFORM FETCH-MAP-CONTEXT
               WHEN 'E'
                   PERFORM FETCH-ENTITY-CONTEXT
           END-EVALUATE
           GOBACK.

       RESOLVE-CURRENT-TICK.
           MOVE ZERO TO WS-NOW-TICK
           MOVE 'N' TO WS-NOW-KNOWN
           MOVE '00' TO WS-RICH-STATUS
           OPEN INPUT RICH-STATE
           IF NOT RICH-MISSING
               MOVE 1 TO WS-RICH-REL-KEY
               READ RICH-STATE INTO STATE-HEADER
                   INVALID KEY MOVE SPACES TO STATE-HEADER
               END-READ
               IF VALID-STATE-REC AND STATE-TICK IS NUMERIC
                   MOVE STATE-TICK TO WS-NOW-TICK
                   MOVE 'Y' TO WS-NOW-KNOWN
               END-IF
               CLOSE RICH-STATE
           END-IF.

       RESOLVE-CURRENT-LEVEL.
      *    Either status failing - a missing file or a GAMESTAT
      *    still in the engine-side shape - leaves the level unknown.
           MOVE ZERO TO WS-NOW-LEVEL
           MOVE 'N' TO WS-NOW-LEVEL-KNOWN
           OPEN INPUT GRID-STATE
           IF WS-GRID-STATUS = '00'
               READ GRID-STATE
                   AT END MOVE '10' TO WS-GRID-STATUS
               END-READ
               IF WS-GRID-STATUS = '00'
                  AND GRID-STATE-LEVEL IS NUMERIC
                  AND GRID-STATE-LEVEL > ZERO
                   MOVE GRID-STATE-LEVEL TO WS-NOW-LEVEL
                   MOVE 'Y' TO WS-NOW-LEVEL-KNOWN
               END-IF
               CLOSE GRID-STATE
           END-IF.

       BUILD-CONTEXT.
           PERFORM RESOLVE-CURRENT-LEVEL
           IF WS-NOW-KNOWN = 'Y' AND WS-NOW-LEVEL-KNOWN = 'Y'
               PERFORM COPY-LIVE-MAP
               PERFORM COPY-LIVE-VISITED
               PERFORM COPY-LIVE-ENTITIES
               PERFORM SAVE-CONTEXT
               MOVE 'Y' TO CX-RESULT
           ELSE
               PERFORM DROP-CONTEXT
               MOVE 'N' TO CX-RESULT
           END-IF.

       REFRESH-CONTEXT.
           PERFORM LOAD-CONTEXT
           IF WS-CX-LOADED = 'Y' AND WS-NOW-KNOWN = 'Y'
              AND WS-CX-TICK = WS-NOW-TICK
               PERFORM RESOLVE-CURRENT-LEVEL
               IF WS-NOW-LEVEL-KNOWN = 'N'
                   PERFORM DROP-CONTEXT
               ELSE
                   IF WS-NOW-LEVEL NOT = WS-CX-LEVEL
                       MOVE 'A' TO CX-SCOPE
                   END-IF
                   EVALUATE CX-SCOPE
                       WHEN 'M'
                           PERFORM COPY-LIVE-MAP
                       WHEN 'V'
                           PERFORM COPY-LIVE-VISITED
                       WHEN 'E'
                           PERFORM COPY-LIVE-ENTITIES
                       WHEN OTHER
                           PERFORM COPY-LIVE-MAP
                           PERFORM COPY-LIVE-VISITED
                           PERFORM COPY-LIVE-ENTITIES
                   END-EVALUATE
                   PERFORM SAVE-CONTEXT
                   MOVE 'Y' TO CX-RESULT
               END-IF
           END-IF.

       DROP-CONTEXT.
           OPEN OUTPUT CONTEXT-FILE
           CLOSE CONTEXT-FILE
           MOVE 'Y' TO CX-RESULT.

       FETCH-MAP-CONTEXT.
           PERFORM LOAD-CONTEXT
           IF WS-CX-LOADED = 'Y' AND WS-NOW-KNOWN = 'Y'
              AND WS-CX-TICK = WS-NOW-TICK
              AND WS-CX-LEVEL = CX-LEVEL
              AND WS-CX-MAP-PRESENT = 'Y'
               MOVE WS-CX-ROWS TO CX-ROWS
               MOVE WS-CX-COLS TO CX-COLS
               MOVE WS-CX-ROWS-FOUND TO CX-ROWS-FOUND
               MOVE WS-CX-VISITED-PRESENT TO CX-VISITED-PRESENT
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
                   MOVE WS-CX-MAP-ROW(WS-I) TO CX-MAP-ROW(WS-I)
                   MOVE WS-CX-VISITED-ROW(WS-I)
                       TO CX-VISITED-ROW(WS-I)
               END-PERFORM
               MOVE 'Y' TO CX-RESULT
           END-IF.

       FETCH-ENTITY-CONTEXT.
      *    ENTITIES is one file whatever the level - the tick is all
      *    that has to match.
           PERFORM LOAD-CONTEXT
           IF WS-CX-LOADED = 'Y' AND WS-NOW-KNOWN = 'Y'
              AND WS-CX-TICK = WS-NOW-TICK
              AND WS-CX-ENTITIES-PRESENT = 'Y'
               MOVE WS-CX-ENTITY-COUNT TO CX-ENTITY-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ENTITY-COUNT
                   MOVE WS-CX-ENTITY(WS-I) TO CX-ENTITY(WS-I)
               END-PERFORM
               MOVE 'Y' TO CX-RESULT
           END-IF.

       COPY-LIVE-MAP.
      *    The dimensions come first - they say how many rows to
      *    take. Same defaulting and bounds every map reader applies.
           MOVE WS-NOW-LEVEL TO WS-CX-LEVEL
           MOVE 20 TO WS-CX-ROWS
           MOVE 40 TO WS-CX-COLS
           OPEN INPUT LEVEL-DIMS
           IF WS-LDM-STATUS = '00'
               MOVE WS-NOW-LEVEL TO WS-LDM-REL-KEY
               READ LEVEL-DIMS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LDM-ROWS IS NUMERIC AND LDM-ROWS >= 3
                          AND LDM-ROWS <= 30
                           MOVE LDM-ROWS TO WS-CX-ROWS
                       END-IF
                       IF LDM-COLS IS NUMERIC AND LDM-COLS >= 3
                          AND LDM-COLS <= 60
                           MOVE LDM-COLS TO WS-CX-COLS
                       END-IF
               END-READ
               CLOSE LEVEL-DIMS
           END-IF
           MOVE 'N' TO WS-CX-MAP-PRESENT
           MOVE ZERO TO WS-CX-ROWS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               MOVE SPACES TO WS-CX-MAP-ROW(WS-I)
           END-PERFORM
           OPEN INPUT LEVEL-DATA
           IF NOT LEVEL-MISSING
               MOVE 'Y' TO WS-CX-MAP-PRESENT
               MOVE WS-CX-ROWS TO WS-CX-ROWS-FOUND
               MOVE 'N' TO WS-ROW-GAP
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ROWS
                   COMPUTE WS-LEVEL-REL-KEY =
                       (WS-NOW-LEVEL - 1) * 30 + WS-I
                   READ LEVEL-DATA
                       INVALID KEY
                           MOVE ALL '#' TO WS-CX-MAP-ROW(WS-I)
                           IF WS-ROW-GAP = 'N'
                               COMPUTE WS-CX-ROWS-FOUND = WS-I - 1
                               MOVE 'Y' TO WS-ROW-GAP
                           END-IF
                       NOT INVALID KEY
                           MOVE LEVEL-REC TO WS-CX-MAP-ROW(WS-I)
                   END-READ
               END-PERFORM
               CLOSE LEVEL-DATA
           END-IF.

       COPY-LIVE-VISITED.
           MOVE 'N' TO WS-CX-VISITED-PRESENT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               MOVE SPACES TO WS-CX-VISITED-ROW(WS-I)
           END-PERFORM
           OPEN INPUT VISITED-MAP
           IF NOT VISITED-MISSING
               MOVE 'Y' TO WS-CX-VISITED-PRESENT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ROWS
                   COMPUTE WS-VIS-REL-KEY =
                       (WS-NOW-LEVEL - 1) * 30 + WS-I
                   READ VISITED-MAP
                       INVALID KEY MOVE SPACES TO VISITED-REC
                   END-READ
                   MOVE VISITED-REC TO WS-CX-VISITED-ROW(WS-I)
               END-PERFORM
               CLOSE VISITED-MAP
           END-IF.

       COPY-LIVE-ENTITIES.
           MOVE 'N' TO WS-CX-ENTITIES-PRESENT
           MOVE ZERO TO WS-CX-ENTITY-COUNT
           MOVE '00' TO WS-ENTITIES-STATUS
           OPEN INPUT ENTITIES
           IF NOT ENTITIES-MISSING
               MOVE 'Y' TO WS-CX-ENTITIES-PRESENT
               PERFORM UNTIL ENTITIES-EOF OR WS-CX-ENTITY-COUNT >= 50
                   READ ENTITIES
                       AT END SET ENTITIES-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CX-ENTITY-COUNT
                           MOVE ENTITY-RECORD
                               TO WS-CX-ENTITY(WS-CX-ENTITY-COUNT)
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       LOAD-CONTEXT.
      *    The header has to lead - a file that starts any other way
      *    is not a context at all.
           MOVE 'N' TO WS-CX-LOADED
           MOVE '00' TO WS-CTX-STATUS
           OPEN INPUT CONTEXT-FILE
           IF NOT CTX-MISSING
               READ CONTEXT-FILE
                   AT END SET CTX-EOF TO TRUE
               END-READ
               IF WS-CTX-STATUS = '00' AND CTX-HEADER-REC
                  AND CTXH-TICK IS NUMERIC
                   MOVE 'Y' TO WS-CX-LOADED
                   MOVE CTXH-TICK TO WS-CX-TICK
                   MOVE CTXH-LEVEL TO WS-CX-LEVEL
                   MOVE CTXH-ROWS TO WS-CX-ROWS
                   MOVE CTXH-COLS TO WS-CX-COLS
                   MOVE CTXH-ROWS-FOUND TO WS-CX-ROWS-FOUND
                   MOVE CTXH-MAP-PRESENT TO WS-CX-MAP-PRESENT
                   MOVE CTXH-VISITED-PRESENT TO WS-CX-VISITED-PRESENT
                   MOVE CTXH-ENTITIES-PRESENT
                       TO WS-CX-ENTITIES-PRESENT
                   MOVE ZERO TO WS-CX-ENTITY-COUNT
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
                       MOVE SPACES TO WS-CX-MAP-ROW(WS-I)
                       MOVE SPACES TO WS-CX-VISITED-ROW(WS-I)
                   END-PERFORM
                   PERFORM UNTIL CTX-EOF
                       READ CONTEXT-FILE
                           AT END SET CTX-EOF TO TRUE
                           NOT AT END
                               PERFORM TAKE-CONTEXT-RECORD
                       END-READ
                       IF NOT CTX-EOF AND WS-CTX-STATUS NOT = '00'
                           SET CTX-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTEXT-FILE
           END-IF.

       TAKE-CONTEXT-RECORD.
           IF CTX-SEQ IS NUMERIC AND CTX-SEQ > ZERO
               EVALUATE TRUE
                   WHEN CTX-MAP-REC AND CTX-SEQ <= 30
                       MOVE CTX-BODY TO WS-CX-MAP-ROW(CTX-SEQ)
                   WHEN CTX-VISITED-REC AND CTX-SEQ <= 30
                       MOVE CTX-BODY TO WS-CX-VISITED-ROW(CTX-SEQ)
                   WHEN CTX-ENTITY-REC AND CTX-SEQ <= 50
                       MOVE CTX-BODY TO WS-CX-ENTITY(CTX-SEQ)
                       IF CTX-SEQ > WS-CX-ENTITY-COUNT
                           MOVE CTX-SEQ TO WS-CX-ENTITY-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       SAVE-CONTEXT.
      *    A context is a few dozen records - rewrite it whole,
      *    stamped with the tick it now stands for.
           OPEN OUTPUT CONTEXT-FILE
           MOVE SPACES TO TICK-CONTEXT-HEADER
           MOVE 'CTXHEAD ' TO CTX-RECORD-TYPE
           MOVE ZERO TO CTX-SEQ
           MOVE WS-NOW-TICK TO CTXH-TICK
           MOVE WS-CX-LEVEL TO CTXH-LEVEL
           MOVE WS-CX-ROWS TO CTXH-ROWS
           MOVE WS-CX-COLS TO CTXH-COLS
           MOVE WS-CX-ROWS-FOUND TO CTXH-ROWS-FOUND
           MOVE WS-CX-MAP-PRESENT TO CTXH-MAP-PRESENT
           MOVE WS-CX-VISITED-PRESENT TO CTXH-VISITED-PRESENT
           MOVE WS-CX-ENTITIES-PRESENT TO CTXH-ENTITIES-PRESENT
           MOVE WS-CX-ENTITY-COUNT TO CTXH-ENTITY-COUNT
           WRITE TICK-CONTEXT-HEADER
           IF WS-CX-MAP-PRESENT = 'Y'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ROWS
                   MOVE SPACES TO TICK-CONTEXT-RECORD
                   MOVE 'CTXMAP  ' TO CTX-RECORD-TYPE
                   MOVE WS-I TO CTX-SEQ
                   MOVE WS-CX-MAP-ROW(WS-I) TO CTX-BODY
                   WRITE TICK-CONTEXT-RECORD
               END-PERFORM
           END-IF
           IF WS-CX-VISITED-PRESENT = 'Y'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CX-ROWS
                   MOVE SPACES TO TICK-CONTEXT-RECORD
                   MOVE 'CTXVISIT' TO CTX-RECORD-TYPE
                   MOVE WS-I TO CTX-SEQ
                   MOVE WS-CX-VISITED-ROW(WS-I) TO CTX-BODY
                   WRITE TICK-CONTEXT-RECORD
               END-PERFORM
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CX-ENTITY-COUNT
               MOVE SPACES TO TICK-CONTEXT-RECORD
               MOVE 'CTXENTTY' TO CTX-RECORD-TYPE
               MOVE WS-I TO CTX-SEQ
               MOVE WS-CX-ENTITY(WS-I) TO CTX-BODY
               WRITE TICK-CONTEXT-RECORD
           END-PERFORM
           CLOSE CONTEXT-FILE.
