      *================================================================
      * DOOMGOAL.COB - Level Objective Judge
      * A level used to end the moment the player stepped on an 'X'
      * or 'Z'. The catalog now says what the level asks first
      * (LVM-OBJECTIVE in DOOMLVM.CPY): reach the exit, kill every
      * monster, kill every monster of one ENTITY-TYPE, collect
      * every keycard, or survive a number of ticks. Called with a
      * level and the tick in play, this looks the objective up and
      * judges it against the world as it stands - ENTITIES for the
      * monsters still alive (DOOMSPWN's population, kept current by
      * the combat steps), the level's map rows for keycards still
      * lying on the floor, DOOM.INTLEVEL's start tick for the time
      * already survived - and hands back whether it is met, how
      * much is still left and a short description. DOOMMV asks
      * before it lets either exit take the player out, DOOMREND
      * shows the progress on the status lines and DOOMINT reports
      * the verdict at cut-over, so all three judge it the same way.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMGOAL.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-META ASSIGN TO 'DOOM.LEVELMETA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.

           SELECT ENTITIES ASSIGN TO 'ENTITIES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITIES-STATUS.

           SELECT LEVEL-DATA ASSIGN TO 'LEVEL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LEVEL-REL-KEY
               FILE STATUS IS WS-LEVEL-STATUS.

      *    Per-level grid dimensions - a level with no record reads
      *    as the classic 20x40.
           SELECT LEVEL-DIMS ASSIGN TO 'DOOM.LEVELDIM'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LDM-REL-KEY
               FILE STATUS IS WS-LDM-STATUS.

      *    DOOMINT's record of the level in play and the tick it
      *    opened on - the survive clock starts there.
           SELECT INT-LEVEL-FILE ASSIGN TO 'DOOM.INTLEVEL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTLEVEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-META.
       COPY DOOMLVM.

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

       FD  LEVEL-DATA.
       01  LEVEL-REC                      PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  INT-LEVEL-FILE.
       01  INT-LEVEL-REC.
           05  INT-LEVEL       PIC 99.
           05  INT-START-TICK  PIC 9(8).
           05  FILLER          PIC X(20).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMGOAL'.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-META-STATUS                 PIC XX.
           88  META-MISSING               VALUE '35'.
           88  META-EOF                   VALUE '10'.
       01  WS-ENTITIES-STATUS             PIC XX.
           88  ENTITIES-MISSING           VALUE '35'.
           88  ENTITIES-EOF               VALUE '10'.
       01  WS-LEVEL-STATUS                PIC XX.
           88  LEVEL-MISSING              VALUE '35'.
       01  WS-LEVEL-REL-KEY               PIC 9(4).
       01  WS-LDM-STATUS                  PIC XX.
           88  DIMS-MISSING               VALUE '35'.
       01  WS-LDM-REL-KEY                 PIC 9(4).
       01  WS-INTLEVEL-STATUS             PIC XX.
           88  INTLEVEL-MISSING           VALUE '35'.

       01  WS-MAP-ROWS                    PIC 99 VALUE 20.
       01  WS-MAP-COLS                    PIC 99 VALUE 40.
       01  WS-ROW                         PIC 99.
       01  WS-COL                         PIC 99.

       01  WS-START-TICK                  PIC 9(8).
       01  WS-SURVIVED                    PIC 9(8).

      *    Type names for a kill-type objective come from the
      *    bestiary, so the status line says what the catalog does.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.

       LINKAGE SECTION.
       01  GOAL-PARM.
           05  GL-LEVEL            PIC 99.
           05  GL-TICK             PIC 9(8).
      *    Outputs - the objective as catalogued, whether the world
      *    as it stands meets it, how much is left (monsters alive,
      *    keycards on the floor, ticks still to survive) and, once
      *    met, the tick it was met on as far as that is known: a
      *    survive objective knows its own, the rest say GL-TICK.
           05  GL-OBJECTIVE        PIC X.
           05  GL-TARGET           PIC 9(5).
           05  GL-MET              PIC X.
           05  GL-LEFT             PIC 9(5).
           05  GL-MET-TICK         PIC 9(8).
           05  GL-TEXT             PIC X(24).

       PROCEDURE DIVISION USING GOAL-PARM.
       MAIN-PROCEDURE.
           MOVE 'E' TO GL-OBJECTIVE
           MOVE ZERO TO GL-TARGET
           MOVE 'Y' TO GL-MET
           MOVE ZERO TO GL-LEFT
           MOVE GL-TICK TO GL-MET-TICK
           MOVE 'REACH THE EXIT' TO GL-TEXT
           PERFORM READ-LEVEL-OBJECTIVE
           EVALUATE GL-OBJECTIVE
               WHEN 'K'
                   MOVE 'KILL ALL MONSTERS' TO GL-TEXT
                   PERFORM COUNT-MONSTERS-ALIVE
               WHEN 'T'
                   PERFORM DESCRIBE-KILL-TYPE
                   PERFORM COUNT-MONSTERS-ALIVE
               WHEN 'C'
                   MOVE 'COLLECT ALL KEYS' TO GL-TEXT
                   PERFORM COUNT-KEYS-LEFT
               WHEN 'S'
                   MOVE SPACES TO GL-TEXT
                   STRING 'SURVIVE ' DELIMITED BY SIZE
                          GL-TARGET DELIMITED BY SIZE
                          ' TICKS' DELIMITED BY SIZE
                          INTO GL-TEXT
                   PERFORM COUNT-TICKS-LEFT
           END-EVALUATE
           IF GL-LEFT > ZERO
               MOVE 'N' TO GL-MET
           END-IF
           GOBACK.

       READ-LEVEL-OBJECTIVE.
      *    No catalog, no record for the level, or an objective code
      *    this program doesn't know all read as reach-the-exit.
           MOVE '00' TO WS-META-STATUS
           OPEN INPUT LEVEL-META
           IF META-MISSING
               CONTINUE
           ELSE
               PERFORM CHECK-LEVELMETA-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL META-EOF
                       READ LEVEL-META
                           AT END SET META-EOF TO TRUE
                           NOT AT END
                               IF LVM-LEVEL = GL-LEVEL
                                   PERFORM TAKE-LEVEL-OBJECTIVE
                               END-IF
                       END-READ
                       IF NOT META-EOF AND WS-META-STATUS NOT = '00'
                           SET META-EOF TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEVEL-META
           END-IF.

       TAKE-LEVEL-OBJECTIVE.
           EVALUATE TRUE
               WHEN LVM-OBJ-KILL-ALL
               WHEN LVM-OBJ-KEYS
                   MOVE LVM-OBJECTIVE TO GL-OBJECTIVE
               WHEN LVM-OBJ-KILL-TYPE
               WHEN LVM-OBJ-SURVIVE
                   IF LVM-OBJ-TARGET IS NUMERIC
                      AND LVM-OBJ-TARGET > ZERO
                       MOVE LVM-OBJECTIVE TO GL-OBJECTIVE
                       MOVE LVM-OBJ-TARGET TO GL-TARGET
                   END-IF
           END-EVALUATE.

       DESCRIBE-KILL-TYPE.
           IF GL-TARGET >= 1 AND GL-TARGET <= 10
               CALL 'DOOMCATL' USING CATALOG-TABLE
               MOVE GL-TARGET TO WS-CAT-I
               MOVE SPACES TO GL-TEXT
               STRING 'KILL ALL ' DELIMITED BY SIZE
                      CAT-B-NAME(WS-CAT-I) DELIMITED BY SIZE
                      INTO GL-TEXT
           ELSE
               MOVE SPACES TO GL-TEXT
               STRING 'KILL ALL TYPE ' DELIMITED BY SIZE
                      GL-TARGET(4:2) DELIMITED BY SIZE
                      INTO GL-TEXT
           END-IF.

       COUNT-MONSTERS-ALIVE.
      *    Every 'M' record still standing counts - or, for a
      *    kill-type objective, every one of that type. Barrels are
      *    'B' records and never count.
           OPEN INPUT ENTITIES
           IF ENTITIES-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL ENTITIES-EOF
                   READ ENTITIES
                       AT END SET ENTITIES-EOF TO TRUE
                       NOT AT END
                           IF TACT-ENT-TYPE = 'M'
                              AND TACT-ENT-HEALTH IS NUMERIC
                              AND TACT-ENT-HEALTH > ZERO
                              AND (GL-OBJECTIVE = 'K'
                                   OR TACT-ENT-SUBTYPE = GL-TARGET)
                               ADD 1 TO GL-LEFT
                           END-IF
                   END-READ
                   IF NOT ENTITIES-EOF
                      AND WS-ENTITIES-STATUS NOT = '00'
                       SET ENTITIES-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ENTITIES
           END-IF.

       COUNT-KEYS-LEFT.
      *    A keycard is collected by walking onto it, which turns
      *    its '1'/'2'/'3' cell to floor - any still on the map are
      *    keys not yet taken.
           PERFORM READ-LEVEL-DIMS
           OPEN INPUT LEVEL-DATA
           IF LEVEL-MISSING
               CONTINUE
           ELSE
               PERFORM VARYING WS-ROW FROM 1 BY 1
                       UNTIL WS-ROW > WS-MAP-ROWS
                   COMPUTE WS-LEVEL-REL-KEY =
                       (GL-LEVEL - 1) * 30 + WS-ROW
                   READ LEVEL-DATA
                       INVALID KEY MOVE SPACES TO LEVEL-REC
                   END-READ
                   PERFORM VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > WS-MAP-COLS
                       IF LEVEL-REC(WS-COL:1) = '1'
                          OR LEVEL-REC(WS-COL:1) = '2'
                          OR LEVEL-REC(WS-COL:1) = '3'
                           ADD 1 TO GL-LEFT
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE LEVEL-DATA
           END-IF.

       READ-LEVEL-DIMS.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF NOT DIMS-MISSING
               MOVE GL-LEVEL TO WS-LDM-REL-KEY
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

       COUNT-TICKS-LEFT.
      *    The clock runs from the tick DOOMINT saw the level open.
      *    No record for this level (a fresh life, DOOMINT not run
      *    yet) means the level has only just opened - nothing is
      *    survived yet, so the exit never opens early.
           MOVE GL-TICK TO WS-START-TICK
           OPEN INPUT INT-LEVEL-FILE
           IF NOT INTLEVEL-MISSING
               READ INT-LEVEL-FILE
                   NOT AT END
                       IF INT-LEVEL = GL-LEVEL
                          AND INT-START-TICK IS NUMERIC
                          AND INT-START-TICK <= GL-TICK
                           MOVE INT-START-TICK TO WS-START-TICK
                       END-IF
               END-READ
               CLOSE INT-LEVEL-FILE
           END-IF
           COMPUTE WS-SURVIVED = GL-TICK - WS-START-TICK
           IF WS-SURVIVED < GL-TARGET
               COMPUTE GL-LEFT = GL-TARGET - WS-SURVIVED
           ELSE
               COMPUTE GL-MET-TICK = WS-START-TICK + GL-TARGET
           END-IF.

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
