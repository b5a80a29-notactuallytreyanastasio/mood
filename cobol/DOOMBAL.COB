      *================================================================
      * DOOMBAL.COB - Pre-Release Level Balance Analyzer
      * DOOMLEVL proves a map is legal and DOOMMRCN proves every
      * placement lands on an open, reachable cell, but neither one
      * says whether the level can be played: a week of soak runs
      * reading DOOM.AMMOLDGR was the only way to find a level that
      * starves the player. For the PARM level this reads the LEVEL
      * rows, the DOOM.MANIFEST placements and the DOOM.SKILL
      * setting and writes a balance sheet to DOOM.BALRPT:
      *   - firepower: the monster roster's total hit points (skill
      *     scaled the way DOOMSPWN spawns them) against the damage
      *     the level's ammo can deliver through the weapons the
      *     player can hold by then - the fist and pistol every life
      *     starts with plus every weapon pickup placed on this
      *     level or an earlier one. Rounds no available weapon can
      *     fire are shown as stranded;
      *   - survival: health and armor supply against the damage
      *     the roster is expected to deal while the best available
      *     weapon puts each monster down one round per tick;
      *   - regions: the map cut into 10 x 10 blocks, each with its
      *     open cells, monsters per hundred open cells, and its own
      *     firepower and survival figures from what is placed
      *     inside it, flagged STARVED, FAIR or GENEROUS.
      * The level figures add the fresh-life load (100 health, 50
      * bullets) - nothing carried over from earlier levels is
      * assumed. Pickup values are the ones DOOMSIM pays out; armor
      * items are credited at 100 points, but armor only ever soaks
      * a third of a hit (DOOMCBT's split), so no more than a third
      * of the expected damage is credited to it.
      * A ratio under 100% is STARVED, under 200% FAIR, otherwise
      * GENEROUS; the lesser of the firepower and survival ratios
      * decides. RETURN-CODE 4 flags a starved level or region, 12 a
      * level block that cannot be read, 0 a level that balances.
      * PARM-SKILL, when passed, overrides DOOM.SKILL so designers
      * can sheet a level at every skill without touching the live
      * setting.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMBAL.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO 'DOOM.MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

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

           SELECT SKILL-FILE ASSIGN TO 'DOOM.SKILL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKILL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DOOM.BALRPT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       COPY DOOMMAN.

       FD  LEVEL-DATA.
       01  LEVEL-REC         PIC X(80).

       FD  LEVEL-DIMS.
       COPY DOOMLDM.

       FD  SKILL-FILE.
       COPY DOOMSKL.

       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
      *    Shaped to match DOOMVER's LINKAGE - a versioned file's
      *    header is judged on open before any record of it is used.
       01  WS-VER-PARM.
           05  WS-VP-FUNCTION      PIC X.
           05  WS-VP-PROGRAM       PIC X(8) VALUE 'DOOMBAL '.
           05  WS-VP-FILE-NAME     PIC X(14).
           05  WS-VP-LAYOUT        PIC X(8).
           05  WS-VP-HEADER        PIC X(30).
           05  WS-VP-VERSION       PIC 99.
           05  WS-VP-RESULT        PIC X.
               88  WS-VP-ACCEPTED  VALUE 'A'.
       01  WS-VER-HOLD             PIC X(80).
       01  WS-MANIFEST-STATUS PIC XX.
           88  MANIFEST-MISSING VALUE '35'.
           88  MANIFEST-EOF     VALUE '10'.
       01  WS-LEVEL-STATUS    PIC XX.
           88  LEVEL-MISSING    VALUE '35'.
       01  WS-LEVEL-REL-KEY   PIC 9(4).
       01  WS-LDM-REL-KEY     PIC 9(4).
       01  WS-LDM-STATUS      PIC XX.
           88  DIMS-MISSING     VALUE '35'.
       01  WS-SKILL-STATUS    PIC XX.
           88  SKILL-MISSING    VALUE '35'.
       01  WS-MAP-ROWS        PIC 99 VALUE 20.
       01  WS-MAP-COLS        PIC 99 VALUE 40.

       01  WS-MAP-ARRAY.
           05  WS-MAP-ROW OCCURS 30 TIMES.
               10  WS-MAP-CELL OCCURS 60 TIMES PIC X.
       01  WS-MAP-OK          PIC X VALUE 'N'.

       01  WS-LEVEL-NUM       PIC 99 VALUE 1.
       01  WS-SKILL           PIC 9 VALUE 2.
       01  WS-SKILL-NAME      PIC X(9) VALUE 'NORMAL'.
       01  WS-CELL            PIC X.
       01  WS-RETURN-CODE     PIC 99 VALUE ZERO.
       01  WS-REPORT-LINE     PIC X(80).

      *    The bestiary the analyzer prices the roster from,
      *    taken from the stat catalogs - base hit points as
      *    DOOMSPWN spawns them, and the per-tick attack DOOMSIM
      *    lands: the ranged figure for the types that shoot (they
      *    open fire long before they close), the melee bite for
      *    the rest, each with the type's skill percentages. Row 10
      *    prices a MAN-TYPE outside the ENT-IMP..ENT-SPIDER range
      *    from the catalog's fallback entry, the way DOOMSPWN and
      *    DOOMSIM fall back for it.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.
       01  WS-ARM-POOL                    PIC 9.
       01  WS-ARM-WEAPON                  PIC 99.
       01  WS-BESTIARY.
           05  WS-BEAST OCCURS 10 TIMES.
               10  WS-BEAST-NAME          PIC X(10).
               10  WS-BEAST-BASE-HP       PIC 999.
               10  WS-BEAST-BASE-ATTACK   PIC 999.
               10  WS-BEAST-EASY-HP-PCT   PIC 999.
               10  WS-BEAST-NMARE-HP-PCT  PIC 999.
               10  WS-BEAST-EASY-DMG-PCT  PIC 999.
               10  WS-BEAST-NMARE-DMG-PCT PIC 999.

      *    The same roster at the sheet's skill, with the level's
      *    head count and what each type is expected to cost.
       01  WS-ROSTER.
           05  WS-RST OCCURS 10 TIMES.
               10  WS-RST-HP              PIC 9(3).
               10  WS-RST-ATTACK          PIC 9(3).
               10  WS-RST-COUNT           PIC 9(3).
               10  WS-RST-EXPOSURE        PIC 9(3).
               10  WS-RST-INCOMING        PIC 9(6).

      *    Weapons the player can hold on this level, WEAPON-FIST..
      *    WEAPON-CHAINSAW order (subscript = weapon number + 1).
       01  WS-WEAPONS-HELD.
           05  WS-HELD OCCURS 8 TIMES    PIC X.
       01  WS-WEAPON-NAMES.
           05  WS-WEAPON-NAME OCCURS 8 TIMES PIC X(8).

      *    One row per ammo pool - bullets, shells, cells, rockets -
      *    with the weapon that fires it hardest and that weapon's
      *    per-round damage (the arsenal's, as DOOMCBT fires it);
      *    zero damage means the rounds are stranded.
       01  WS-POOL-NAMES-VALUES.
           05  FILLER PIC X(8) VALUE 'BULLETS '.
           05  FILLER PIC X(8) VALUE 'SHELLS  '.
           05  FILLER PIC X(8) VALUE 'CELLS   '.
           05  FILLER PIC X(8) VALUE 'ROCKETS '.
       01  WS-POOL-NAMES REDEFINES WS-POOL-NAMES-VALUES.
           05  WS-POOL-NAME OCCURS 4 TIMES PIC X(8).
       01  WS-POOLS.
           05  WS-POOL OCCURS 4 TIMES.
               10  WS-POOL-ROUNDS         PIC 9(5).
               10  WS-POOL-WEAPON         PIC X(8).
               10  WS-POOL-DAMAGE         PIC 9(3).
               10  WS-POOL-DELIVERS       PIC 9(7).

      *    Regions are 10 x 10 blocks - at most 6 across by 3 down
      *    on the largest 60 x 30 grid.
       01  WS-REGION-WORK.
           05  WS-REGION-ACROSS       PIC 9.
           05  WS-REGION-DOWN         PIC 9.
           05  WS-REGION-COUNT        PIC 99.
           05  WS-RGN                 PIC 99.
           05  WS-RGN-COL             PIC 9.
           05  WS-RGN-ROW             PIC 9.
       01  WS-REGIONS.
           05  WS-REGION OCCURS 18 TIMES.
               10  WS-RG-OPEN             PIC 9(4).
               10  WS-RG-MONSTERS         PIC 9(3).
               10  WS-RG-HP               PIC 9(6).
               10  WS-RG-FIRE             PIC 9(7).
               10  WS-RG-INCOMING         PIC 9(6).
               10  WS-RG-HEALTH           PIC 9(6).
               10  WS-RG-ARMOR            PIC 9(6).
               10  WS-RG-TYPE-COUNT OCCURS 10 TIMES PIC 9(3).

       01  WS-LEVEL-TOTALS.
           05  WS-OPEN-CELLS          PIC 9(4) VALUE ZERO.
           05  WS-MONSTERS            PIC 9(3) VALUE ZERO.
           05  WS-TOTAL-HP            PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-FIRE          PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-INCOMING      PIC 9(6) VALUE ZERO.
           05  WS-HEALTH-ITEMS        PIC 9(3) VALUE ZERO.
           05  WS-ARMOR-ITEMS         PIC 9(3) VALUE ZERO.
           05  WS-HEALTH-SUPPLY       PIC 9(6) VALUE ZERO.
           05  WS-ARMOR-SUPPLY        PIC 9(6) VALUE ZERO.
           05  WS-STARVED-REGIONS     PIC 99 VALUE ZERO.

      *    The fresh-life load DOOMDETH and DOOMJOBQ write.
       01  WS-START-HEALTH        PIC 999 VALUE 100.
       01  WS-START-BULLETS       PIC 999 VALUE 050.
       01  WS-HEALTH-ITEM-VALUE   PIC 99 VALUE 25.
       01  WS-ARMOR-ITEM-VALUE    PIC 999 VALUE 100.

       01  WS-CALC-WORK.
           05  WS-I                   PIC 99.
           05  WS-J                   PIC 99.
           05  WS-T                   PIC 99.
           05  WS-P                   PIC 9.
           05  WS-W                   PIC 9.
           05  WS-ROUNDS              PIC 9(3).
           05  WS-BEST-DAMAGE         PIC 9(3).
           05  WS-BEST-WEAPON         PIC X(8).
           05  WS-SCALED              PIC 9(5).
           05  WS-ARMOR-CAP           PIC 9(6).
           05  WS-FIRE-RATIO          PIC 9(3).
           05  WS-SUPPLY-RATIO        PIC 9(3).
           05  WS-LOW-RATIO           PIC 9(3).
           05  WS-DENSITY             PIC 9(3).
           05  WS-RATIO-WORK          PIC 9(9).
           05  WS-VERDICT             PIC X(8).
           05  WS-FROM                PIC 99.
           05  WS-TO                  PIC 99.
           05  WS-FROM-ROW            PIC 99.
           05  WS-TO-ROW              PIC 99.
           05  WS-SUPPLY              PIC 9(6).
           05  WS-WEAPON-LIST         PIC X(72).
           05  WS-LIST-PTR            PIC 99.

       01  WS-ROSTER-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-NAME             PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-RL-COUNT            PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-RL-HP               PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-RL-TOTAL-HP         PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-RL-ATTACK           PIC ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-RL-EXPOSURE         PIC ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-RL-INCOMING         PIC ZZZZZ9.
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  WS-ROSTER-HEAD.
           05  FILLER PIC X(40)
               VALUE '  TYPE       CNT    HP   TOT HP ATTACK  '.
           05  FILLER PIC X(40)
               VALUE 'TICKS  INCOMING'.

       01  WS-POOL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PL-POOL             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PL-ROUNDS           PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-PL-WEAPON           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PL-DAMAGE           PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-PL-DELIVERS         PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PL-NOTE             PIC X(8).
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-REGION-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-XL-REGION           PIC 99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-XL-FROM             PIC 99.
           05  FILLER                 PIC X VALUE '-'.
           05  WS-XL-TO               PIC 99.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-FROM-ROW         PIC 99.
           05  FILLER                 PIC X VALUE '-'.
           05  WS-XL-TO-ROW           PIC 99.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-OPEN             PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-MONSTERS         PIC ZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-DENSITY          PIC ZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-HP               PIC ZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-FIRE             PIC ZZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-INCOMING         PIC ZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-SUPPLY           PIC ZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-FIRE-RATIO       PIC ZZ9.
           05  FILLER                 PIC X VALUE '%'.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-SUPPLY-RATIO     PIC ZZ9.
           05  FILLER                 PIC X VALUE '%'.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-XL-VERDICT          PIC X(8).

       01  WS-REGION-HEAD.
           05  FILLER PIC X(40)
               VALUE '  RG  COLS  ROWS  OPEN MON DEN     HP'.
           05  FILLER PIC X(40)
               VALUE ' FIRE INCOMG SUPPLY FIRE SUPP FLAG'.

       01  WS-EDIT-6              PIC ZZZZZ9.
       01  WS-EDIT-7              PIC ZZZZZZ9.
       01  WS-EDIT-3              PIC ZZ9.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LEN       PIC S9(4) COMP.
           05  PARM-LEVEL     PIC 99.
           05  PARM-SKILL     PIC 9.

       PROCEDURE DIVISION USING PARM-DATA.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-RETURN-CODE
           MOVE 1 TO WS-LEVEL-NUM
           IF PARM-LEN > ZERO AND PARM-LEVEL IS NUMERIC
              AND PARM-LEVEL > ZERO
               MOVE PARM-LEVEL TO WS-LEVEL-NUM
           END-IF
           PERFORM READ-SKILL-SETTING
           PERFORM LOAD-CATALOG-PRICES
           IF PARM-LEN > 2 AND PARM-SKILL IS NUMERIC
              AND PARM-SKILL >= 1 AND PARM-SKILL <= 3
               MOVE PARM-SKILL TO WS-SKILL
           END-IF
           EVALUATE WS-SKILL
               WHEN 1     MOVE 'EASY' TO WS-SKILL-NAME
               WHEN 3     MOVE 'NIGHTMARE' TO WS-SKILL-NAME
               WHEN OTHER MOVE 'NORMAL' TO WS-SKILL-NAME
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LEVEL BALANCE SHEET - LEVEL ' DELIMITED BY SIZE
                  WS-LEVEL-NUM DELIMITED BY SIZE
                  '  SKILL ' DELIMITED BY SIZE
                  WS-SKILL-NAME DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-LEVEL-MAP
           IF WS-MAP-OK = 'N'
               MOVE 'LEVEL BLOCK NOT READABLE - NOTHING ANALYZED'
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM INITIALIZE-SHEET
               PERFORM COUNT-OPEN-CELLS
               PERFORM COLLECT-WEAPONS-HELD
               PERFORM ARM-AMMO-POOLS
               PERFORM WALK-LEVEL-PLACEMENTS
               PERFORM PRICE-ROSTER
               PERFORM WRITE-FIREPOWER-SECTION
               PERFORM WRITE-SURVIVAL-SECTION
               PERFORM WRITE-REGION-SECTION
           END-IF

           CLOSE REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       READ-SKILL-SETTING.
           MOVE 2 TO WS-SKILL
           OPEN INPUT SKILL-FILE
           IF NOT SKILL-MISSING
               READ SKILL-FILE
                   NOT AT END
                       IF SKILL-LEVEL IS NUMERIC
                          AND SKILL-LEVEL >= 1 AND SKILL-LEVEL <= 3
                           MOVE SKILL-LEVEL TO WS-SKILL
                       END-IF
               END-READ
               CLOSE SKILL-FILE
           END-IF.

       LOAD-LEVEL-MAP.
           PERFORM READ-LEVEL-DIMS
           MOVE 'N' TO WS-MAP-OK
           OPEN INPUT LEVEL-DATA
           IF NOT LEVEL-MISSING
               MOVE 'Y' TO WS-MAP-OK
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-MAP-ROWS
                   COMPUTE WS-LEVEL-REL-KEY =
                       (WS-LEVEL-NUM - 1) * 30 + WS-I
                   READ LEVEL-DATA
                       INVALID KEY
                           MOVE 'N' TO WS-MAP-OK
                           EXIT PERFORM
                   END-READ
                   MOVE LEVEL-REC TO WS-MAP-ROW(WS-I)
               END-PERFORM
               CLOSE LEVEL-DATA
           END-IF.

       READ-LEVEL-DIMS.
           MOVE 20 TO WS-MAP-ROWS
           MOVE 40 TO WS-MAP-COLS
           OPEN INPUT LEVEL-DIMS
           IF NOT DIMS-MISSING
               MOVE WS-LEVEL-NUM TO WS-LDM-REL-KEY
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

       INITIALIZE-SHEET.
           INITIALIZE WS-LEVEL-TOTALS
           INITIALIZE WS-REGIONS
           INITIALIZE WS-POOLS
           INITIALIZE WS-ROSTER
           COMPUTE WS-REGION-ACROSS = (WS-MAP-COLS + 9) / 10
           COMPUTE WS-REGION-DOWN = (WS-MAP-ROWS + 9) / 10
           COMPUTE WS-REGION-COUNT =
               WS-REGION-ACROSS * WS-REGION-DOWN
      *    Every life walks in with the pistol's clip.
           MOVE WS-START-BULLETS TO WS-POOL-ROUNDS(1).

       COUNT-OPEN-CELLS.
      *    Open means anything a monster can stand on - the same
      *    solid set DOOMMRCN refuses placements in.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAP-ROWS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MAP-COLS
                   MOVE WS-MAP-CELL(WS-I, WS-J) TO WS-CELL
                   IF WS-CELL NOT = '#' AND WS-CELL NOT = 'D'
                      AND WS-CELL NOT = '7' AND WS-CELL NOT = '8'
                      AND WS-CELL NOT = '9' AND WS-CELL NOT = '%'
                      AND WS-CELL NOT = '+'
                       COMPUTE WS-RGN =
                           ((WS-I - 1) / 10) * WS-REGION-ACROSS
                           + (WS-J - 1) / 10 + 1
                       ADD 1 TO WS-RG-OPEN(WS-RGN)
                       ADD 1 TO WS-OPEN-CELLS
                   END-IF
               END-PERFORM
           END-PERFORM.

       COLLECT-WEAPONS-HELD.
      *    Fist and pistol from the fresh-life load, then every
      *    weapon pickup placed on this level or any before it.
           MOVE ALL 'N' TO WS-WEAPONS-HELD
           MOVE 'Y' TO WS-HELD(1)
           MOVE 'Y' TO WS-HELD(2)
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-MISSING
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-WEAPON
                                  AND MAN-LEVEL IS NUMERIC
                                  AND MAN-LEVEL <= WS-LEVEL-NUM
                                  AND MAN-TYPE IS NUMERIC
                                  AND MAN-TYPE <= 7
                                   MOVE 'Y' TO WS-HELD(MAN-TYPE + 1)
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

       LOAD-CATALOG-PRICES.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 10
               IF WS-T = 10
                   MOVE 11 TO WS-CAT-I
               ELSE
                   MOVE WS-T TO WS-CAT-I
               END-IF
               MOVE CAT-B-NAME(WS-CAT-I) TO WS-BEAST-NAME(WS-T)
               MOVE CAT-B-SPAWN-HP(WS-CAT-I) TO WS-BEAST-BASE-HP(WS-T)
               IF CAT-B-SHOT-DAMAGE(WS-CAT-I) > ZERO
                   MOVE CAT-B-SHOT-DAMAGE(WS-CAT-I)
                       TO WS-BEAST-BASE-ATTACK(WS-T)
               ELSE
                   MOVE CAT-B-MELEE-DAMAGE(WS-CAT-I)
                       TO WS-BEAST-BASE-ATTACK(WS-T)
               END-IF
               MOVE CAT-B-EASY-HP-PCT(WS-CAT-I)
                   TO WS-BEAST-EASY-HP-PCT(WS-T)
               MOVE CAT-B-NMARE-HP-PCT(WS-CAT-I)
                   TO WS-BEAST-NMARE-HP-PCT(WS-T)
               MOVE CAT-B-EASY-DMG-PCT(WS-CAT-I)
                   TO WS-BEAST-EASY-DMG-PCT(WS-T)
               MOVE CAT-B-NMARE-DMG-PCT(WS-CAT-I)
                   TO WS-BEAST-NMARE-DMG-PCT(WS-T)
           END-PERFORM
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 8
               MOVE CAT-W-NAME(WS-CAT-I) TO WS-WEAPON-NAME(WS-CAT-I)
           END-PERFORM.

       ARM-AMMO-POOLS.
      *    The hardest-hitting held weapon for each pool - pistol or
      *    chaingun for bullets, the shotgun for shells, plasma or
      *    BFG for cells, the launcher for rockets. Subscripts are
      *    weapon number + 1 in both WS-HELD and the arsenal.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE 'NONE    ' TO WS-POOL-WEAPON(WS-P)
               MOVE ZERO TO WS-POOL-DAMAGE(WS-P)
           END-PERFORM
           MOVE 1 TO WS-ARM-POOL
           MOVE 2 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL
           MOVE 4 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL
           MOVE 2 TO WS-ARM-POOL
           MOVE 3 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL
           MOVE 3 TO WS-ARM-POOL
           MOVE 6 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL
           MOVE 7 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL
           MOVE 4 TO WS-ARM-POOL
           MOVE 5 TO WS-ARM-WEAPON
           PERFORM ARM-ONE-POOL.

       ARM-ONE-POOL.
           IF WS-HELD(WS-ARM-WEAPON) = 'Y'
              AND (WS-POOL-WEAPON(WS-ARM-POOL) = 'NONE    '
                OR CAT-W-SHOT-DAMAGE(WS-ARM-WEAPON)
                   > WS-POOL-DAMAGE(WS-ARM-POOL))
               MOVE CAT-W-NAME(WS-ARM-WEAPON)
                   TO WS-POOL-WEAPON(WS-ARM-POOL)
               MOVE CAT-W-SHOT-DAMAGE(WS-ARM-WEAPON)
                   TO WS-POOL-DAMAGE(WS-ARM-POOL)
           END-IF.

       WALK-LEVEL-PLACEMENTS.
           MOVE '00' TO WS-MANIFEST-STATUS
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-MISSING
               MOVE 'NO DOOM.MANIFEST ON FILE' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CHECK-MANIFEST-VERSION
               IF WS-VP-ACCEPTED
                   PERFORM UNTIL MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END SET MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF MAN-LEVEL = WS-LEVEL-NUM
                                   PERFORM TALLY-ONE-PLACEMENT
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

       TALLY-ONE-PLACEMENT.
      *    Placements off the grid are DOOMMRCN's to report; the
      *    sheet simply leaves them out.
           IF MAN-X IS NUMERIC AND MAN-Y IS NUMERIC
              AND MAN-X >= 1 AND MAN-X <= WS-MAP-COLS
              AND MAN-Y >= 1 AND MAN-Y <= WS-MAP-ROWS
               COMPUTE WS-RGN =
                   ((MAN-Y - 1) / 10) * WS-REGION-ACROSS
                   + (MAN-X - 1) / 10 + 1
               EVALUATE TRUE
                   WHEN MAN-MONSTER
                       PERFORM TALLY-MONSTER
                   WHEN MAN-ITEM
                       PERFORM TALLY-ITEM
               END-EVALUATE
           END-IF.

       TALLY-MONSTER.
           IF MAN-TYPE IS NUMERIC AND MAN-TYPE >= 1
              AND MAN-TYPE <= 9
               MOVE MAN-TYPE TO WS-T
           ELSE
               MOVE 10 TO WS-T
           END-IF
           ADD 1 TO WS-RST-COUNT(WS-T)
           ADD 1 TO WS-RG-TYPE-COUNT(WS-RGN, WS-T)
           ADD 1 TO WS-RG-MONSTERS(WS-RGN)
           ADD 1 TO WS-MONSTERS.

       TALLY-ITEM.
      *    Item payouts as DOOMSIM's CHECK-ITEM-PICKUP makes them.
           MOVE ZERO TO WS-ROUNDS
           MOVE ZERO TO WS-P
           EVALUATE MAN-TYPE
               WHEN 10 THRU 19
                   ADD 1 TO WS-HEALTH-ITEMS
                   ADD WS-HEALTH-ITEM-VALUE TO WS-RG-HEALTH(WS-RGN)
               WHEN 20
                   MOVE 1 TO WS-P
                   MOVE 20 TO WS-ROUNDS
               WHEN 21
                   MOVE 2 TO WS-P
                   MOVE 10 TO WS-ROUNDS
               WHEN 22
                   MOVE 3 TO WS-P
                   MOVE 20 TO WS-ROUNDS
               WHEN 23
                   MOVE 4 TO WS-P
                   MOVE 2 TO WS-ROUNDS
               WHEN 24 THRU 29
                   MOVE 1 TO WS-P
                   MOVE 20 TO WS-ROUNDS
               WHEN 30 THRU 39
                   ADD 1 TO WS-ARMOR-ITEMS
                   ADD WS-ARMOR-ITEM-VALUE TO WS-RG-ARMOR(WS-RGN)
           END-EVALUATE
           IF WS-P > ZERO
               ADD WS-ROUNDS TO WS-POOL-ROUNDS(WS-P)
               COMPUTE WS-RG-FIRE(WS-RGN) = WS-RG-FIRE(WS-RGN)
                   + WS-ROUNDS * WS-POOL-DAMAGE(WS-P)
           END-IF.

       PRICE-ROSTER.
      *    What the level's ammo delivers, pool by pool.
           MOVE ZERO TO WS-TOTAL-FIRE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               COMPUTE WS-POOL-DELIVERS(WS-P) =
                   WS-POOL-ROUNDS(WS-P) * WS-POOL-DAMAGE(WS-P)
               ADD WS-POOL-DELIVERS(WS-P) TO WS-TOTAL-FIRE
           END-PERFORM

      *    The best weapon with rounds to fire sets how long each
      *    monster stays alive - one round a tick. The fist (or the
      *    chainsaw when held) is the floor.
           MOVE CAT-W-SHOT-DAMAGE(1) TO WS-BEST-DAMAGE
           MOVE CAT-W-NAME(1) TO WS-BEST-WEAPON
           IF WS-HELD(8) = 'Y'
              AND CAT-W-SHOT-DAMAGE(8) > WS-BEST-DAMAGE
               MOVE CAT-W-SHOT-DAMAGE(8) TO WS-BEST-DAMAGE
               MOVE CAT-W-NAME(8) TO WS-BEST-WEAPON
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               IF WS-POOL-ROUNDS(WS-P) > ZERO
                  AND WS-POOL-DAMAGE(WS-P) > WS-BEST-DAMAGE
                   MOVE WS-POOL-DAMAGE(WS-P) TO WS-BEST-DAMAGE
                   MOVE WS-POOL-WEAPON(WS-P) TO WS-BEST-WEAPON
               END-IF
           END-PERFORM
           IF WS-BEST-DAMAGE = ZERO
               MOVE 1 TO WS-BEST-DAMAGE
           END-IF

      *    Skill scales hit points the way DOOMSPWN spawns them and
      *    attacks the way DOOMSIM and DOOMCBT land them.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 10
               EVALUATE WS-SKILL
                   WHEN 1
                       COMPUTE WS-SCALED = WS-BEAST-BASE-HP(WS-T)
                           * WS-BEAST-EASY-HP-PCT(WS-T) / 100
                   WHEN 3
                       COMPUTE WS-SCALED = WS-BEAST-BASE-HP(WS-T)
                           * WS-BEAST-NMARE-HP-PCT(WS-T) / 100
                   WHEN OTHER
                       MOVE WS-BEAST-BASE-HP(WS-T) TO WS-SCALED
               END-EVALUATE
               IF WS-SCALED > 999
                   MOVE 999 TO WS-SCALED
               END-IF
               IF WS-SCALED < 1
                   MOVE 1 TO WS-SCALED
               END-IF
               MOVE WS-SCALED TO WS-RST-HP(WS-T)
               EVALUATE WS-SKILL
                   WHEN 1
                       COMPUTE WS-RST-ATTACK(WS-T) =
                           WS-BEAST-BASE-ATTACK(WS-T)
                           * WS-BEAST-EASY-DMG-PCT(WS-T) / 100
                   WHEN 3
                       COMPUTE WS-RST-ATTACK(WS-T) =
                           WS-BEAST-BASE-ATTACK(WS-T)
                           * WS-BEAST-NMARE-DMG-PCT(WS-T) / 100
                   WHEN OTHER
                       MOVE WS-BEAST-BASE-ATTACK(WS-T)
                           TO WS-RST-ATTACK(WS-T)
               END-EVALUATE
               COMPUTE WS-RST-EXPOSURE(WS-T) =
                   (WS-RST-HP(WS-T) + WS-BEST-DAMAGE - 1)
                   / WS-BEST-DAMAGE
               COMPUTE WS-RST-INCOMING(WS-T) =
                   WS-RST-COUNT(WS-T) * WS-RST-ATTACK(WS-T)
                   * WS-RST-EXPOSURE(WS-T)
               COMPUTE WS-TOTAL-HP = WS-TOTAL-HP
                   + WS-RST-COUNT(WS-T) * WS-RST-HP(WS-T)
               ADD WS-RST-INCOMING(WS-T) TO WS-TOTAL-INCOMING
           END-PERFORM

      *    The same prices region by region.
           PERFORM VARYING WS-RGN FROM 1 BY 1
                   UNTIL WS-RGN > WS-REGION-COUNT
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 10
                   COMPUTE WS-RG-HP(WS-RGN) = WS-RG-HP(WS-RGN)
                       + WS-RG-TYPE-COUNT(WS-RGN, WS-T)
                       * WS-RST-HP(WS-T)
                   COMPUTE WS-RG-INCOMING(WS-RGN) =
                       WS-RG-INCOMING(WS-RGN)
                       + WS-RG-TYPE-COUNT(WS-RGN, WS-T)
                       * WS-RST-ATTACK(WS-T) * WS-RST-EXPOSURE(WS-T)
               END-PERFORM
           END-PERFORM

           COMPUTE WS-HEALTH-SUPPLY = WS-START-HEALTH
               + WS-HEALTH-ITEMS * WS-HEALTH-ITEM-VALUE
           COMPUTE WS-ARMOR-SUPPLY =
               WS-ARMOR-ITEMS * WS-ARMOR-ITEM-VALUE
           COMPUTE WS-ARMOR-CAP = WS-TOTAL-INCOMING / 3
           IF WS-ARMOR-SUPPLY > WS-ARMOR-CAP
               MOVE WS-ARMOR-CAP TO WS-ARMOR-SUPPLY
           END-IF.

       WRITE-FIREPOWER-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MAP ' DELIMITED BY SIZE
                  WS-MAP-COLS DELIMITED BY SIZE
                  ' X ' DELIMITED BY SIZE
                  WS-MAP-ROWS DELIMITED BY SIZE
                  '  OPEN CELLS ' DELIMITED BY SIZE
                  WS-OPEN-CELLS DELIMITED BY SIZE
                  '  MONSTERS ' DELIMITED BY SIZE
                  WS-MONSTERS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'MONSTER ROSTER' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ROSTER-HEAD TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 10
               IF WS-RST-COUNT(WS-T) > ZERO
                   MOVE WS-BEAST-NAME(WS-T) TO WS-RL-NAME
                   MOVE WS-RST-COUNT(WS-T) TO WS-RL-COUNT
                   MOVE WS-RST-HP(WS-T) TO WS-RL-HP
                   COMPUTE WS-RL-TOTAL-HP =
                       WS-RST-COUNT(WS-T) * WS-RST-HP(WS-T)
                   MOVE WS-RST-ATTACK(WS-T) TO WS-RL-ATTACK
                   MOVE WS-RST-EXPOSURE(WS-T) TO WS-RL-EXPOSURE
                   MOVE WS-RST-INCOMING(WS-T) TO WS-RL-INCOMING
                   MOVE WS-ROSTER-LINE TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-WEAPON-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 8
               IF WS-HELD(WS-W) = 'Y'
                   STRING WS-WEAPON-NAME(WS-W) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          INTO WS-WEAPON-LIST
                          WITH POINTER WS-LIST-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FIREPOWER - WEAPONS HELD: ' DELIMITED BY SIZE
                  WS-WEAPON-LIST DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  POOL     ROUNDS   WEAPON    DMG  DELIVERS'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE WS-POOL-NAME(WS-P) TO WS-PL-POOL
               MOVE WS-POOL-ROUNDS(WS-P) TO WS-PL-ROUNDS
               MOVE WS-POOL-WEAPON(WS-P) TO WS-PL-WEAPON
               MOVE WS-POOL-DAMAGE(WS-P) TO WS-PL-DAMAGE
               MOVE WS-POOL-DELIVERS(WS-P) TO WS-PL-DELIVERS
               MOVE SPACES TO WS-PL-NOTE
               IF WS-POOL-DAMAGE(WS-P) = ZERO
                  AND WS-POOL-ROUNDS(WS-P) > ZERO
                   MOVE 'STRANDED' TO WS-PL-NOTE
               END-IF
               MOVE WS-POOL-LINE TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-FIRE TO WS-RATIO-WORK
           MOVE WS-TOTAL-HP TO WS-SUPPLY
           PERFORM DERIVE-RATIO
           MOVE WS-LOW-RATIO TO WS-FIRE-RATIO
           MOVE WS-TOTAL-FIRE TO WS-EDIT-7
           MOVE WS-TOTAL-HP TO WS-EDIT-6
           MOVE WS-FIRE-RATIO TO WS-EDIT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DELIVERABLE DAMAGE ' DELIMITED BY SIZE
                  WS-EDIT-7 DELIMITED BY SIZE
                  ' AGAINST ROSTER HP ' DELIMITED BY SIZE
                  WS-EDIT-6 DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  (BULLETS INCLUDE THE 50-ROUND FRESH-LIFE CLIP)'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SURVIVAL-SECTION.
           MOVE WS-BEST-DAMAGE TO WS-EDIT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SURVIVAL - EACH MONSTER FOUGHT WITH THE '
                  DELIMITED BY SIZE
                  WS-BEST-WEAPON DELIMITED BY SPACE
                  ' AT ' DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  ' A TICK' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-INCOMING TO WS-EDIT-6
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EXPECTED INCOMING DAMAGE  ' DELIMITED BY SIZE
                  WS-EDIT-6 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEALTH-SUPPLY TO WS-EDIT-6
           MOVE WS-HEALTH-ITEMS TO WS-EDIT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  HEALTH SUPPLY             ' DELIMITED BY SIZE
                  WS-EDIT-6 DELIMITED BY SIZE
                  '  (100 START + ' DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  ' ITEMS AT 25)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ARMOR-SUPPLY TO WS-EDIT-6
           MOVE WS-ARMOR-ITEMS TO WS-EDIT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ARMOR CREDITED            ' DELIMITED BY SIZE
                  WS-EDIT-6 DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  ' ITEMS, SOAK CAPPED AT A THIRD)'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-RATIO-WORK = WS-HEALTH-SUPPLY + WS-ARMOR-SUPPLY
           MOVE WS-TOTAL-INCOMING TO WS-SUPPLY
           PERFORM DERIVE-RATIO
           MOVE WS-LOW-RATIO TO WS-SUPPLY-RATIO
           MOVE WS-SUPPLY-RATIO TO WS-EDIT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SUPPLY AGAINST INCOMING   ' DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM DERIVE-VERDICT
           IF WS-VERDICT = 'STARVED'
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LEVEL VERDICT: ' DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SPACE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REGION-SECTION.
      *    Regions carry only what is placed inside them - the
      *    fresh-life load belongs to the level, not to a block.
           MOVE 'REGIONS - 10 X 10 BLOCKS, DENSITY PER 100 OPEN CELLS'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REGION-HEAD TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RGN FROM 1 BY 1
                   UNTIL WS-RGN > WS-REGION-COUNT
               IF WS-RG-OPEN(WS-RGN) > ZERO
                   PERFORM WRITE-ONE-REGION
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-STARVED-REGIONS > ZERO
               MOVE 4 TO WS-RETURN-CODE
               STRING WS-STARVED-REGIONS DELIMITED BY SIZE
                      ' REGION(S) STARVED' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               MOVE 'NO REGION STARVED' TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-REGION.
           COMPUTE WS-RGN-ROW = (WS-RGN - 1) / WS-REGION-ACROSS
           COMPUTE WS-RGN-COL =
               WS-RGN - WS-RGN-ROW * WS-REGION-ACROSS - 1
           COMPUTE WS-FROM = WS-RGN-COL * 10 + 1
           COMPUTE WS-TO = WS-FROM + 9
           IF WS-TO > WS-MAP-COLS
               MOVE WS-MAP-COLS TO WS-TO
           END-IF
           COMPUTE WS-FROM-ROW = WS-RGN-ROW * 10 + 1
           COMPUTE WS-TO-ROW = WS-FROM-ROW + 9
           IF WS-TO-ROW > WS-MAP-ROWS
               MOVE WS-MAP-ROWS TO WS-TO-ROW
           END-IF
           COMPUTE WS-DENSITY =
               WS-RG-MONSTERS(WS-RGN) * 100 / WS-RG-OPEN(WS-RGN)

           COMPUTE WS-ARMOR-CAP = WS-RG-INCOMING(WS-RGN) / 3
           IF WS-RG-ARMOR(WS-RGN) > WS-ARMOR-CAP
               MOVE WS-ARMOR-CAP TO WS-RG-ARMOR(WS-RGN)
           END-IF
           MOVE WS-RG-FIRE(WS-RGN) TO WS-RATIO-WORK
           MOVE WS-RG-HP(WS-RGN) TO WS-SUPPLY
           PERFORM DERIVE-RATIO
           MOVE WS-LOW-RATIO TO WS-FIRE-RATIO
           COMPUTE WS-RATIO-WORK =
               WS-RG-HEALTH(WS-RGN) + WS-RG-ARMOR(WS-RGN)
           MOVE WS-RG-INCOMING(WS-RGN) TO WS-SUPPLY
           PERFORM DERIVE-RATIO
           MOVE WS-LOW-RATIO TO WS-SUPPLY-RATIO
           PERFORM DERIVE-VERDICT
      *    A block with nothing in it either way is neither feast
      *    nor famine.
           IF WS-RG-MONSTERS(WS-RGN) = ZERO
              AND WS-RG-FIRE(WS-RGN) = ZERO
              AND WS-RG-HEALTH(WS-RGN) = ZERO
              AND WS-RG-ARMOR(WS-RGN) = ZERO
               MOVE 'FAIR' TO WS-VERDICT
           END-IF
           IF WS-VERDICT = 'STARVED'
               ADD 1 TO WS-STARVED-REGIONS
           END-IF

           MOVE WS-RGN TO WS-XL-REGION
           MOVE WS-FROM TO WS-XL-FROM
           MOVE WS-TO TO WS-XL-TO
           MOVE WS-FROM-ROW TO WS-XL-FROM-ROW
           MOVE WS-TO-ROW TO WS-XL-TO-ROW
           MOVE WS-RG-OPEN(WS-RGN) TO WS-XL-OPEN
           MOVE WS-RG-MONSTERS(WS-RGN) TO WS-XL-MONSTERS
           MOVE WS-DENSITY TO WS-XL-DENSITY
           MOVE WS-RG-HP(WS-RGN) TO WS-XL-HP
           MOVE WS-RG-FIRE(WS-RGN) TO WS-XL-FIRE
           MOVE WS-RG-INCOMING(WS-RGN) TO WS-XL-INCOMING
           COMPUTE WS-XL-SUPPLY =
               WS-RG-HEALTH(WS-RGN) + WS-RG-ARMOR(WS-RGN)
           MOVE WS-FIRE-RATIO TO WS-XL-FIRE-RATIO
           MOVE WS-SUPPLY-RATIO TO WS-XL-SUPPLY-RATIO
           MOVE WS-VERDICT TO WS-XL-VERDICT
           MOVE WS-REGION-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       DERIVE-RATIO.
      *    WS-RATIO-WORK (what is on hand) as a percentage of
      *    WS-SUPPLY (what is asked of it), capped at 999; nothing
      *    asked is as good as it gets.
           IF WS-SUPPLY = ZERO
               MOVE 999 TO WS-LOW-RATIO
           ELSE
               COMPUTE WS-RATIO-WORK = WS-RATIO-WORK * 100 / WS-SUPPLY
               IF WS-RATIO-WORK > 999
                   MOVE 999 TO WS-LOW-RATIO
               ELSE
                   MOVE WS-RATIO-WORK TO WS-LOW-RATIO
               END-IF
           END-IF.

       DERIVE-VERDICT.
      *    The weaker of the two ratios decides.
           MOVE WS-FIRE-RATIO TO WS-LOW-RATIO
           IF WS-SUPPLY-RATIO < WS-LOW-RATIO
               MOVE WS-SUPPLY-RATIO TO WS-LOW-RATIO
           END-IF
           EVALUATE TRUE
               WHEN WS-LOW-RATIO < 100
                   MOVE 'STARVED' TO WS-VERDICT
               WHEN WS-LOW-RATIO < 200
                   MOVE 'FAIR' TO WS-VERDICT
               WHEN OTHER
                   MOVE 'GENEROUS' TO WS-VERDICT
           END-EVALUATE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
