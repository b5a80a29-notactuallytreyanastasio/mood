      *================================================================
      * DOOMCATL.COB - Stat Catalog Loader
      * The per-type figures - spawn health and its skill scaling,
      * bite and shot damage, pain chance, flee bar, ammo drop,
      * threat weight, map glyph - and the per-weapon shot damage
      * used to be typed into each program that needed them, and a
      * balance change that missed one left the spawner, the
      * simulator and combat disagreeing about the same monster.
      * They now live in the indexed DOOM.BESTIARY (layout in
      * DOOMBST.CPY) and DOOM.ARSENAL (DOOMARS.CPY), maintained by
      * DOOMCATM, and every program that uses them reads them
      * through here into the DOOMCAT.CPY table. A missing catalog,
      * a missing record or a record whose figures are not numeric
      * hands back the built-in figures below - the values the
      * programs carried before the catalogs existed - so an empty
      * catalog plays exactly the old game.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCATL.
       AUTHOR. DOOM-COBOL-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BESTIARY-FILE ASSIGN TO 'DOOM.BESTIARY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BST-TYPE
               FILE STATUS IS WS-BESTIARY-STATUS.

           SELECT ARSENAL-FILE ASSIGN TO 'DOOM.ARSENAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARS-WEAPON
               FILE STATUS IS WS-ARSENAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BESTIARY-FILE.
       COPY DOOMBST.

       FD  ARSENAL-FILE.
       COPY DOOMARS.

       WORKING-STORAGE SECTION.
       01  WS-BESTIARY-STATUS             PIC XX.
           88  BESTIARY-MISSING           VALUE '35'.
       01  WS-ARSENAL-STATUS              PIC XX.
           88  ARSENAL-MISSING            VALUE '35'.

       01  WS-CAT-I                       PIC 99.

      *    Built-in bestiary, one row per CAT-BEAST entry - types
      *    01-10 in order, then the row for any other type. Each row
      *    is the name, glyph, spawn HP with its easy and nightmare
      *    percentages, then melee and shot damage with theirs,
      *    missile kind, pain chance, flee bar, drop subtype, threat
      *    weight and target tier.
       01  WS-DEFAULT-BEAST-VALUES.
           05  FILLER PIC X(20) VALUE 'IMP       I060075150'.
           05  FILLER PIC X(29)
               VALUE '00600505015001070015001000010'.
           05  FILLER PIC X(20) VALUE 'DEMON     D150075150'.
           05  FILLER PIC X(29)
               VALUE '01000005015000060000001000010'.
           05  FILLER PIC X(20) VALUE 'BARON     B400075150'.
           05  FILLER PIC X(29)
               VALUE '01500005015000030000002000020'.
           05  FILLER PIC X(20) VALUE 'ZOMBIE    Z020075150'.
           05  FILLER PIC X(29)
               VALUE '00400305015000080005202000020'.
           05  FILLER PIC X(20) VALUE 'SERGEANT  S030075150'.
           05  FILLER PIC X(29)
               VALUE '00600705015000080008213000040'.
           05  FILLER PIC X(20) VALUE 'CACODEMON C400075150'.
           05  FILLER PIC X(29)
               VALUE '01000805015002050000003000040'.
           05  FILLER PIC X(20) VALUE 'LOST SOUL L100075150'.
           05  FILLER PIC X(29)
               VALUE '00600005015000060025003000040'.
           05  FILLER PIC X(20) VALUE 'CYBERDEMONY999075150'.
           05  FILLER PIC X(29)
               VALUE '02000005015000010000003000040'.
           05  FILLER PIC X(20) VALUE 'SPIDER    W999075150'.
           05  FILLER PIC X(29)
               VALUE '01500005015000020000003000040'.
           05  FILLER PIC X(20) VALUE 'BARREL    O020100100'.
           05  FILLER PIC X(29)
               VALUE '00000010010000000000003000040'.
           05  FILLER PIC X(20) VALUE 'UNKNOWN   M060075150'.
           05  FILLER PIC X(29)
               VALUE '00500005015000050000003000040'.
       01  WS-DEFAULT-BEASTS REDEFINES WS-DEFAULT-BEAST-VALUES.
           05  WS-DB OCCURS 11 TIMES.
               10  WS-DB-NAME             PIC X(10).
               10  WS-DB-GLYPH            PIC X.
               10  WS-DB-SPAWN-HP         PIC 999.
               10  WS-DB-EASY-HP-PCT      PIC 999.
               10  WS-DB-NMARE-HP-PCT     PIC 999.
               10  WS-DB-MELEE-DAMAGE     PIC 999.
               10  WS-DB-SHOT-DAMAGE      PIC 999.
               10  WS-DB-EASY-DMG-PCT     PIC 999.
               10  WS-DB-NMARE-DMG-PCT    PIC 999.
               10  WS-DB-MISSILE-KIND     PIC 99.
               10  WS-DB-PAIN-CHANCE      PIC 999.
               10  WS-DB-FLEE-BAR         PIC 999.
               10  WS-DB-DROP-SUBTYPE     PIC 99.
               10  WS-DB-THREAT-WEIGHT    PIC 9(4).
               10  WS-DB-TARGET-TIER      PIC 999.

      *    Built-in arsenal by weapon number 0-9 - name and shot
      *    damage. 8 and 9 are no weapon at all and score as the
      *    pistol, the way combat always treated them.
       01  WS-DEFAULT-WEAPON-VALUES.
           05  FILLER PIC X(11) VALUE 'FIST    010'.
           05  FILLER PIC X(11) VALUE 'PISTOL  010'.
           05  FILLER PIC X(11) VALUE 'SHOTGUN 035'.
           05  FILLER PIC X(11) VALUE 'CHAINGUN015'.
           05  FILLER PIC X(11) VALUE 'ROCKET  080'.
           05  FILLER PIC X(11) VALUE 'PLASMA  025'.
           05  FILLER PIC X(11) VALUE 'BFG     200'.
           05  FILLER PIC X(11) VALUE 'CHAINSAW020'.
           05  FILLER PIC X(11) VALUE 'PISTOL  010'.
           05  FILLER PIC X(11) VALUE 'PISTOL  010'.
       01  WS-DEFAULT-WEAPONS REDEFINES WS-DEFAULT-WEAPON-VALUES.
           05  WS-DW OCCURS 10 TIMES.
               10  WS-DW-NAME             PIC X(8).
               10  WS-DW-SHOT-DAMAGE      PIC 999.

       LINKAGE SECTION.
       COPY DOOMCAT.

       PROCEDURE DIVISION USING CATALOG-TABLE.
       MAIN-PROCEDURE.
           PERFORM LOAD-DEFAULT-FIGURES
           PERFORM READ-BESTIARY
           PERFORM READ-ARSENAL
           GOBACK.

       LOAD-DEFAULT-FIGURES.
           MOVE 'N' TO CAT-BEAST-FROM-FILE
           MOVE 'N' TO CAT-WEAPON-FROM-FILE
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 11
               MOVE 'D' TO CAT-B-SOURCE(WS-CAT-I)
               MOVE WS-DB-NAME(WS-CAT-I) TO CAT-B-NAME(WS-CAT-I)
               MOVE WS-DB-GLYPH(WS-CAT-I) TO CAT-B-GLYPH(WS-CAT-I)
               MOVE WS-DB-SPAWN-HP(WS-CAT-I)
                   TO CAT-B-SPAWN-HP(WS-CAT-I)
               MOVE WS-DB-EASY-HP-PCT(WS-CAT-I)
                   TO CAT-B-EASY-HP-PCT(WS-CAT-I)
               MOVE WS-DB-NMARE-HP-PCT(WS-CAT-I)
                   TO CAT-B-NMARE-HP-PCT(WS-CAT-I)
               MOVE WS-DB-MELEE-DAMAGE(WS-CAT-I)
                   TO CAT-B-MELEE-DAMAGE(WS-CAT-I)
               MOVE WS-DB-SHOT-DAMAGE(WS-CAT-I)
                   TO CAT-B-SHOT-DAMAGE(WS-CAT-I)
               MOVE WS-DB-EASY-DMG-PCT(WS-CAT-I)
                   TO CAT-B-EASY-DMG-PCT(WS-CAT-I)
               MOVE WS-DB-NMARE-DMG-PCT(WS-CAT-I)
                   TO CAT-B-NMARE-DMG-PCT(WS-CAT-I)
               MOVE WS-DB-MISSILE-KIND(WS-CAT-I)
                   TO CAT-B-MISSILE-KIND(WS-CAT-I)
               MOVE WS-DB-PAIN-CHANCE(WS-CAT-I)
                   TO CAT-B-PAIN-CHANCE(WS-CAT-I)
               MOVE WS-DB-FLEE-BAR(WS-CAT-I)
                   TO CAT-B-FLEE-BAR(WS-CAT-I)
               MOVE WS-DB-DROP-SUBTYPE(WS-CAT-I)
                   TO CAT-B-DROP-SUBTYPE(WS-CAT-I)
               MOVE WS-DB-THREAT-WEIGHT(WS-CAT-I)
                   TO CAT-B-THREAT-WEIGHT(WS-CAT-I)
               MOVE WS-DB-TARGET-TIER(WS-CAT-I)
                   TO CAT-B-TARGET-TIER(WS-CAT-I)
               MOVE ZERO TO CAT-B-CHANGED-DATE(WS-CAT-I)
               MOVE SPACES TO CAT-B-CHANGED-BY(WS-CAT-I)
           END-PERFORM
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 10
               MOVE 'D' TO CAT-W-SOURCE(WS-CAT-I)
               MOVE WS-DW-NAME(WS-CAT-I) TO CAT-W-NAME(WS-CAT-I)
               MOVE WS-DW-SHOT-DAMAGE(WS-CAT-I)
                   TO CAT-W-SHOT-DAMAGE(WS-CAT-I)
               MOVE ZERO TO CAT-W-CHANGED-DATE(WS-CAT-I)
               MOVE SPACES TO CAT-W-CHANGED-BY(WS-CAT-I)
           END-PERFORM.

       READ-BESTIARY.
           OPEN INPUT BESTIARY-FILE
           IF WS-BESTIARY-STATUS = '00'
               PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > 11
                   IF WS-CAT-I = 11
                       MOVE ZERO TO BST-TYPE
                   ELSE
                       MOVE WS-CAT-I TO BST-TYPE
                   END-IF
                   READ BESTIARY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-BESTIARY-RECORD
                   END-READ
               END-PERFORM
               CLOSE BESTIARY-FILE
           END-IF.

       TAKE-BESTIARY-RECORD.
      *    A record with any figure that is not a number is skipped
      *    whole - half a monster from the file and half from the
      *    defaults would be harder to explain than either.
           IF BST-SPAWN-HP IS NUMERIC
              AND BST-EASY-HP-PCT IS NUMERIC
              AND BST-NMARE-HP-PCT IS NUMERIC
              AND BST-MELEE-DAMAGE IS NUMERIC
              AND BST-SHOT-DAMAGE IS NUMERIC
              AND BST-EASY-DMG-PCT IS NUMERIC
              AND BST-NMARE-DMG-PCT IS NUMERIC
              AND BST-MISSILE-KIND IS NUMERIC
              AND BST-PAIN-CHANCE IS NUMERIC
              AND BST-FLEE-BAR IS NUMERIC
              AND BST-DROP-SUBTYPE IS NUMERIC
              AND BST-THREAT-WEIGHT IS NUMERIC
              AND BST-TARGET-TIER IS NUMERIC
               MOVE 'Y' TO CAT-BEAST-FROM-FILE
               MOVE 'F' TO CAT-B-SOURCE(WS-CAT-I)
               MOVE BST-NAME TO CAT-B-NAME(WS-CAT-I)
               MOVE BST-GLYPH TO CAT-B-GLYPH(WS-CAT-I)
               MOVE BST-SPAWN-HP TO CAT-B-SPAWN-HP(WS-CAT-I)
               MOVE BST-EASY-HP-PCT TO CAT-B-EASY-HP-PCT(WS-CAT-I)
               MOVE BST-NMARE-HP-PCT TO CAT-B-NMARE-HP-PCT(WS-CAT-I)
               MOVE BST-MELEE-DAMAGE TO CAT-B-MELEE-DAMAGE(WS-CAT-I)
               MOVE BST-SHOT-DAMAGE TO CAT-B-SHOT-DAMAGE(WS-CAT-I)
               MOVE BST-EASY-DMG-PCT TO CAT-B-EASY-DMG-PCT(WS-CAT-I)
               MOVE BST-NMARE-DMG-PCT
                   TO CAT-B-NMARE-DMG-PCT(WS-CAT-I)
               MOVE BST-MISSILE-KIND TO CAT-B-MISSILE-KIND(WS-CAT-I)
               MOVE BST-PAIN-CHANCE TO CAT-B-PAIN-CHANCE(WS-CAT-I)
               MOVE BST-FLEE-BAR TO CAT-B-FLEE-BAR(WS-CAT-I)
               MOVE BST-DROP-SUBTYPE TO CAT-B-DROP-SUBTYPE(WS-CAT-I)
               MOVE BST-THREAT-WEIGHT
                   TO CAT-B-THREAT-WEIGHT(WS-CAT-I)
               MOVE BST-TARGET-TIER TO CAT-B-TARGET-TIER(WS-CAT-I)
               MOVE BST-CHANGED-DATE TO CAT-B-CHANGED-DATE(WS-CAT-I)
               MOVE BST-CHANGED-BY TO CAT-B-CHANGED-BY(WS-CAT-I)
               IF CAT-B-NAME(WS-CAT-I) = SPACES
                   MOVE WS-DB-NAME(WS-CAT-I) TO CAT-B-NAME(WS-CAT-I)
               END-IF
               IF CAT-B-GLYPH(WS-CAT-I) = SPACE
                   MOVE WS-DB-GLYPH(WS-CAT-I)
                       TO CAT-B-GLYPH(WS-CAT-I)
               END-IF
           END-IF.

       READ-ARSENAL.
           OPEN INPUT ARSENAL-FILE
           IF WS-ARSENAL-STATUS = '00'
               PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > 10
                   COMPUTE ARS-WEAPON = WS-CAT-I - 1
                   READ ARSENAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ARS-SHOT-DAMAGE IS NUMERIC
                               PERFORM TAKE-ARSENAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARSENAL-FILE
           END-IF.

       TAKE-ARSENAL-RECORD.
           MOVE 'Y' TO CAT-WEAPON-FROM-FILE
           MOVE 'F' TO CAT-W-SOURCE(WS-CAT-I)
           IF ARS-NAME NOT = SPACES
               MOVE ARS-NAME TO CAT-W-NAME(WS-CAT-I)
           END-IF
           MOVE ARS-SHOT-DAMAGE TO CAT-W-SHOT-DAMAGE(WS-CAT-I)
           MOVE ARS-CHANGED-DATE TO CAT-W-CHANGED-DATE(WS-CAT-I)
           MOVE ARS-CHANGED-BY TO CAT-W-CHANGED-BY(WS-CAT-I).
