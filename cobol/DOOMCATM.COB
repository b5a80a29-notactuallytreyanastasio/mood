      *================================================================
      * DOOMCATM.COB - Stat Catalog Maintenance and Listing
      * Balancing the game used to be a code change in every program
      * that carried a copy of the figures. The figures now live in
      * DOOM.BESTIARY (one record per ENTITY-TYPE, layout in
      * DOOMBST.CPY) and DOOM.ARSENAL (one per weapon number,
      * DOOMARS.CPY), and this is the only program that writes them.
      * Pick a catalog, a key and give an operator id; E opens the
      * entry as the game plays it today (the record on file, else
      * the built-in figures DOOMCATL falls back to) for field-level
      * edits, each one range-checked before S saves it. D deletes
      * the record so the built-in figures apply again. Every save
      * and delete stamps the record with the date and operator and
      * appends the before and after images to DOOM.CATHIST (layout
      * in DOOMCTH.CPY). L writes DOOM.CATLIST - every entry of both
      * catalogs as DOOMCATL hands them out, marked FILE or
      * BUILT-IN, with who last changed each record.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOMCATM.
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

           SELECT CATALOG-HISTORY ASSIGN TO 'DOOM.CATHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATHIST-STATUS.

           SELECT LISTING-FILE ASSIGN TO 'DOOM.CATLIST'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BESTIARY-FILE.
       COPY DOOMBST.

       FD  ARSENAL-FILE.
       COPY DOOMARS.

       FD  CATALOG-HISTORY.
       COPY DOOMCTH.

       FD  LISTING-FILE.
       01  LISTING-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BESTIARY-STATUS             PIC XX.
           88  BESTIARY-MISSING           VALUE '35'.
       01  WS-ARSENAL-STATUS              PIC XX.
           88  ARSENAL-MISSING            VALUE '35'.
       01  WS-CATHIST-STATUS              PIC XX.
           88  CATHIST-MISSING            VALUE '35'.

      *    The catalogs exactly as every other program sees them.
       COPY DOOMCAT.
       01  WS-CAT-I                       PIC 99.

      *    Which entry to work on, and who is working on it.
       01  WS-SELECT-FIELDS.
           05  WS-SL-CATALOG              PIC X VALUE 'B'.
           05  WS-SL-KEY                  PIC 99 VALUE 01.
           05  WS-SL-OPERATOR             PIC X(8) VALUE SPACES.
           05  WS-SL-ACTION               PIC X VALUE SPACE.

      *    Editable working copy of one bestiary entry - the screen
      *    works on these and only a validated save writes them.
       01  WS-BEAST-EDIT.
           05  WS-EB-NAME                 PIC X(10).
           05  WS-EB-GLYPH                PIC X.
           05  WS-EB-SPAWN-HP             PIC 999.
           05  WS-EB-EASY-HP-PCT          PIC 999.
           05  WS-EB-NMARE-HP-PCT         PIC 999.
           05  WS-EB-MELEE-DAMAGE         PIC 999.
           05  WS-EB-SHOT-DAMAGE          PIC 999.
           05  WS-EB-EASY-DMG-PCT         PIC 999.
           05  WS-EB-NMARE-DMG-PCT        PIC 999.
           05  WS-EB-MISSILE-KIND         PIC 99.
           05  WS-EB-PAIN-CHANCE          PIC 999.
           05  WS-EB-FLEE-BAR             PIC 999.
           05  WS-EB-DROP-SUBTYPE         PIC 99.
           05  WS-EB-THREAT-WEIGHT        PIC 9(4).
           05  WS-EB-TARGET-TIER          PIC 999.

      *    The same for one arsenal entry.
       01  WS-WEAPON-EDIT.
           05  WS-EA-NAME                 PIC X(8).
           05  WS-EA-SHOT-DAMAGE          PIC 999.

       01  WS-ED-ACTION                   PIC X VALUE SPACE.
       01  WS-ED-DONE                     PIC X VALUE 'N'.
       01  WS-ED-SOURCE-TEXT              PIC X(40) VALUE SPACES.
       01  WS-HAD-RECORD                  PIC X VALUE 'N'.
       01  WS-BEFORE-IMAGE                PIC X(80).
       01  WS-AFTER-IMAGE                 PIC X(80).
       01  WS-HIST-ACTION                 PIC X.

       01  WS-MESSAGE                     PIC X(60) VALUE SPACES.
       01  WS-DONE                        PIC X VALUE 'N'.
       01  WS-VALID                       PIC X VALUE 'N'.

      *    Listing lines.
       01  WS-LIST-LINE                   PIC X(80).
       01  WS-ON-FILE-BEASTS              PIC 99 VALUE ZERO.
       01  WS-ON-FILE-WEAPONS             PIC 99 VALUE ZERO.
       01  WS-LIST-KEY                    PIC 99.

       01  WS-BEAST-HEAD.
           05  FILLER PIC X(40)
               VALUE 'TY NAME       G  HP EHP NHP MEL SHT EDM '.
           05  FILLER PIC X(40)
               VALUE 'NDM MK PAN FLE DR THRT TIR SOURCE'.

       01  WS-BEAST-LINE.
           05  WS-BL-TYPE                 PIC 99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-NAME                 PIC X(10).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-GLYPH                PIC X.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-SPAWN-HP             PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-EASY-HP-PCT          PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-NMARE-HP-PCT         PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-MELEE-DAMAGE         PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-SHOT-DAMAGE          PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-EASY-DMG-PCT         PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-NMARE-DMG-PCT        PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-MISSILE-KIND         PIC 99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-PAIN-CHANCE          PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-FLEE-BAR             PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-DROP-SUBTYPE         PIC 99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-THREAT-WEIGHT        PIC 9(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-TARGET-TIER          PIC 999.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BL-SOURCE               PIC X(8).
           05  FILLER                     PIC X(5) VALUE SPACES.

       01  WS-WEAPON-HEAD.
           05  FILLER PIC X(40)
               VALUE 'NO NAME     DAMAGE SOURCE   CHANGED  BY'.
           05  FILLER PIC X(40) VALUE SPACES.

       01  WS-WEAPON-LINE.
           05  WS-WL-WEAPON               PIC 9.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-WL-NAME                 PIC X(8).
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-WL-SHOT-DAMAGE          PIC 999.
           05  FILLER                     PIC XX VALUE SPACES.
           05  WS-WL-SOURCE               PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-WL-CHANGED-DATE         PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-WL-CHANGED-BY           PIC X(8).
           05  FILLER                     PIC X(36) VALUE SPACES.

       SCREEN SECTION.
       01  CATALOG-SELECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM STAT CATALOG MAINTENANCE'.
           05  LINE 3 COLUMN 4
               VALUE 'CATALOG (B=BESTIARY A=ARSENAL):'.
           05  LINE 3 COLUMN 46 PIC X USING WS-SL-CATALOG.
           05  LINE 4 COLUMN 4
               VALUE 'ENTITY TYPE (00-10) OR WEAPON NO (0-9):'.
           05  LINE 4 COLUMN 46 PIC 99 USING WS-SL-KEY.
           05  LINE 5 COLUMN 4 VALUE 'OPERATOR:'.
           05  LINE 5 COLUMN 46 PIC X(8) USING WS-SL-OPERATOR.
           05  LINE 7 COLUMN 4 VALUE 'TYPE 00 HOLDS THE FIGURES FOR A
      -        'NY TYPE NOT LISTED, TYPE 10 THE BARREL.'.
           05  LINE 8 COLUMN 4 VALUE 'WEAPONS 0-7 ARE FIST, PISTOL, S
      -        'HOTGUN, CHAINGUN, ROCKET, PLASMA, BFG,'.
           05  LINE 9 COLUMN 4 VALUE 'CHAINSAW - 8 AND 9 SCORE AN OUT
      -        '-OF-RANGE WEAPON NUMBER.'.
           05  LINE 11 COLUMN 4
               VALUE 'ACTION (E=EDIT L=LIST Q=QUIT):'.
           05  LINE 11 COLUMN 46 PIC X USING WS-SL-ACTION.
           05  LINE 13 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  BESTIARY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM BESTIARY (DOOM.BESTIARY)'.
           05  LINE 2 COLUMN 4 VALUE 'ENTITY TYPE'.
           05  LINE 2 COLUMN 16 PIC 99 FROM WS-SL-KEY.
           05  LINE 2 COLUMN 20 PIC X(40) FROM WS-ED-SOURCE-TEXT.
           05  LINE 4 COLUMN 4 VALUE 'NAME:'.
           05  LINE 4 COLUMN 46 PIC X(10) USING WS-EB-NAME.
           05  LINE 5 COLUMN 4 VALUE 'MAP GLYPH (A-Z):'.
           05  LINE 5 COLUMN 46 PIC X USING WS-EB-GLYPH.
           05  LINE 6 COLUMN 4 VALUE 'SPAWN HIT POINTS (001-999):'.
           05  LINE 6 COLUMN 46 PIC 999 USING WS-EB-SPAWN-HP.
           05  LINE 7 COLUMN 4
               VALUE 'HIT POINTS PERCENT EASY / NIGHTMARE:'.
           05  LINE 7 COLUMN 46 PIC 999 USING WS-EB-EASY-HP-PCT.
           05  LINE 7 COLUMN 51 PIC 999 USING WS-EB-NMARE-HP-PCT.
           05  LINE 8 COLUMN 4 VALUE 'MELEE DAMAGE (000-999):'.
           05  LINE 8 COLUMN 46 PIC 999 USING WS-EB-MELEE-DAMAGE.
           05  LINE 9 COLUMN 4
               VALUE 'SHOT DAMAGE (000 = NO RANGED ATTACK):'.
           05  LINE 9 COLUMN 46 PIC 999 USING WS-EB-SHOT-DAMAGE.
           05  LINE 10 COLUMN 4
               VALUE 'DAMAGE PERCENT EASY / NIGHTMARE:'.
           05  LINE 10 COLUMN 46 PIC 999 USING WS-EB-EASY-DMG-PCT.
           05  LINE 10 COLUMN 51 PIC 999 USING WS-EB-NMARE-DMG-PCT.
           05  LINE 11 COLUMN 4
               VALUE 'MISSILE KIND (00 = INSTANT SHOT):'.
           05  LINE 11 COLUMN 46 PIC 99 USING WS-EB-MISSILE-KIND.
           05  LINE 12 COLUMN 4 VALUE 'PAIN CHANCE PERCENT (000-100):'.
           05  LINE 12 COLUMN 46 PIC 999 USING WS-EB-PAIN-CHANCE.
           05  LINE 13 COLUMN 4
               VALUE 'FLEE BAR HIT POINTS (000 = NEVER FLEES):'.
           05  LINE 13 COLUMN 46 PIC 999 USING WS-EB-FLEE-BAR.
           05  LINE 14 COLUMN 4
               VALUE 'AMMO DROP SUBTYPE (00 OR 20-29):'.
           05  LINE 14 COLUMN 46 PIC 99 USING WS-EB-DROP-SUBTYPE.
           05  LINE 15 COLUMN 4 VALUE 'THREAT WEIGHT (0000-9999):'.
           05  LINE 15 COLUMN 46 PIC 9(4) USING WS-EB-THREAT-WEIGHT.
           05  LINE 16 COLUMN 4 VALUE 'TARGET TIER (000-999):'.
           05  LINE 16 COLUMN 46 PIC 999 USING WS-EB-TARGET-TIER.
           05  LINE 18 COLUMN 4
               VALUE 'ACTION (S=SAVE D=DELETE Q=BACK):'.
           05  LINE 18 COLUMN 46 PIC X USING WS-ED-ACTION.
           05  LINE 20 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       01  ARSENAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 20
               VALUE 'DOOM ARSENAL (DOOM.ARSENAL)'.
           05  LINE 2 COLUMN 4 VALUE 'WEAPON NO'.
           05  LINE 2 COLUMN 16 PIC 99 FROM WS-SL-KEY.
           05  LINE 2 COLUMN 20 PIC X(40) FROM WS-ED-SOURCE-TEXT.
           05  LINE 4 COLUMN 4 VALUE 'NAME:'.
           05  LINE 4 COLUMN 46 PIC X(8) USING WS-EA-NAME.
           05  LINE 5 COLUMN 4 VALUE 'DAMAGE PER SHOT (001-999):'.
           05  LINE 5 COLUMN 46 PIC 999 USING WS-EA-SHOT-DAMAGE.
           05  LINE 7 COLUMN 4
               VALUE 'ACTION (S=SAVE D=DELETE Q=BACK):'.
           05  LINE 7 COLUMN 46 PIC X USING WS-ED-ACTION.
           05  LINE 9 COLUMN 4 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SELECT-CYCLE UNTIL WS-DONE = 'Y'
           GOBACK.

       SELECT-CYCLE.
           MOVE SPACE TO WS-SL-ACTION
           ACCEPT CATALOG-SELECT-SCREEN
           EVALUATE WS-SL-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-DONE
               WHEN 'L'
               WHEN 'l'
                   PERFORM WRITE-CATALOG-LISTING
                   MOVE 'LISTING WRITTEN TO DOOM.CATLIST' TO WS-MESSAGE
               WHEN 'E'
               WHEN 'e'
                   MOVE SPACES TO WS-MESSAGE
                   PERFORM OPEN-CATALOG-ENTRY
                       THRU OPEN-CATALOG-ENTRY-EXIT
               WHEN OTHER
                   MOVE 'ENTER E, L OR Q' TO WS-MESSAGE
           END-EVALUATE.

       OPEN-CATALOG-ENTRY.
      *    No anonymous balance changes - the operator id goes on
      *    the record and on every history line.
           IF WS-SL-OPERATOR = SPACES
               MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE
               GO TO OPEN-CATALOG-ENTRY-EXIT
           END-IF
           IF WS-SL-KEY IS NOT NUMERIC
               MOVE 'KEY MUST BE NUMERIC' TO WS-MESSAGE
               GO TO OPEN-CATALOG-ENTRY-EXIT
           END-IF
           EVALUATE WS-SL-CATALOG
               WHEN 'B'
               WHEN 'b'
                   MOVE 'B' TO WS-SL-CATALOG
                   IF WS-SL-KEY > 10
                       MOVE 'ENTITY TYPE MUST BE 00-10' TO WS-MESSAGE
                   ELSE
                       PERFORM MAINTAIN-BESTIARY-ENTRY
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-SL-CATALOG
                   IF WS-SL-KEY > 9
                       MOVE 'WEAPON NUMBER MUST BE 0-9' TO WS-MESSAGE
                   ELSE
                       PERFORM MAINTAIN-ARSENAL-ENTRY
                   END-IF
               WHEN OTHER
                   MOVE 'CATALOG MUST BE B OR A' TO WS-MESSAGE
           END-EVALUATE.

       OPEN-CATALOG-ENTRY-EXIT.
           EXIT.

      *================================================================
      * Bestiary entry maintenance.
      *================================================================
       MAINTAIN-BESTIARY-ENTRY.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           PERFORM SELECT-BEAST-ENTRY
           PERFORM LOAD-BEAST-EDIT
           MOVE 'N' TO WS-ED-DONE
           PERFORM BESTIARY-CYCLE UNTIL WS-ED-DONE = 'Y'.

       SELECT-BEAST-ENTRY.
      *    Catalog key 00 is the table's fallback entry, 11.
           IF WS-SL-KEY = ZERO
               MOVE 11 TO WS-CAT-I
           ELSE
               MOVE WS-SL-KEY TO WS-CAT-I
           END-IF.

       LOAD-BEAST-EDIT.
           MOVE CAT-B-NAME(WS-CAT-I) TO WS-EB-NAME
           MOVE CAT-B-GLYPH(WS-CAT-I) TO WS-EB-GLYPH
           MOVE CAT-B-SPAWN-HP(WS-CAT-I) TO WS-EB-SPAWN-HP
           MOVE CAT-B-EASY-HP-PCT(WS-CAT-I) TO WS-EB-EASY-HP-PCT
           MOVE CAT-B-NMARE-HP-PCT(WS-CAT-I) TO WS-EB-NMARE-HP-PCT
           MOVE CAT-B-MELEE-DAMAGE(WS-CAT-I) TO WS-EB-MELEE-DAMAGE
           MOVE CAT-B-SHOT-DAMAGE(WS-CAT-I) TO WS-EB-SHOT-DAMAGE
           MOVE CAT-B-EASY-DMG-PCT(WS-CAT-I) TO WS-EB-EASY-DMG-PCT
           MOVE CAT-B-NMARE-DMG-PCT(WS-CAT-I) TO WS-EB-NMARE-DMG-PCT
           MOVE CAT-B-MISSILE-KIND(WS-CAT-I) TO WS-EB-MISSILE-KIND
           MOVE CAT-B-PAIN-CHANCE(WS-CAT-I) TO WS-EB-PAIN-CHANCE
           MOVE CAT-B-FLEE-BAR(WS-CAT-I) TO WS-EB-FLEE-BAR
           MOVE CAT-B-DROP-SUBTYPE(WS-CAT-I) TO WS-EB-DROP-SUBTYPE
           MOVE CAT-B-THREAT-WEIGHT(WS-CAT-I) TO WS-EB-THREAT-WEIGHT
           MOVE CAT-B-TARGET-TIER(WS-CAT-I) TO WS-EB-TARGET-TIER
           MOVE SPACES TO WS-ED-SOURCE-TEXT
           IF CAT-B-SOURCE(WS-CAT-I) = 'F'
               STRING 'ON FILE - CHANGED ' DELIMITED BY SIZE
                      CAT-B-CHANGED-DATE(WS-CAT-I) DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      CAT-B-CHANGED-BY(WS-CAT-I) DELIMITED BY SIZE
                      INTO WS-ED-SOURCE-TEXT
           ELSE
               MOVE 'NOT ON FILE - BUILT-IN FIGURES'
                   TO WS-ED-SOURCE-TEXT
           END-IF.

       BESTIARY-CYCLE.
           MOVE SPACE TO WS-ED-ACTION
           ACCEPT BESTIARY-SCREEN
           EVALUATE WS-ED-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'BESTIARY ENTRY LEFT UNCHANGED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-ED-DONE
               WHEN 'S'
               WHEN 's'
                   PERFORM VALIDATE-BEAST-EDIT
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-BEAST-ENTRY
                       MOVE 'Y' TO WS-ED-DONE
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-BEAST-ENTRY
                   MOVE 'Y' TO WS-ED-DONE
               WHEN OTHER
                   MOVE 'ENTER S, D OR Q' TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-BEAST-EDIT.
           MOVE 'N' TO WS-VALID
           EVALUATE TRUE
               WHEN WS-EB-NAME = SPACES
                   MOVE 'NAME IS REQUIRED' TO WS-MESSAGE
               WHEN WS-EB-GLYPH IS NOT ALPHABETIC-UPPER
                 OR WS-EB-GLYPH = SPACE
                   MOVE 'GLYPH MUST BE A LETTER A-Z' TO WS-MESSAGE
               WHEN WS-EB-SPAWN-HP IS NOT NUMERIC
                 OR WS-EB-SPAWN-HP = ZERO
                   MOVE 'SPAWN HIT POINTS MUST BE 001-999'
                       TO WS-MESSAGE
               WHEN WS-EB-EASY-HP-PCT IS NOT NUMERIC
                 OR WS-EB-EASY-HP-PCT = ZERO
                 OR WS-EB-NMARE-HP-PCT IS NOT NUMERIC
                 OR WS-EB-NMARE-HP-PCT = ZERO
                   MOVE 'HIT POINTS PERCENTS MUST BE 001-999'
                       TO WS-MESSAGE
               WHEN WS-EB-MELEE-DAMAGE IS NOT NUMERIC
                 OR WS-EB-SHOT-DAMAGE IS NOT NUMERIC
                   MOVE 'DAMAGE MUST BE 000-999' TO WS-MESSAGE
               WHEN WS-EB-EASY-DMG-PCT IS NOT NUMERIC
                 OR WS-EB-NMARE-DMG-PCT IS NOT NUMERIC
                   MOVE 'DAMAGE PERCENTS MUST BE 000-999'
                       TO WS-MESSAGE
               WHEN WS-EB-MISSILE-KIND IS NOT NUMERIC
                   MOVE 'MISSILE KIND MUST BE 00-99' TO WS-MESSAGE
               WHEN WS-EB-MISSILE-KIND > ZERO
                AND WS-EB-SHOT-DAMAGE = ZERO
                   MOVE 'A MISSILE KIND NEEDS A SHOT DAMAGE'
                       TO WS-MESSAGE
               WHEN WS-EB-PAIN-CHANCE IS NOT NUMERIC
                 OR WS-EB-PAIN-CHANCE > 100
                   MOVE 'PAIN CHANCE MUST BE 000-100' TO WS-MESSAGE
               WHEN WS-EB-FLEE-BAR IS NOT NUMERIC
                 OR WS-EB-FLEE-BAR >= WS-EB-SPAWN-HP
                   MOVE 'FLEE BAR MUST BE UNDER THE SPAWN HIT POINTS'
                       TO WS-MESSAGE
               WHEN WS-EB-DROP-SUBTYPE IS NOT NUMERIC
                   MOVE 'DROP SUBTYPE MUST BE 00 OR 20-29'
                       TO WS-MESSAGE
               WHEN WS-EB-DROP-SUBTYPE > ZERO
                AND (WS-EB-DROP-SUBTYPE < 20 OR WS-EB-DROP-SUBTYPE > 29)
                   MOVE 'DROP SUBTYPE MUST BE 00 OR 20-29'
                       TO WS-MESSAGE
               WHEN WS-EB-THREAT-WEIGHT IS NOT NUMERIC
                 OR WS-EB-TARGET-TIER IS NOT NUMERIC
                   MOVE 'THREAT WEIGHT AND TIER MUST BE NUMERIC'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID
           END-EVALUATE.

       SAVE-BEAST-ENTRY.
      *    The entry as it plays now is the before image - the
      *    record on file when there is one, else the built-in
      *    figures it has been playing at.
           PERFORM OPEN-BESTIARY-UPDATE
           PERFORM BUILD-BEAST-RECORD
           MOVE BESTIARY-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SL-KEY TO BST-TYPE
           READ BESTIARY-FILE
               INVALID KEY MOVE 'N' TO WS-HAD-RECORD
               NOT INVALID KEY MOVE 'Y' TO WS-HAD-RECORD
           END-READ
           IF WS-HAD-RECORD = 'Y'
               MOVE BESTIARY-RECORD TO WS-BEFORE-IMAGE
           END-IF
           MOVE SPACES TO BESTIARY-RECORD
           MOVE WS-SL-KEY TO BST-TYPE
           MOVE WS-EB-NAME TO BST-NAME
           MOVE WS-EB-GLYPH TO BST-GLYPH
           MOVE WS-EB-SPAWN-HP TO BST-SPAWN-HP
           MOVE WS-EB-EASY-HP-PCT TO BST-EASY-HP-PCT
           MOVE WS-EB-NMARE-HP-PCT TO BST-NMARE-HP-PCT
           MOVE WS-EB-MELEE-DAMAGE TO BST-MELEE-DAMAGE
           MOVE WS-EB-SHOT-DAMAGE TO BST-SHOT-DAMAGE
           MOVE WS-EB-EASY-DMG-PCT TO BST-EASY-DMG-PCT
           MOVE WS-EB-NMARE-DMG-PCT TO BST-NMARE-DMG-PCT
           MOVE WS-EB-MISSILE-KIND TO BST-MISSILE-KIND
           MOVE WS-EB-PAIN-CHANCE TO BST-PAIN-CHANCE
           MOVE WS-EB-FLEE-BAR TO BST-FLEE-BAR
           MOVE WS-EB-DROP-SUBTYPE TO BST-DROP-SUBTYPE
           MOVE WS-EB-THREAT-WEIGHT TO BST-THREAT-WEIGHT
           MOVE WS-EB-TARGET-TIER TO BST-TARGET-TIER
           MOVE FUNCTION CURRENT-DATE(1:8) TO BST-CHANGED-DATE
           MOVE WS-SL-OPERATOR TO BST-CHANGED-BY
           IF WS-HAD-RECORD = 'Y'
               MOVE 'C' TO WS-HIST-ACTION
               REWRITE BESTIARY-RECORD
           ELSE
               MOVE 'A' TO WS-HIST-ACTION
               WRITE BESTIARY-RECORD
           END-IF
           IF WS-BESTIARY-STATUS = '00'
               MOVE BESTIARY-RECORD TO WS-AFTER-IMAGE
               CLOSE BESTIARY-FILE
               PERFORM WRITE-HISTORY-LINE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SAVED - ENTITY TYPE ' DELIMITED BY SIZE
                      WS-SL-KEY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EB-NAME DELIMITED BY SPACE
                      INTO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SAVE FAILED - DOOM.BESTIARY STATUS '
                          DELIMITED BY SIZE
                      WS-BESTIARY-STATUS DELIMITED BY SIZE
                      INTO WS-MESSAGE
               CLOSE BESTIARY-FILE
           END-IF.

       DELETE-BEAST-ENTRY.
      *    Only a record on file can go; the after image is the
      *    built-in entry the programs fall back to without it.
           PERFORM OPEN-BESTIARY-UPDATE
           MOVE WS-SL-KEY TO BST-TYPE
           READ BESTIARY-FILE
               INVALID KEY MOVE 'N' TO WS-HAD-RECORD
               NOT INVALID KEY MOVE 'Y' TO WS-HAD-RECORD
           END-READ
           IF WS-HAD-RECORD = 'N'
               CLOSE BESTIARY-FILE
               MOVE 'NOT ON FILE - BUILT-IN FIGURES ALREADY APPLY'
                   TO WS-MESSAGE
           ELSE
               MOVE BESTIARY-RECORD TO WS-BEFORE-IMAGE
               DELETE BESTIARY-FILE
               IF WS-BESTIARY-STATUS = '00'
                   CLOSE BESTIARY-FILE
                   CALL 'DOOMCATL' USING CATALOG-TABLE
                   PERFORM BUILD-BEAST-RECORD
                   MOVE BESTIARY-RECORD TO WS-AFTER-IMAGE
                   MOVE 'D' TO WS-HIST-ACTION
                   PERFORM WRITE-HISTORY-LINE
                   MOVE 'DELETED - BUILT-IN FIGURES NOW APPLY'
                       TO WS-MESSAGE
               ELSE
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'DELETE FAILED - DOOM.BESTIARY STATUS '
                              DELIMITED BY SIZE
                          WS-BESTIARY-STATUS DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   CLOSE BESTIARY-FILE
               END-IF
           END-IF.

       BUILD-BEAST-RECORD.
      *    The table entry WS-CAT-I laid out as a catalog record.
           MOVE SPACES TO BESTIARY-RECORD
           MOVE WS-SL-KEY TO BST-TYPE
           MOVE CAT-B-NAME(WS-CAT-I) TO BST-NAME
           MOVE CAT-B-GLYPH(WS-CAT-I) TO BST-GLYPH
           MOVE CAT-B-SPAWN-HP(WS-CAT-I) TO BST-SPAWN-HP
           MOVE CAT-B-EASY-HP-PCT(WS-CAT-I) TO BST-EASY-HP-PCT
           MOVE CAT-B-NMARE-HP-PCT(WS-CAT-I) TO BST-NMARE-HP-PCT
           MOVE CAT-B-MELEE-DAMAGE(WS-CAT-I) TO BST-MELEE-DAMAGE
           MOVE CAT-B-SHOT-DAMAGE(WS-CAT-I) TO BST-SHOT-DAMAGE
           MOVE CAT-B-EASY-DMG-PCT(WS-CAT-I) TO BST-EASY-DMG-PCT
           MOVE CAT-B-NMARE-DMG-PCT(WS-CAT-I) TO BST-NMARE-DMG-PCT
           MOVE CAT-B-MISSILE-KIND(WS-CAT-I) TO BST-MISSILE-KIND
           MOVE CAT-B-PAIN-CHANCE(WS-CAT-I) TO BST-PAIN-CHANCE
           MOVE CAT-B-FLEE-BAR(WS-CAT-I) TO BST-FLEE-BAR
           MOVE CAT-B-DROP-SUBTYPE(WS-CAT-I) TO BST-DROP-SUBTYPE
           MOVE CAT-B-THREAT-WEIGHT(WS-CAT-I) TO BST-THREAT-WEIGHT
           MOVE CAT-B-TARGET-TIER(WS-CAT-I) TO BST-TARGET-TIER
           MOVE CAT-B-CHANGED-DATE(WS-CAT-I) TO BST-CHANGED-DATE
           MOVE CAT-B-CHANGED-BY(WS-CAT-I) TO BST-CHANGED-BY.

       OPEN-BESTIARY-UPDATE.
      *    The first save creates the catalog.
           OPEN I-O BESTIARY-FILE
           IF BESTIARY-MISSING
               OPEN OUTPUT BESTIARY-FILE
               CLOSE BESTIARY-FILE
               OPEN I-O BESTIARY-FILE
           END-IF.

      *================================================================
      * Arsenal entry maintenance.
      *================================================================
       MAINTAIN-ARSENAL-ENTRY.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           COMPUTE WS-CAT-I = WS-SL-KEY + 1
           MOVE CAT-W-NAME(WS-CAT-I) TO WS-EA-NAME
           MOVE CAT-W-SHOT-DAMAGE(WS-CAT-I) TO WS-EA-SHOT-DAMAGE
           MOVE SPACES TO WS-ED-SOURCE-TEXT
           IF CAT-W-SOURCE(WS-CAT-I) = 'F'
               STRING 'ON FILE - CHANGED ' DELIMITED BY SIZE
                      CAT-W-CHANGED-DATE(WS-CAT-I) DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      CAT-W-CHANGED-BY(WS-CAT-I) DELIMITED BY SIZE
                      INTO WS-ED-SOURCE-TEXT
           ELSE
               MOVE 'NOT ON FILE - BUILT-IN FIGURES'
                   TO WS-ED-SOURCE-TEXT
           END-IF
           MOVE 'N' TO WS-ED-DONE
           PERFORM ARSENAL-CYCLE UNTIL WS-ED-DONE = 'Y'.

       ARSENAL-CYCLE.
           MOVE SPACE TO WS-ED-ACTION
           ACCEPT ARSENAL-SCREEN
           EVALUATE WS-ED-ACTION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'ARSENAL ENTRY LEFT UNCHANGED' TO WS-MESSAGE
                   MOVE 'Y' TO WS-ED-DONE
               WHEN 'S'
               WHEN 's'
                   PERFORM VALIDATE-WEAPON-EDIT
                   IF WS-VALID = 'Y'
                       PERFORM SAVE-WEAPON-ENTRY
                       MOVE 'Y' TO WS-ED-DONE
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-WEAPON-ENTRY
                   MOVE 'Y' TO WS-ED-DONE
               WHEN OTHER
                   MOVE 'ENTER S, D OR Q' TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-WEAPON-EDIT.
           MOVE 'N' TO WS-VALID
           EVALUATE TRUE
               WHEN WS-EA-NAME = SPACES
                   MOVE 'NAME IS REQUIRED' TO WS-MESSAGE
               WHEN WS-EA-SHOT-DAMAGE IS NOT NUMERIC
                 OR WS-EA-SHOT-DAMAGE = ZERO
                   MOVE 'DAMAGE PER SHOT MUST BE 001-999'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID
           END-EVALUATE.

       SAVE-WEAPON-ENTRY.
           PERFORM OPEN-ARSENAL-UPDATE
           PERFORM BUILD-WEAPON-RECORD
           MOVE ARSENAL-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SL-KEY TO ARS-WEAPON
           READ ARSENAL-FILE
               INVALID KEY MOVE 'N' TO WS-HAD-RECORD
               NOT INVALID KEY MOVE 'Y' TO WS-HAD-RECORD
           END-READ
           IF WS-HAD-RECORD = 'Y'
               MOVE ARSENAL-RECORD TO WS-BEFORE-IMAGE
           END-IF
           MOVE SPACES TO ARSENAL-RECORD
           MOVE WS-SL-KEY TO ARS-WEAPON
           MOVE WS-EA-NAME TO ARS-NAME
           MOVE WS-EA-SHOT-DAMAGE TO ARS-SHOT-DAMAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARS-CHANGED-DATE
           MOVE WS-SL-OPERATOR TO ARS-CHANGED-BY
           IF WS-HAD-RECORD = 'Y'
               MOVE 'C' TO WS-HIST-ACTION
               REWRITE ARSENAL-RECORD
           ELSE
               MOVE 'A' TO WS-HIST-ACTION
               WRITE ARSENAL-RECORD
           END-IF
           IF WS-ARSENAL-STATUS = '00'
               MOVE ARSENAL-RECORD TO WS-AFTER-IMAGE
               CLOSE ARSENAL-FILE
               PERFORM WRITE-HISTORY-LINE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SAVED - WEAPON ' DELIMITED BY SIZE
                      WS-SL-KEY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EA-NAME DELIMITED BY SPACE
                      INTO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SAVE FAILED - DOOM.ARSENAL STATUS '
                          DELIMITED BY SIZE
                      WS-ARSENAL-STATUS DELIMITED BY SIZE
                      INTO WS-MESSAGE
               CLOSE ARSENAL-FILE
           END-IF.

       DELETE-WEAPON-ENTRY.
           PERFORM OPEN-ARSENAL-UPDATE
           MOVE WS-SL-KEY TO ARS-WEAPON
           READ ARSENAL-FILE
               INVALID KEY MOVE 'N' TO WS-HAD-RECORD
               NOT INVALID KEY MOVE 'Y' TO WS-HAD-RECORD
           END-READ
           IF WS-HAD-RECORD = 'N'
               CLOSE ARSENAL-FILE
               MOVE 'NOT ON FILE - BUILT-IN FIGURES ALREADY APPLY'
                   TO WS-MESSAGE
           ELSE
               MOVE ARSENAL-RECORD TO WS-BEFORE-IMAGE
               DELETE ARSENAL-FILE
               IF WS-ARSENAL-STATUS = '00'
                   CLOSE ARSENAL-FILE
                   CALL 'DOOMCATL' USING CATALOG-TABLE
                   PERFORM BUILD-WEAPON-RECORD
                   MOVE ARSENAL-RECORD TO WS-AFTER-IMAGE
                   MOVE 'D' TO WS-HIST-ACTION
                   PERFORM WRITE-HISTORY-LINE
                   MOVE 'DELETED - BUILT-IN FIGURES NOW APPLY'
                       TO WS-MESSAGE
               ELSE
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'DELETE FAILED - DOOM.ARSENAL STATUS '
                              DELIMITED BY SIZE
                          WS-ARSENAL-STATUS DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   CLOSE ARSENAL-FILE
               END-IF
           END-IF.

       BUILD-WEAPON-RECORD.
           MOVE SPACES TO ARSENAL-RECORD
           MOVE WS-SL-KEY TO ARS-WEAPON
           MOVE CAT-W-NAME(WS-CAT-I) TO ARS-NAME
           MOVE CAT-W-SHOT-DAMAGE(WS-CAT-I) TO ARS-SHOT-DAMAGE
           MOVE CAT-W-CHANGED-DATE(WS-CAT-I) TO ARS-CHANGED-DATE
           MOVE CAT-W-CHANGED-BY(WS-CAT-I) TO ARS-CHANGED-BY.

       OPEN-ARSENAL-UPDATE.
           OPEN I-O ARSENAL-FILE
           IF ARSENAL-MISSING
               OPEN OUTPUT ARSENAL-FILE
               CLOSE ARSENAL-FILE
               OPEN I-O ARSENAL-FILE
           END-IF.

       WRITE-HISTORY-LINE.
           OPEN EXTEND CATALOG-HISTORY
           IF CATHIST-MISSING
               OPEN OUTPUT CATALOG-HISTORY
           END-IF
           MOVE SPACES TO CATALOG-HISTORY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTH-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO CTH-TIME
           MOVE WS-SL-OPERATOR TO CTH-OPERATOR
           MOVE WS-SL-CATALOG TO CTH-CATALOG
           MOVE WS-SL-KEY TO CTH-KEY
           MOVE WS-HIST-ACTION TO CTH-ACTION
           MOVE WS-BEFORE-IMAGE TO CTH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CTH-AFTER-IMAGE
           WRITE CATALOG-HISTORY-RECORD
           CLOSE CATALOG-HISTORY.

      *================================================================
      * Catalog listing - both catalogs exactly as DOOMCATL hands
      * them to the game.
      *================================================================
       WRITE-CATALOG-LISTING.
           CALL 'DOOMCATL' USING CATALOG-TABLE
           MOVE ZERO TO WS-ON-FILE-BEASTS
           MOVE ZERO TO WS-ON-FILE-WEAPONS
           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO WS-LIST-LINE
           STRING 'STAT CATALOG LISTING ' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE SPACES TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE 'BESTIARY (DOOM.BESTIARY) - TYPE 00 IS ANY TYPE NOT LI
      -        'STED' TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE WS-BEAST-HEAD TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
      *    Key order - the fallback entry (key 00) first.
           MOVE 11 TO WS-CAT-I
           MOVE ZERO TO WS-LIST-KEY
           PERFORM LIST-BEAST-ENTRY
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 10
               MOVE WS-CAT-I TO WS-LIST-KEY
               PERFORM LIST-BEAST-ENTRY
           END-PERFORM
           MOVE SPACES TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE 'ARSENAL (DOOM.ARSENAL) - 8 AND 9 SCORE AN OUT-OF-RANG
      -        'E WEAPON NUMBER' TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE WS-WEAPON-HEAD TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 10
               PERFORM LIST-WEAPON-ENTRY
           END-PERFORM
           MOVE SPACES TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           MOVE SPACES TO WS-LIST-LINE
           STRING 'ON FILE: BESTIARY ' DELIMITED BY SIZE
                  WS-ON-FILE-BEASTS DELIMITED BY SIZE
                  ' OF 11  ARSENAL ' DELIMITED BY SIZE
                  WS-ON-FILE-WEAPONS DELIMITED BY SIZE
                  ' OF 10 - THE REST PLAY AT BUILT-IN FIGURES'
                      DELIMITED BY SIZE
                  INTO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           CLOSE LISTING-FILE.

       LIST-BEAST-ENTRY.
           MOVE WS-LIST-KEY TO WS-BL-TYPE
           MOVE CAT-B-NAME(WS-CAT-I) TO WS-BL-NAME
           MOVE CAT-B-GLYPH(WS-CAT-I) TO WS-BL-GLYPH
           MOVE CAT-B-SPAWN-HP(WS-CAT-I) TO WS-BL-SPAWN-HP
           MOVE CAT-B-EASY-HP-PCT(WS-CAT-I) TO WS-BL-EASY-HP-PCT
           MOVE CAT-B-NMARE-HP-PCT(WS-CAT-I) TO WS-BL-NMARE-HP-PCT
           MOVE CAT-B-MELEE-DAMAGE(WS-CAT-I) TO WS-BL-MELEE-DAMAGE
           MOVE CAT-B-SHOT-DAMAGE(WS-CAT-I) TO WS-BL-SHOT-DAMAGE
           MOVE CAT-B-EASY-DMG-PCT(WS-CAT-I) TO WS-BL-EASY-DMG-PCT
           MOVE CAT-B-NMARE-DMG-PCT(WS-CAT-I) TO WS-BL-NMARE-DMG-PCT
           MOVE CAT-B-MISSILE-KIND(WS-CAT-I) TO WS-BL-MISSILE-KIND
           MOVE CAT-B-PAIN-CHANCE(WS-CAT-I) TO WS-BL-PAIN-CHANCE
           MOVE CAT-B-FLEE-BAR(WS-CAT-I) TO WS-BL-FLEE-BAR
           MOVE CAT-B-DROP-SUBTYPE(WS-CAT-I) TO WS-BL-DROP-SUBTYPE
           MOVE CAT-B-THREAT-WEIGHT(WS-CAT-I) TO WS-BL-THREAT-WEIGHT
           MOVE CAT-B-TARGET-TIER(WS-CAT-I) TO WS-BL-TARGET-TIER
           IF CAT-B-SOURCE(WS-CAT-I) = 'F'
               MOVE 'FILE' TO WS-BL-SOURCE
               ADD 1 TO WS-ON-FILE-BEASTS
           ELSE
               MOVE 'BUILT-IN' TO WS-BL-SOURCE
           END-IF
           MOVE WS-BEAST-LINE TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE
           IF CAT-B-SOURCE(WS-CAT-I) = 'F'
               MOVE SPACES TO WS-LIST-LINE
               STRING '   CHANGED ' DELIMITED BY SIZE
                      CAT-B-CHANGED-DATE(WS-CAT-I) DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      CAT-B-CHANGED-BY(WS-CAT-I) DELIMITED BY SIZE
                      INTO WS-LIST-LINE
               PERFORM WRITE-LIST-LINE
           END-IF.

       LIST-WEAPON-ENTRY.
           COMPUTE WS-WL-WEAPON = WS-CAT-I - 1
           MOVE CAT-W-NAME(WS-CAT-I) TO WS-WL-NAME
           MOVE CAT-W-SHOT-DAMAGE(WS-CAT-I) TO WS-WL-SHOT-DAMAGE
           IF CAT-W-SOURCE(WS-CAT-I) = 'F'
               MOVE 'FILE' TO WS-WL-SOURCE
               MOVE CAT-W-CHANGED-DATE(WS-CAT-I) TO WS-WL-CHANGED-DATE
               MOVE CAT-W-CHANGED-BY(WS-CAT-I) TO WS-WL-CHANGED-BY
               ADD 1 TO WS-ON-FILE-WEAPONS
           ELSE
               MOVE 'BUILT-IN' TO WS-WL-SOURCE
               MOVE SPACES TO WS-WL-CHANGED-DATE
               MOVE SPACES TO WS-WL-CHANGED-BY
           END-IF
           MOVE WS-WEAPON-LINE TO WS-LIST-LINE
           PERFORM WRITE-LIST-LINE.

       WRITE-LIST-LINE.
           MOVE WS-LIST-LINE TO LISTING-RECORD
           WRITE LISTING-RECORD.
