      *================================================================
      * DOOMCAT.CPY - Stat Catalog Table
      * What DOOMCATL hands back: DOOM.BESTIARY and DOOM.ARSENAL as
      * one table, every record the files lack filled from the
      * built-in figures, so a caller never has to care which. The
      * same copy is DOOMCATL's LINKAGE and each caller's working
      * storage - the table is too wide to keep re-keying by hand
      * the way the smaller PARM groups are.
      *   CAT-BEAST     subscript ENTITY-TYPE for types 01-10 (10 is
      *                 the barrel), 11 for any other type (the
      *                 catalog's key 00);
      *   CAT-WEAPON    subscript weapon number + 1.
      * CAT-B-SOURCE / CAT-W-SOURCE are 'F' for a figure read from
      * the catalog file, 'D' for a built-in default.
      *================================================================
       01  CATALOG-TABLE.
           05  CAT-BEAST-FROM-FILE        PIC X.
           05  CAT-WEAPON-FROM-FILE       PIC X.
           05  CAT-BEAST OCCURS 11 TIMES.
               10  CAT-B-SOURCE           PIC X.
               10  CAT-B-NAME             PIC X(10).
               10  CAT-B-GLYPH            PIC X.
               10  CAT-B-SPAWN-HP         PIC 999.
               10  CAT-B-EASY-HP-PCT      PIC 999.
               10  CAT-B-NMARE-HP-PCT     PIC 999.
               10  CAT-B-MELEE-DAMAGE     PIC 999.
               10  CAT-B-SHOT-DAMAGE      PIC 999.
               10  CAT-B-EASY-DMG-PCT     PIC 999.
               10  CAT-B-NMARE-DMG-PCT    PIC 999.
               10  CAT-B-MISSILE-KIND     PIC 99.
               10  CAT-B-PAIN-CHANCE      PIC 999.
               10  CAT-B-FLEE-BAR         PIC 999.
               10  CAT-B-DROP-SUBTYPE     PIC 99.
               10  CAT-B-THREAT-WEIGHT    PIC 9(4).
               10  CAT-B-TARGET-TIER      PIC 999.
               10  CAT-B-CHANGED-DATE     PIC 9(8).
               10  CAT-B-CHANGED-BY       PIC X(8).
           05  CAT-WEAPON OCCURS 10 TIMES.
               10  CAT-W-SOURCE           PIC X.
               10  CAT-W-NAME             PIC X(8).
               10  CAT-W-SHOT-DAMAGE      PIC 999.
               10  CAT-W-CHANGED-DATE     PIC 9(8).
               10  CAT-W-CHANGED-BY       PIC X(8).
